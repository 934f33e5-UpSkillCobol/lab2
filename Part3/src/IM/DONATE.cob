      *    TRACEABILITY, THE RECEIVING CHARITY IS RECORDED, AND A
      *    MONTHLY DONATIONS REPORT BACKS THE COMMUNITY GRANT
      *    APPLICATION | V0.1 | 02.09.2026
      ******************************************************************
      *    QUANTITIES ARE VALUED AT THE WEIGHTED-AVERAGE COST (AVGCOST),
      *    FALLING BACK TO THE LATEST SUPPLY PRICE WHILE THERE IS NONE
      ******************************************************************
      *    A DONATED SANDWICH'S PREPARED COMPONENT POSTS OUT AS THE
      *    INGREDIENTS OF ITS OWN RECIPE (SREXPLODE)
      ******************************************************************
      *    LOADS BROUGHT BACK FROM A FAILED DELIVERY ARE REPORTED AS
      *    SOURCE DLV | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  DONATION-FS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> NO UNIT COST ON THESE MOVEMENTS - THE SITE'S AVERAGE COST
      *> STAYS AS IT IS
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99
                                                VALUE ZEROS.
      *> MOVEMENT ORIGIN FOR DONATIONS
       78  MOVE-ORIGIN-DONATION                 VALUE "DN".

       77  WS-UNIT-COST                         PIC 9(003)V99.
       77  WS-BEST-EFF                          PIC 9(008).
       77  WS-COST-INGRED                       PIC 9(003).
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.
       77  WS-COST-SITE                         PIC 9(003).
       77  WS-LOT-REMAINING                     PIC S9(006).
       77  WS-LOT-SITE                          PIC 9(003).
       77  WS-NEXT-DON-ID                       PIC 9(006).
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "DATE".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 4
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
      *> THE LEDGER QUANTITY FIELD HOLDS THREE DIGITS, SO A BIGGER
      *> DONATION GOES ON AS SEVERAL MOVEMENTS THAT SUM TO THE FULL
      *> AMOUNT - THE SAME CHUNKING THE RETURNS ENTRY USES
      *> A PREPARED COMPONENT LEAVES AS THE INGREDIENTS OF ITS OWN
      *> RECIPE - COMPONENTS ARE NOT STOCKED
       POST-ONE-RECIPE-LINE SECTION.
           COMPUTE WS-EXP-LINE-QTY = SR-ING-QTD * CRN-QUANTITY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               PERFORM POST-ONE-RECIPE-PART
           END-PERFORM
           EXIT SECTION.

       POST-ONE-RECIPE-PART SECTION.
           MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX) TO WS-COST-INGRED
           MOVE WS-DON-SITE TO WS-COST-SITE
           PERFORM GET-UNIT-COST
           COMPUTE WS-REMAINING-QTY ROUNDED =
               WS-EXP-PART-QTY (WS-EXP-IX)
           COMPUTE WS-DON-COST ROUNDED =
               WS-DON-COST + WS-REMAINING-QTY * WS-UNIT-COST
           PERFORM UNTIL WS-REMAINING-QTY <= ZEROS
               ELSE
                   MOVE WS-REMAINING-QTY TO WS-CHUNK-QTY
               END-IF
               MOVE WS-COST-INGRED TO WS-INGRED-ID
               MOVE WS-DON-SITE TO WS-MOVE-SITE-ID
               MOVE SPACES TO WS-MOVE-BATCH-LOT
               PERFORM WRITE-DONATION-MOVEMENT
           END-IF

           MOVE LOTX-INGRED-ID TO WS-COST-INGRED
           MOVE WS-LOT-SITE TO WS-COST-SITE
           PERFORM GET-UNIT-COST
           MOVE WS-LOT-REMAINING TO WS-DON-QTY
           COMPUTE WS-DON-COST ROUNDED =
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

           CLOSE INVENTORY
           EXIT SECTION.

      *> THE SITE'S WEIGHTED-AVERAGE COST - THE COST THE DONATION
      *> GOES OUT AT; THE LATEST EFFECTIVE SUPPLY PRICE FOR THE
      *> INGREDIENT WHILE THE SITE HAS NO AVERAGE
       GET-UNIT-COST SECTION.
           MOVE ZEROS TO WS-UNIT-COST
           CALL "AVGCOST" USING WS-COST-SITE WS-COST-INGRED WS-UNIT-COST
           IF WS-UNIT-COST NOT = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-BEST-EFF
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = NOT-FILE THEN
           OPEN OUTPUT REPORTFILE
           MOVE WS-RPT-YEAR TO RPT-HEAD-YEAR
           MOVE WS-RPT-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
       WRITE-DONATION-LINE SECTION.
           MOVE DON-DATE TO RPT-DET-DATE
           MOVE DON-CHARITY TO RPT-DET-CHARITY
           EVALUATE TRUE
               WHEN DON-SOURCE-CREDNOTE
                   MOVE "CRN" TO RPT-DET-SOURCE
               WHEN DON-SOURCE-FAILED
                   MOVE "DLV" TO RPT-DET-SOURCE
               WHEN OTHER
                   MOVE "LOT" TO RPT-DET-SOURCE
           END-EVALUATE
           MOVE DON-REFERENCE TO RPT-DET-REF
           MOVE DON-ITEM-ID TO RPT-DET-ITEM
           MOVE DON-QUANTITY TO RPT-DET-QTY
