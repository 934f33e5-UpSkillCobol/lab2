      *    CURRENT EFFECTIVE SUPPLY PRICES VERSUS THE SELLING PRICE,
      *    FLAGGING SANDWICHES UNDER THE MARGIN FLOOR | V0.1
      *    22.08.2026
      ******************************************************************
      *    EACH INGREDIENT PRICE ALSO CARRIES THE FREIGHT PER UNIT ON
      *    ITS MOST RECENTLY RECEIVED LOT (FXLOTCOST, SEE LANDCOST)
      ******************************************************************
      *    THE INGREDIENT COST IS NOW THE BUSINESS-WIDE WEIGHTED-AVERAGE
      *    COST (AVGCOST); THE PRICE AND FREIGHT SHARE ABOVE ARE ONLY
      *    USED WHILE THE INGREDIENT HAS NO AVERAGE YET
      ******************************************************************
      *    A PREPARED COMPONENT LINE IS COSTED THROUGH ITS OWN BATCH
      *    RECIPE (SREXPLODE) AT THE PRICES OF WHAT GOES INTO IT
      ******************************************************************
      *    THE UNIT COST NOW TAKES IN THE SANDWICH'S PACKAGING BILL
      *    PRICED LIKE ANY OTHER STOCK ITEM | 15.10.2026
      ******************************************************************
      *    THE COST IS SHOWN SPLIT INTO INGREDIENT, PACKAGING AND
      *    LABOUR - LABOUR IS THE 28-DAY AVERAGE COST PER SANDWICH
      *    MADE FROM LABCOST'S FXLABCOST | 15.10.2026
      ******************************************************************
      *    EACH RUN ALSO REBUILDS FXSRMARGIN WITH THE MARGIN PER
      *    SANDWICH FOR THE MENU RANKING REPORT | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS SR-SAND-ING-ID
           FILE STATUS IS SR-ING-FS.

           SELECT PACKBILL ASSIGN TO "FXPACKBILL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PKB-KEY
           FILE STATUS IS PACKBILL-FS.

           SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPB-KEY
           FILE STATUS IS SRPRICE-FS.

           SELECT LOTCOSTS ASSIGN TO "FXLOTCOST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTC-KEY
           ALTERNATE RECORD KEY IS LTC-BATCH-LOT WITH DUPLICATES
           FILE STATUS IS LOTCOST-FS.

      *> CONFIGURABLE MARGIN FLOOR (PERCENT)
           SELECT MARGINFLR ASSIGN TO "FXMARGINFLR"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS MARGINFLR-FS.

           SELECT LABCOSTS ASSIGN TO "FXLABCOST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LBC-KEY
           FILE STATUS IS LABCOST-FS.

      *> PER-SANDWICH MARGIN KEPT FOR THE MENU RANKING REPORT
           SELECT SRMARGINS ASSIGN TO "FXSRMARGIN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMG-SANDWICH-ID
           FILE STATUS IS SRMARGIN-FS.

           SELECT REPORTFILE ASSIGN TO "SRMARGINFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.
       FD  SR-ING.
       COPY FD-SR-ING.

       FD  PACKBILL.
       COPY FD-PACKBILL.

       FD  FXRISUPPLY.
       COPY FD-RIS.

       FD  SRPRICES.
       COPY FD-SRPRICE.

       FD  LOTCOSTS.
       COPY FD-LOTCOST.

       FD  MARGINFLR.
       01  FD-MARGINFLR.
           05 MFL-FLOOR-PCT                     PIC 9(003).

       FD  LABCOSTS.
       COPY FD-LABCOST.

       FD  SRMARGINS.
       COPY FD-SRMARGIN.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       77  KEYSTATUS                            PIC 9(004).
       77  SANDWICH-FS                          PIC 9(002).
       77  SR-ING-FS                            PIC 9(002).
       77  PACKBILL-FS                          PIC 9(002).
       77  RIS-STATUS                           PIC 9(002).
       77  SRPRICE-FS                           PIC 9(002).
       77  LOTCOST-FS                           PIC 9(002).
       77  MARGINFLR-FS                         PIC 9(002).
       77  LABCOST-FS                           PIC 9(002).
       77  SRMARGIN-FS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  DEFAULT-MARGIN-FLOOR                 VALUE 20.
      *> LABOUR IS SPREAD AT THE AVERAGE COST PER SANDWICH MADE OVER
      *> THIS MANY DAYS UP TO TODAY
       78  LABOUR-WINDOW-DAYS                   VALUE 28.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-MARGIN-FLOOR                      PIC 9(003).
       77  WS-UNIT-COST                         PIC 9(005)V99.
       77  WS-ING-COST                          PIC 9(005)V99.
       77  WS-PACK-COST                         PIC 9(005)V99.
       77  WS-LABOUR-COST                       PIC 9(003)V99.
       77  WS-LABOUR-FROM                       PIC 9(008).
       77  WS-LABOUR-TOTAL                      PIC 9(009)V99.
       77  WS-LABOUR-MADE                       PIC 9(009).
       77  WS-SELL-PRICE                        PIC 9(005)V99.
       77  WS-MARGIN-PCT                        PIC S9(004)V99.
       77  WS-ING-PRICE                         PIC 9(003)V99.
      *> SITE ZERO ASKS AVGCOST FOR THE WHOLE-BUSINESS AVERAGE
       77  WS-ALL-SITES                         PIC 9(003) VALUE ZEROS.
       77  WS-BEST-EFF                          PIC 9(008).
       77  WS-LANDED-SHARE                      PIC 9(003)V99.
       77  WS-LAST-RECV                         PIC 9(008).
       77  WS-COST-SANDWICH-ID                  PIC 9(003).
       77  WS-SELL-DONE                         PIC X(001).
       77  WS-PRICE-INGRED-ID                   PIC 9(003).
       77  WS-PACK-DONE                         PIC X(001).
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(036)
              VALUE "BREADWICH - SANDWICH MARGIN ANALYSIS".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(025) VALUE "ID  SANDWICH".
           05 FILLER PIC X(008) VALUE " INGRED.".
           05 FILLER PIC X(007) VALUE "  PACK.".
           05 FILLER PIC X(007) VALUE " LABOUR".
           05 FILLER PIC X(009) VALUE "     COST".
           05 FILLER PIC X(009) VALUE "     SELL".
           05 FILLER PIC X(009) VALUE "  MARGIN%".

       01  RPT-DETAIL.
           05 RPT-DET-SR-ID                     PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-DET-NAME                      PIC X(020).
           05 FILLER                            PIC X(001).
           05 RPT-DET-ING                       PIC ZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-DET-PACK                      PIC ZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-DET-LABOUR                    PIC ZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-DET-COST                      PIC ZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-DET-SELL                      PIC ZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-DET-MARGIN                    PIC -ZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-FLAG                      PIC X(012).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM GET-MARGIN-FLOOR
           PERFORM GET-LABOUR-COST
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           OPEN OUTPUT SRMARGINS
           PERFORM REPORT-ALL-SANDWICHES
           CLOSE SRMARGINS
           CLOSE REPORTFILE
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           CLOSE MARGINFLR
           EXIT SECTION.

      *> THE LABOUR COSTED BY LABCOST OVER THE RECENT DAYS, ALL SITES,
      *> PER SANDWICH MADE - ZERO WHILE NO DAY HAS BEEN COSTED
       GET-LABOUR-COST SECTION.
           MOVE ZEROS TO WS-LABOUR-COST WS-LABOUR-TOTAL WS-LABOUR-MADE
           COMPUTE WS-LABOUR-FROM = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) - LABOUR-WINDOW-DAYS)
           OPEN INPUT LABCOSTS
           IF LABCOST-FS = NOT-FILE THEN
               CLOSE LABCOSTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL LABCOST-FS NOT = ZEROS
               READ LABCOSTS NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF LBC-DATE > WS-LABOUR-FROM
                          AND LBC-DATE <= WS-TODAY-NUM THEN
                           ADD LBC-LABOUR-COST TO WS-LABOUR-TOTAL
                           ADD LBC-MADE-QTY TO WS-LABOUR-MADE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LABCOSTS
           IF WS-LABOUR-MADE > ZEROS THEN
               COMPUTE WS-LABOUR-COST ROUNDED =
                   WS-LABOUR-TOTAL / WS-LABOUR-MADE
                   ON SIZE ERROR MOVE 999.99 TO WS-LABOUR-COST
               END-COMPUTE
           END-IF
           EXIT SECTION.

       REPORT-ALL-SANDWICHES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SANDWICHES
       REPORT-ONE-SANDWICH SECTION.
           MOVE SR-IID TO WS-COST-SANDWICH-ID
           PERFORM COST-SANDWICH
           COMPUTE WS-ING-COST = WS-UNIT-COST - WS-PACK-COST
           ADD WS-LABOUR-COST TO WS-UNIT-COST
           PERFORM GET-SELL-PRICE
           IF WS-SELL-PRICE > ZEROS THEN
               COMPUTE WS-MARGIN-PCT ROUNDED =

           MOVE SR-IID TO RPT-DET-SR-ID
           MOVE SR-S-DESCRIPTION TO RPT-DET-NAME
           MOVE WS-ING-COST TO RPT-DET-ING
           MOVE WS-PACK-COST TO RPT-DET-PACK
           MOVE WS-LABOUR-COST TO RPT-DET-LABOUR
           MOVE WS-UNIT-COST TO RPT-DET-COST
           MOVE WS-SELL-PRICE TO RPT-DET-SELL
           MOVE WS-MARGIN-PCT TO RPT-DET-MARGIN
               END-IF
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL

           MOVE SR-IID TO SMG-SANDWICH-ID
           MOVE WS-UNIT-COST TO SMG-UNIT-COST
           MOVE WS-SELL-PRICE TO SMG-SELL-PRICE
           MOVE WS-MARGIN-PCT TO SMG-MARGIN-PCT
           MOVE WS-TODAY-NUM TO SMG-RUN-DATE
           WRITE FD-SRMARGIN
           EXIT SECTION.

      *> RECIPE COST AT THE LATEST EFFECTIVE SUPPLY PRICE PER
      *> INGREDIENT - SAME ARITHMETIC THE INVOICING RUN USES
       COST-SANDWICH SECTION.
           MOVE ZEROS TO WS-UNIT-COST
           MOVE ZEROS TO WS-PACK-COST
           PERFORM COST-PACKAGING
           OPEN INPUT SR-ING
           IF SR-ING-FS = NOT-FILE THEN
               CLOSE SR-ING
                          WS-COST-SANDWICH-ID THEN
                           MOVE "Y" TO TRUE-YES
                       ELSE
                           PERFORM COST-RECIPE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SR-ING
           EXIT SECTION.

      *> A PREPARED COMPONENT IS COSTED THROUGH ITS OWN RECIPE, SO
      *> THE LINE COSTS WHAT ITS PURCHASED INGREDIENTS COST
       COST-RECIPE-LINE SECTION.
           MOVE SR-ING-QTD TO WS-EXP-LINE-QTY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                 TO WS-PRICE-INGRED-ID
               PERFORM GET-INGREDIENT-PRICE
               COMPUTE WS-UNIT-COST ROUNDED =
                   WS-UNIT-COST
                   + WS-EXP-PART-QTY (WS-EXP-IX) * WS-ING-PRICE
           END-PERFORM
           EXIT SECTION.

      *> THE PACKAGING BILL - WRAP, LABEL, BAG AND CARTON SHARE ARE
      *> PRICED LIKE ANY OTHER STOCK ITEM
       COST-PACKAGING SECTION.
           OPEN INPUT PACKBILL
           IF PACKBILL-FS = NOT-FILE THEN
               CLOSE PACKBILL
               EXIT SECTION
           END-IF
           MOVE WS-COST-SANDWICH-ID TO PKB-SANDWICH-ID
           MOVE ZEROS TO PKB-ITEM-ID
           START PACKBILL KEY IS NOT LESS THAN PKB-KEY
               INVALID KEY
                   CLOSE PACKBILL
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-PACK-DONE
           PERFORM UNTIL WS-PACK-DONE = "Y"
               READ PACKBILL NEXT RECORD
                   AT END MOVE "Y" TO WS-PACK-DONE
                   NOT AT END
                       IF PKB-SANDWICH-ID NOT =
                          WS-COST-SANDWICH-ID THEN
                           MOVE "Y" TO WS-PACK-DONE
                       ELSE
                           MOVE PKB-ITEM-ID TO WS-PRICE-INGRED-ID
                           PERFORM GET-INGREDIENT-PRICE
                           COMPUTE WS-PACK-COST ROUNDED =
                               WS-PACK-COST + PKB-QTY * WS-ING-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKBILL
           ADD WS-PACK-COST TO WS-UNIT-COST
           EXIT SECTION.

       GET-INGREDIENT-PRICE SECTION.
           MOVE ZEROS TO WS-ING-PRICE
           CALL "AVGCOST" USING WS-ALL-SITES WS-PRICE-INGRED-ID
               WS-ING-PRICE
           IF WS-ING-PRICE NOT = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-BEST-EFF
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = NOT-FILE THEN
               READ FXRISUPPLY NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF RIS-ID-ING = WS-PRICE-INGRED-ID
                          AND RIS-EFFECTIVE-DATE <= WS-TODAY-NUM
                          AND RIS-EFFECTIVE-DATE >= WS-BEST-EFF
                          THEN
               END-READ
           END-PERFORM
           CLOSE FXRISUPPLY
           PERFORM GET-LANDED-SHARE
           ADD WS-LANDED-SHARE TO WS-ING-PRICE
           EXIT SECTION.

      *> FREIGHT PER UNIT SPREAD OVER THE LATEST LOT OF THE INGREDIENT
      *> TAKEN INTO STOCK - ZERO WHEN IT CARRIED NO CHARGE
       GET-LANDED-SHARE SECTION.
           MOVE ZEROS TO WS-LANDED-SHARE
           MOVE ZEROS TO WS-LAST-RECV
           OPEN INPUT LOTCOSTS
           IF LOTCOST-FS = NOT-FILE THEN
               CLOSE LOTCOSTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL LOTCOST-FS NOT = ZEROS
               READ LOTCOSTS NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF LTC-INGRED-ID = WS-PRICE-INGRED-ID
                          AND LTC-RECV-DATE >= WS-LAST-RECV THEN
                           MOVE LTC-RECV-DATE TO WS-LAST-RECV
                           COMPUTE WS-LANDED-SHARE =
                               LTC-LANDED-PRICE - LTC-BASE-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTCOSTS
           EXIT SECTION.

      *> BASE SELLING PRICE = THE BREAK COVERING QUANTITY 1
