      *    RETURNS ENTRY TIED TO AN ORDER - RESTOCK OR WASTE THE
      *    GOODS AND RAISE A NUMBERED CREDIT NOTE THAT RECEIVABLES
      *    NETS AGAINST THE SCHOOL'S BALANCE | V0.1 | 22.08.2026
      ******************************************************************
      *    A RESTOCKED PREPARED COMPONENT GOES BACK AS THE
      *    INGREDIENTS OF ITS OWN RECIPE (SREXPLODE)
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  CRNKEY-FS                            PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> NO UNIT COST ON THESE MOVEMENTS - THE SITE'S AVERAGE COST
      *> STAYS AS IT IS
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99
                                                VALUE ZEROS.
       78  CRN-COUNTER-NAME                     VALUE "CRNKEYS".
      *> MOVEMENT ORIGIN FOR CREDIT-NOTE RESTOCKS
       78  MOVE-ORIGIN-CREDIT                   VALUE "CR".
       77  WS-RET-QTY                           PIC 9(003).
       77  WS-RET-REASON                        PIC X(020).
       77  WS-REMAINING-QTY                     PIC 9(006).
      *> INGREDIENT GOING BACK ON THE SHELF - A PREPARED COMPONENT
      *> COMES BACK AS THE INGREDIENTS OF ITS OWN RECIPE
       77  WS-RESTOCK-INGRED-ID                 PIC 9(003).
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.
       77  WS-CHUNK-QTY                         PIC 9(003).
       77  WS-RET-DISPOSAL                      PIC X(001).
           88 RET-RESTOCK                       VALUE "R" "r".
       77  WS-UNIT-GROSS                        PIC 9(005)V99.
       77  WS-CRN-VALUE                         PIC 9(007)V99.
       77  WS-NEW-CRN-ID                        PIC 9(006).

      *> CERTIFIED NUMBER AND ATCUD GIVEN TO THE CREDIT NOTE ON ISSUE
       77  WS-STAMP-TYPE                        PIC X(002) VALUE "NC".
       77  WS-STAMP-DOC-NO                      PIC X(020).
       77  WS-STAMP-ATCUD                       PIC X(020).
       77  WS-STAMP-RESULT                      PIC X(001).
       77  WS-STATUS-TEXT                       PIC X(060).

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-RET-ORDER-ID WS-RET-QTY
               MOVE ZEROS TO WS-RET-SANDWICH
           PERFORM VALUE-RETURNED-GOODS
           PERFORM WRITE-CREDIT-NOTE
           MOVE SPACES TO WS-STATUS-TEXT
           STRING "CREDIT NOTE " DELIMITED BY SIZE
               WS-STAMP-DOC-NO DELIMITED BY "  "
               " ATCUD " DELIMITED BY SIZE
               WS-STAMP-ATCUD DELIMITED BY "  "
               " RAISED" DELIMITED BY SIZE
               INTO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.
                          WS-RET-EFF-SANDWICH THEN
                           MOVE "Y" TO TRUE-YES
                       ELSE
                           PERFORM RESTOCK-RECIPE-LINE
                       END-IF
               END-READ
           END-PERFORM
      *> THE LEDGER QUANTITY FIELD HOLDS THREE DIGITS, SO A BIGGER
      *> RESTOCK GOES ON AS SEVERAL MOVEMENTS THAT SUM TO THE FULL
      *> AMOUNT - THE SAME CHUNKING THE PRODUCTION RELEASE USES
       RESTOCK-RECIPE-LINE SECTION.
           COMPUTE WS-EXP-LINE-QTY = SR-ING-QTD * WS-RET-QTY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                 TO WS-RESTOCK-INGRED-ID
               COMPUTE WS-REMAINING-QTY ROUNDED =
                   WS-EXP-PART-QTY (WS-EXP-IX)
               PERFORM WRITE-RESTOCK-MOVEMENT
           END-PERFORM
           EXIT SECTION.

       WRITE-RESTOCK-MOVEMENT SECTION.
           PERFORM UNTIL WS-REMAINING-QTY = ZEROS
               IF WS-REMAINING-QTY > 999 THEN
                   MOVE 999 TO WS-CHUNK-QTY
           MOVE WS-RET-SITE TO WS-MOVE-SITE-ID
           MOVE MOVE-ORIGIN-CREDIT TO WS-MOVE-IN-ID
           MOVE WS-CHUNK-QTY TO WS-MOVE-IN-QTD
           MOVE WS-RESTOCK-INGRED-ID TO WS-INGRED-ID
           MOVE WS-TODAY-YEAR TO WS-TIME-MOVE-IN-YEAR
           MOVE WS-TODAY-MONTH TO WS-TIME-MOVE-IN-MONTH
           MOVE WS-TODAY-DAY TO WS-TIME-MOVE-IN-DAY
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF INGRED-ID = WS-RESTOCK-INGRED-ID THEN
                           MOVE INGRED-UNIT-SUPPLIER
                             TO WS-INGRED-UNIT-SUPPLIER
                           MOVE INGRED-UNIT-SANDWICH
           WRITE FD-CREDNOTE
           END-WRITE
           CLOSE CREDNOTES
           CALL "DOCSTAMP" USING WS-STAMP-TYPE WS-NEW-CRN-ID
               WS-TODAY-NUM FD-ORDERS-SCHOOL-INTERNAL-ID WS-CRN-VALUE
               WS-STAMP-DOC-NO WS-STAMP-ATCUD WS-STAMP-RESULT
           EXIT SECTION.

       END PROGRAM RSORETURN.
