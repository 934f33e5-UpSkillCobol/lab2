      *    STOCK VALUATION BY SITE AT COST - PRICES EACH SITE'S
      *    ON-HAND AT THE LOT'S SUPPLIER PRICE, FALLING BACK TO THE
      *    LATEST EFFECTIVE PRICE | V0.1 | 22.08.2026
      ******************************************************************
      *    THE UNIT COST ALSO CARRIES THE FREIGHT PER UNIT LANDCOST
      *    SPREAD OVER THE LAST LOT RECEIVED AT THE SITE
      ******************************************************************
      *    EACH SITE'S ON-HAND IS NOW VALUED AT ITS WEIGHTED-AVERAGE
      *    COST (AVGCOST); THE LOT PRICE AND FREIGHT ABOVE ARE ONLY
      *    USED WHILE THE SITE HAS NO AVERAGE YET
      ******************************************************************
      *    LOTS ON QUARANTINE HOLD COME OFF THE SITE'S FREE STOCK AND
      *    ARE VALUED IN A SEPARATE SECTION WITH THEIR HOLD REASON
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

           SELECT LOTCOSTS ASSIGN TO "FXLOTCOST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTC-KEY
           ALTERNATE RECORD KEY IS LTC-BATCH-LOT WITH DUPLICATES
           FILE STATUS IS LOTCOST-FS.

           SELECT LOTEXP ASSIGN TO "FXLOTEXPIRY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTX-BATCH-LOT
           FILE STATUS IS LOTEXP-FS.

           SELECT REPORTFILE ASSIGN TO "IMVALUEFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.
       FD  FXINGRED.
       COPY FD-INGREDSFX.

       FD  LOTCOSTS.
       COPY FD-LOTCOST.

       FD  LOTEXP.
       COPY FD-LOTEXP.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       77  RIS-STATUS                           PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  LOTCOST-FS                           PIC 9(002).
       77  LOTEXP-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

      *> ONE ROW PER SITE / INGREDIENT WITH THE LAST SUPPLY LINK AND
      *> THE LAST LOT RECEIVED SEEN
       77  MAX-VAL                              PIC 9(003) VALUE ZEROS.
       01  TAB-VAL OCCURS 999
           INDEXED BY IND-VAL IND-VAL2.
           05 TAB-VAL-INGRED-ID                 PIC 9(003).
           05 TAB-VAL-ON-HAND                   PIC S9(006).
           05 TAB-VAL-SUPPLIER                  PIC 9(003).
           05 TAB-VAL-LOT                       PIC X(010).

       01  WS-VAL-SAVE.
           05 WS-VAL-SAVE-SITE                  PIC 9(003).
           05 WS-VAL-SAVE-INGRED                PIC 9(003).
           05 WS-VAL-SAVE-ON-HAND               PIC S9(006).
           05 WS-VAL-SAVE-SUPPLIER              PIC 9(003).
           05 WS-VAL-SAVE-LOT                   PIC X(010).
       77  WS-VAL-PASS                          PIC 9(003).

      *> LOTS ON QUARANTINE HOLD - KEPT OUT OF THE SITE'S FREE
      *> STOCK AND VALUED IN A SECTION OF THEIR OWN
       77  MAX-HELD                             PIC 9(003) VALUE ZEROS.
       01  TAB-HELD OCCURS 200
           INDEXED BY IND-HELD.
           05 TAB-HELD-LOT                      PIC X(010).
           05 TAB-HELD-SITE-ID                  PIC 9(003).
           05 TAB-HELD-INGRED-ID                PIC 9(003).
           05 TAB-HELD-QTY                      PIC 9(006).
           05 TAB-HELD-REASON                   PIC X(001).
       77  WS-HELD-TOTAL                        PIC 9(010)V99.
       77  WS-ALL-TOTAL                         PIC 9(011)V99.

       77  WS-FOUND-INDEX                       PIC 9(003).
       77  WS-UNIT-COST                         PIC 9(003)V99.
       77  WS-BEST-EFF                          PIC 9(008).
       77  WS-PAIR-FOUND                        PIC X(001).
       77  WS-LANDED-SHARE                      PIC 9(003)V99.
       77  WS-ROW-VALUE                         PIC 9(009)V99.
       77  WS-SITE-TOTAL                        PIC 9(010)V99.
       77  WS-GRAND-TOTAL                       PIC 9(011)V99.
              VALUE "GRAND TOTAL:      ".
           05 RPT-GRAND-VALUE                   PIC ZZZZZZZZZZ9.99.

       01  RPT-HELD-HEAD.
           05 FILLER                            PIC X(040)
              VALUE "STOCK ON QUARANTINE HOLD - NOT AVAILABLE".

       01  RPT-HELD-DETAIL.
           05 FILLER                            PIC X(003).
           05 RPT-HELD-LOT                      PIC X(010).
           05 FILLER                            PIC X(007)
              VALUE "  SITE ".
           05 RPT-HELD-SITE                     PIC 9(003).
           05 FILLER                            PIC X(006)
              VALUE "  ING ".
           05 RPT-HELD-INGRED                   PIC 9(003).
           05 FILLER                            PIC X(007)
              VALUE "  HELD:".
           05 RPT-HELD-QTY                      PIC ZZZZZ9.
           05 FILLER                            PIC X(008)
              VALUE "  UNIT: ".
           05 RPT-HELD-UNIT                     PIC ZZ9.99.
           05 FILLER                            PIC X(009)
              VALUE "  VALUE: ".
           05 RPT-HELD-VALUE                    PIC ZZZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-HELD-REASON                   PIC X(011).

       01  RPT-HELD-TOTAL.
           05 FILLER                            PIC X(018)
              VALUE "HELD TOTAL:       ".
           05 RPT-HELD-TOTAL-VALUE              PIC ZZZZZZZZZ9.99.

       01  RPT-ALL-TOTAL.
           05 FILLER                            PIC X(018)
              VALUE "TOTAL WITH HELD:  ".
           05 RPT-ALL-VALUE                     PIC ZZZZZZZZZZ9.99.

      ******************************************************************

       SCREEN SECTION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-GRAND-TOTAL
           PERFORM BUILD-VALUATION-TABLE
           PERFORM LOAD-HELD-LOTS
           PERFORM SORT-BY-SITE
           PERFORM WRITE-REPORT
           DISPLAY CLEAR-SCREEN
               MOVE INGRED-ID TO TAB-VAL-INGRED-ID (IND-VAL)
               MOVE ZEROS TO TAB-VAL-ON-HAND (IND-VAL)
               MOVE ZEROS TO TAB-VAL-SUPPLIER (IND-VAL)
               MOVE SPACES TO TAB-VAL-LOT (IND-VAL)
               SET WS-FOUND-INDEX TO IND-VAL
           END-IF
           SET IND-VAL TO WS-FOUND-INDEX
           IF MOVE-SUPPLY-ID NOT = ZEROS THEN
               MOVE MOVE-SUPPLY-ID TO TAB-VAL-SUPPLIER (IND-VAL)
           END-IF
           IF MOVE-IN-QTD > ZEROS AND MOVE-BATCH-LOT NOT = SPACES THEN
               MOVE MOVE-BATCH-LOT TO TAB-VAL-LOT (IND-VAL)
           END-IF
           EXIT SECTION.

      *> A LOT ON QUARANTINE HOLD STILL SITS IN ITS SITE'S MOVEMENTS;
      *> WHAT WAS LEFT OF IT WHEN IT WENT ON HOLD COMES OFF THE
      *> SITE'S FREE ON-HAND AND IS REPORTED APART
       LOAD-HELD-LOTS SECTION.
           MOVE ZEROS TO MAX-HELD
           OPEN INPUT LOTEXP
           IF LOTEXP-FS = NOT-FILE THEN
               CLOSE LOTEXP
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LOTEXP NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF LOTX-ON-HOLD AND LOTX-STILL-LIVE
                          AND MAX-HELD < 200 THEN
                           PERFORM ADD-HELD-LOT
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           CLOSE LOTEXP
           EXIT SECTION.

       ADD-HELD-LOT SECTION.
           ADD 1 TO MAX-HELD
           SET IND-HELD TO MAX-HELD
           MOVE LOTX-BATCH-LOT TO TAB-HELD-LOT (IND-HELD)
           MOVE LOTX-HOLD-SITE TO TAB-HELD-SITE-ID (IND-HELD)
           MOVE LOTX-INGRED-ID TO TAB-HELD-INGRED-ID (IND-HELD)
           MOVE LOTX-HOLD-QTY TO TAB-HELD-QTY (IND-HELD)
           MOVE LOTX-HOLD-REASON TO TAB-HELD-REASON (IND-HELD)
           PERFORM VARYING IND-VAL FROM 1 BY 1
                   UNTIL IND-VAL > MAX-VAL
               IF TAB-VAL-SITE-ID (IND-VAL) = LOTX-HOLD-SITE
                  AND TAB-VAL-INGRED-ID (IND-VAL) = LOTX-INGRED-ID
                  THEN
                   SUBTRACT LOTX-HOLD-QTY
                     FROM TAB-VAL-ON-HAND (IND-VAL)
               END-IF
           END-PERFORM
           EXIT SECTION.

       SORT-BY-SITE SECTION.
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-GRAND-TOTAL TO RPT-GRAND-VALUE
           WRITE REPORT-LINE FROM RPT-GRAND-TOTAL
           IF MAX-HELD > ZEROS THEN
               PERFORM WRITE-HELD-SECTION
           END-IF
           CLOSE REPORTFILE
           EXIT SECTION.

       WRITE-VALUE-LINE SECTION.
           CALL "AVGCOST" USING TAB-VAL-SITE-ID (IND-VAL)
               TAB-VAL-INGRED-ID (IND-VAL) WS-UNIT-COST
           IF WS-UNIT-COST = ZEROS THEN
               PERFORM GET-UNIT-COST
               PERFORM GET-LANDED-SHARE
               ADD WS-LANDED-SHARE TO WS-UNIT-COST
           END-IF
           IF TAB-VAL-ON-HAND (IND-VAL) > ZEROS THEN
               COMPUTE WS-ROW-VALUE ROUNDED =
                   TAB-VAL-ON-HAND (IND-VAL) * WS-UNIT-COST
           CLOSE FXRISUPPLY
           EXIT SECTION.

      *> FREIGHT PER UNIT ON THE LAST LOT OF THE INGREDIENT RECEIVED AT
      *> THE SITE - ZERO WHEN NO CHARGE WAS EVER SPREAD OVER IT
       GET-LANDED-SHARE SECTION.
           MOVE ZEROS TO WS-LANDED-SHARE
           IF TAB-VAL-LOT (IND-VAL) = SPACES THEN
               EXIT SECTION
           END-IF
           OPEN INPUT LOTCOSTS
           IF LOTCOST-FS = NOT-FILE THEN
               CLOSE LOTCOSTS
               EXIT SECTION
           END-IF
           MOVE TAB-VAL-LOT (IND-VAL) TO LTC-BATCH-LOT
           START LOTCOSTS KEY IS EQUAL TO LTC-BATCH-LOT
               INVALID KEY
                   CLOSE LOTCOSTS
                   EXIT SECTION
           END-START
           PERFORM UNTIL LOTCOST-FS NOT = ZEROS
               READ LOTCOSTS NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF LTC-BATCH-LOT NOT = TAB-VAL-LOT (IND-VAL)
                          THEN
                           EXIT PERFORM
                       END-IF
                       IF LTC-INGRED-ID = TAB-VAL-INGRED-ID (IND-VAL)
                          AND LTC-LANDED-PRICE > LTC-BASE-PRICE THEN
                           COMPUTE WS-LANDED-SHARE =
                               LTC-LANDED-PRICE - LTC-BASE-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTCOSTS
           EXIT SECTION.

      *> HELD LOTS AT THE SITE'S AVERAGE COST, FALLING BACK TO THE
      *> SAME PRICE THE SITE'S FREE STOCK OF THE INGREDIENT GOT
       WRITE-HELD-SECTION SECTION.
           MOVE ZEROS TO WS-HELD-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-HELD-HEAD
           PERFORM VARYING IND-HELD FROM 1 BY 1
                   UNTIL IND-HELD > MAX-HELD
               PERFORM WRITE-HELD-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-HELD-TOTAL TO RPT-HELD-TOTAL-VALUE
           WRITE REPORT-LINE FROM RPT-HELD-TOTAL
           COMPUTE WS-ALL-TOTAL = WS-GRAND-TOTAL + WS-HELD-TOTAL
           MOVE WS-ALL-TOTAL TO RPT-ALL-VALUE
           WRITE REPORT-LINE FROM RPT-ALL-TOTAL
           EXIT SECTION.

       WRITE-HELD-LINE SECTION.
           CALL "AVGCOST" USING TAB-HELD-SITE-ID (IND-HELD)
               TAB-HELD-INGRED-ID (IND-HELD) WS-UNIT-COST
           IF WS-UNIT-COST = ZEROS THEN
               PERFORM VARYING IND-VAL FROM 1 BY 1
                       UNTIL IND-VAL > MAX-VAL
                   IF TAB-VAL-SITE-ID (IND-VAL) =
                      TAB-HELD-SITE-ID (IND-HELD)
                      AND TAB-VAL-INGRED-ID (IND-VAL) =
                      TAB-HELD-INGRED-ID (IND-HELD) THEN
                       PERFORM GET-UNIT-COST
                       PERFORM GET-LANDED-SHARE
                       ADD WS-LANDED-SHARE TO WS-UNIT-COST
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-ROW-VALUE ROUNDED =
               TAB-HELD-QTY (IND-HELD) * WS-UNIT-COST
           ADD WS-ROW-VALUE TO WS-HELD-TOTAL

           MOVE TAB-HELD-LOT (IND-HELD) TO RPT-HELD-LOT
           MOVE TAB-HELD-SITE-ID (IND-HELD) TO RPT-HELD-SITE
           MOVE TAB-HELD-INGRED-ID (IND-HELD) TO RPT-HELD-INGRED
           MOVE TAB-HELD-QTY (IND-HELD) TO RPT-HELD-QTY
           MOVE WS-UNIT-COST TO RPT-HELD-UNIT
           MOVE WS-ROW-VALUE TO RPT-HELD-VALUE
           EVALUATE TAB-HELD-REASON (IND-HELD)
               WHEN "T" MOVE "TEMPERATURE" TO RPT-HELD-REASON
               WHEN "C" MOVE "COMPLAINT" TO RPT-HELD-REASON
               WHEN "R" MOVE "RECALL" TO RPT-HELD-REASON
               WHEN OTHER MOVE "OTHER" TO RPT-HELD-REASON
           END-EVALUATE
           WRITE REPORT-LINE FROM RPT-HELD-DETAIL
           EXIT SECTION.

       WRITE-SITE-TOTAL SECTION.
           MOVE WS-SITE-TOTAL TO RPT-SITE-VALUE
           WRITE REPORT-LINE FROM RPT-SITE-TOTAL
