      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    AVERAGE COST REBUILD - REPLAYS THE FULL MOVEMENT JOURNAL IN
      *    ORDER AND RE-DERIVES THE MOVING WEIGHTED-AVERAGE UNIT COST
      *    OF EVERY INGREDIENT AT EVERY SITE THE WAY STOCKPOST KEEPS
      *    IT, THEN SETS IT ON THE FXSTOCKBAL ROWS. RUN ONCE TO SEED
      *    THE OPENING AVERAGES, AND AGAIN AFTER A STOCKBLD IF THEY
      *    ARE IN DOUBT | V0.1 | 15.10.2026
      ******************************************************************
      *    A PO RECEIPT COMES IN AT ITS LOT'S LANDED PRICE (FXLOTCOST),
      *    OR THE SUPPLY LINK'S PRICE WHEN THE LOT HAS NO COST ROW; A
      *    TRANSFER IN AT WHAT THE OTHER SITES HOLD THE INGREDIENT AT;
      *    ANY OTHER MOVE-IN ONLY SETS AN AVERAGE THAT IS NOT THERE
      *    YET, AT THE LATEST SUPPLY PRICE
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVGBUILD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVENTORY ASSIGN TO "INVENTORYFILE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVENTORY-FS.

           SELECT STOCKBAL ASSIGN TO "FXSTOCKBAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STB-KEY
           FILE STATUS IS STOCKBAL-FS.

           SELECT LOTCOSTS ASSIGN TO "FXLOTCOST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTC-KEY
           ALTERNATE RECORD KEY IS LTC-BATCH-LOT WITH DUPLICATES
           FILE STATUS IS LOTCOST-FS.

           SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIS-ID
           FILE STATUS IS RIS-STATUS.

           SELECT REPORTFILE ASSIGN TO "AVGBUILDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY.
       COPY FD-IM.

       FD  STOCKBAL.
       COPY FD-STOCKBAL.

       FD  LOTCOSTS.
       COPY FD-LOTCOST.

       FD  FXRISUPPLY.
       COPY FD-RIS.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  INVENTORY-FS                         PIC 9(002).
       77  STOCKBAL-FS                          PIC 9(002).
       77  LOTCOST-FS                           PIC 9(002).
       77  RIS-STATUS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  MOVE-IN-ORIGIN-PO                    VALUE "PO".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "AVGCOSTBUILD".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "AVGBUILDFILE".

       01  WS-TODAY-NUM                         PIC 9(008).

      *> RUNNING ON-HAND AND AVERAGE PER INGREDIENT AND SITE AS THE
      *> JOURNAL IS REPLAYED
       77  MAX-AVG                              PIC 9(004).
       01  TAB-AVG OCCURS 2000 INDEXED BY IND-AVG IND-OTHER.
           05 TAB-AVG-INGRED                    PIC 9(003).
           05 TAB-AVG-SITE                      PIC 9(003).
           05 TAB-AVG-ON-HAND                   PIC S9(007).
           05 TAB-AVG-COST                      PIC 9(003)V9999.
           05 TAB-AVG-OLD                       PIC 9(003)V9999.
           05 TAB-AVG-STATE                     PIC X(008).
       77  WS-FOUND-INDEX                       PIC 9(004).

       77  WS-IN-COST                           PIC 9(003)V9999.
       77  WS-BEST-EFF                          PIC 9(008).
       77  WS-PAIR-FOUND                        PIC X(001).
       77  WS-HELD-QTY                          PIC 9(009).
       77  WS-HELD-VALUE                        PIC 9(011)V9999.

       77  WS-ROWS-SET                          PIC 9(004).
       77  WS-ROWS-CHANGED                      PIC 9(004).
       77  WS-ROWS-MISSING                      PIC 9(004).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(037)
              VALUE "BREADWICH - AVERAGE COST REBUILD AT: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(012) VALUE "INGREDIENT".
           05 FILLER PIC X(008) VALUE "SITE".
           05 FILLER PIC X(012) VALUE "ON HAND".
           05 FILLER PIC X(014) VALUE "OLD AVERAGE".
           05 FILLER PIC X(014) VALUE "NEW AVERAGE".
           05 FILLER PIC X(010) VALUE "STATE".

       01  RPT-DETAIL.
           05 RPT-DET-INGRED                    PIC 9(003).
           05 FILLER                            PIC X(009).
           05 RPT-DET-SITE                      PIC 9(003).
           05 FILLER                            PIC X(005).
           05 RPT-DET-ON-HAND                   PIC -ZZZZZZ9.
           05 FILLER                            PIC X(004).
           05 RPT-DET-OLD                       PIC ZZ9.9999.
           05 FILLER                            PIC X(006).
           05 RPT-DET-NEW                       PIC ZZ9.9999.
           05 FILLER                            PIC X(006).
           05 RPT-DET-STATE                     PIC X(008).

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(010)
              VALUE "ROWS SET: ".
           05 RPT-SUM-SET                       PIC ZZZ9.
           05 FILLER                            PIC X(011)
              VALUE "  CHANGED: ".
           05 RPT-SUM-CHANGED                   PIC ZZZ9.
           05 FILLER                            PIC X(026)
              VALUE "  NO BALANCE ROW ON FILE: ".
           05 RPT-SUM-MISSING                   PIC ZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "AVERAGE COSTS REBUILT FROM THE MOVEMENT JOURNAL"
              LINE 12 COL 10.
           05 VALUE "ROWS CHANGED:" LINE 14 COL 10.
           05 SS-CHANGED PIC ZZZ9 LINE 14 COL 25
              FROM WS-ROWS-CHANGED.
           05 VALUE "SEE AVGBUILDFILE FOR THE DETAIL" LINE 16 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 18 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-AVG, WS-ROWS-SET, WS-ROWS-CHANGED
           MOVE ZEROS TO WS-ROWS-MISSING

           PERFORM REPLAY-JOURNAL
           PERFORM SET-BALANCE-AVERAGES
           PERFORM WRITE-REPORT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    ONE PASS OVER THE JOURNAL IN THE ORDER IT WAS WRITTEN - THE
      *    SAME ORDER STOCKPOST SAW THE MOVEMENTS IN
      ******************************************************************
       REPLAY-JOURNAL SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT INVENTORY
           IF INVENTORY-FS = NOT-FILE THEN
               CLOSE INVENTORY
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ INVENTORY
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF MOVE-IN-QTD > ZEROS
                          OR MOVE-OUT-QTD > ZEROS THEN
                           PERFORM REPLAY-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       REPLAY-ONE-MOVEMENT SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-AVG FROM 1 BY 1
                   UNTIL IND-AVG > MAX-AVG
               IF TAB-AVG-INGRED (IND-AVG) = INGRED-ID
                  AND TAB-AVG-SITE (IND-AVG) = MOVE-SITE-ID THEN
                   SET WS-FOUND-INDEX TO IND-AVG
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               IF MAX-AVG < 2000 THEN
                   ADD 1 TO MAX-AVG
                   SET IND-AVG TO MAX-AVG
                   MOVE INGRED-ID TO TAB-AVG-INGRED (IND-AVG)
                   MOVE MOVE-SITE-ID TO TAB-AVG-SITE (IND-AVG)
                   MOVE ZEROS TO TAB-AVG-ON-HAND (IND-AVG)
                   MOVE ZEROS TO TAB-AVG-COST (IND-AVG)
                   MOVE ZEROS TO TAB-AVG-OLD (IND-AVG)
                   MOVE SPACES TO TAB-AVG-STATE (IND-AVG)
                   SET WS-FOUND-INDEX TO IND-AVG
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           SET IND-AVG TO WS-FOUND-INDEX

           IF MOVE-IN-QTD > ZEROS THEN
               PERFORM GET-IN-COST
               PERFORM REWEIGH-ROW
           END-IF
           ADD MOVE-IN-QTD TO TAB-AVG-ON-HAND (IND-AVG)
           SUBTRACT MOVE-OUT-QTD FROM TAB-AVG-ON-HAND (IND-AVG)
           EXIT SECTION.

      *> THE SAME RULE STOCKPOST APPLIES: NOTHING ON HAND OR NO
      *> AVERAGE YET TAKES THE INCOMING COST AS IT IS
       REWEIGH-ROW SECTION.
           IF WS-IN-COST = ZEROS THEN
               EXIT SECTION
           END-IF
           IF TAB-AVG-ON-HAND (IND-AVG) <= ZEROS
              OR TAB-AVG-COST (IND-AVG) = ZEROS THEN
               MOVE WS-IN-COST TO TAB-AVG-COST (IND-AVG)
           ELSE
               COMPUTE TAB-AVG-COST (IND-AVG) ROUNDED =
                   (TAB-AVG-ON-HAND (IND-AVG) * TAB-AVG-COST (IND-AVG)
                    + MOVE-IN-QTD * WS-IN-COST)
                   / (TAB-AVG-ON-HAND (IND-AVG) + MOVE-IN-QTD)
           END-IF
           EXIT SECTION.

       GET-IN-COST SECTION.
           MOVE ZEROS TO WS-IN-COST
           IF MOVE-IN-ID = MOVE-IN-ORIGIN-PO THEN
               PERFORM GET-LOT-LANDED-PRICE
               IF WS-IN-COST = ZEROS THEN
                   PERFORM GET-SUPPLY-PRICE
               END-IF
               EXIT SECTION
           END-IF
           IF REASON-TRANSFER THEN
               PERFORM GET-OTHER-SITES-AVERAGE
               IF WS-IN-COST NOT = ZEROS THEN
                   EXIT SECTION
               END-IF
           END-IF
           IF TAB-AVG-COST (IND-AVG) = ZEROS THEN
               PERFORM GET-SUPPLY-PRICE
           END-IF
           EXIT SECTION.

      *> THE LOT'S PO PRICE WITH ITS SHARE OF ANY FREIGHT
       GET-LOT-LANDED-PRICE SECTION.
           IF MOVE-BATCH-LOT = SPACES THEN
               EXIT SECTION
           END-IF
           OPEN INPUT LOTCOSTS
           IF LOTCOST-FS = NOT-FILE THEN
               CLOSE LOTCOSTS
               EXIT SECTION
           END-IF
           MOVE MOVE-BATCH-LOT TO LTC-BATCH-LOT
           START LOTCOSTS KEY IS EQUAL TO LTC-BATCH-LOT
               INVALID KEY
                   CLOSE LOTCOSTS
                   EXIT SECTION
           END-START
           PERFORM UNTIL LOTCOST-FS NOT = ZEROS
               READ LOTCOSTS NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF LTC-BATCH-LOT NOT = MOVE-BATCH-LOT THEN
                           EXIT PERFORM
                       END-IF
                       IF LTC-INGRED-ID = INGRED-ID THEN
                           MOVE LTC-LANDED-PRICE TO WS-IN-COST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTCOSTS
           EXIT SECTION.

      *> THE PRICE OF THE SUPPLY LINK THE STOCK CAME IN ON; WHEN THE
      *> PAIR HAS NO PRICE ON FILE THE LATEST EFFECTIVE PRICE OF ANY
      *> SUPPLIER FOR THE INGREDIENT IS USED INSTEAD
       GET-SUPPLY-PRICE SECTION.
           MOVE ZEROS TO WS-BEST-EFF
           MOVE SPACES TO WS-PAIR-FOUND
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = NOT-FILE THEN
               CLOSE FXRISUPPLY
               EXIT SECTION
           END-IF
           PERFORM UNTIL RIS-STATUS NOT = ZEROS
               READ FXRISUPPLY NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF RIS-ID-ING = INGRED-ID THEN
                           IF RIS-ID-SUPP = MOVE-SUPPLY-ID THEN
                               IF WS-PAIR-FOUND NOT = "Y"
                                  OR RIS-EFFECTIVE-DATE
                                     >= WS-BEST-EFF THEN
                                   MOVE RIS-EFFECTIVE-DATE
                                     TO WS-BEST-EFF
                                   MOVE RIS-PRICE TO WS-IN-COST
                                   MOVE "Y" TO WS-PAIR-FOUND
                               END-IF
                           ELSE
                               IF WS-PAIR-FOUND NOT = "Y"
                                  AND RIS-EFFECTIVE-DATE
                                      >= WS-BEST-EFF THEN
                                   MOVE RIS-EFFECTIVE-DATE
                                     TO WS-BEST-EFF
                                   MOVE RIS-PRICE TO WS-IN-COST
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRISUPPLY
           EXIT SECTION.

      *> THE JOURNAL DOES NOT SAY WHICH SITE SENT A TRANSFER, SO IT
      *> COMES IN AT WHAT THE OTHER SITES HOLD THE INGREDIENT AT
       GET-OTHER-SITES-AVERAGE SECTION.
           MOVE ZEROS TO WS-HELD-QTY
           MOVE ZEROS TO WS-HELD-VALUE
           PERFORM VARYING IND-OTHER FROM 1 BY 1
                   UNTIL IND-OTHER > MAX-AVG
               IF TAB-AVG-INGRED (IND-OTHER) = INGRED-ID
                  AND TAB-AVG-SITE (IND-OTHER) NOT = MOVE-SITE-ID
                  AND TAB-AVG-ON-HAND (IND-OTHER) > ZEROS
                  AND TAB-AVG-COST (IND-OTHER) > ZEROS THEN
                   ADD TAB-AVG-ON-HAND (IND-OTHER) TO WS-HELD-QTY
                   COMPUTE WS-HELD-VALUE = WS-HELD-VALUE
                       + TAB-AVG-ON-HAND (IND-OTHER)
                       * TAB-AVG-COST (IND-OTHER)
               END-IF
           END-PERFORM
           IF WS-HELD-QTY > ZEROS THEN
               COMPUTE WS-IN-COST ROUNDED =
                   WS-HELD-VALUE / WS-HELD-QTY
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    ONLY THE AVERAGE IS TOUCHED - THE BALANCE ITSELF IS LEFT TO
      *    STOCKPOST AND STOCKBLD
      ******************************************************************
       SET-BALANCE-AVERAGES SECTION.
           OPEN I-O STOCKBAL
           IF STOCKBAL-FS = NOT-FILE THEN
               CLOSE STOCKBAL
               PERFORM VARYING IND-AVG FROM 1 BY 1
                       UNTIL IND-AVG > MAX-AVG
                   MOVE "NO ROW" TO TAB-AVG-STATE (IND-AVG)
                   ADD 1 TO WS-ROWS-MISSING
               END-PERFORM
               EXIT SECTION
           END-IF
           PERFORM VARYING IND-AVG FROM 1 BY 1
                   UNTIL IND-AVG > MAX-AVG
               PERFORM SET-ONE-AVERAGE
           END-PERFORM
           CLOSE STOCKBAL
           EXIT SECTION.

       SET-ONE-AVERAGE SECTION.
           MOVE TAB-AVG-INGRED (IND-AVG) TO STB-INGRED-ID
           MOVE TAB-AVG-SITE (IND-AVG) TO STB-SITE-ID
           READ STOCKBAL
               INVALID KEY
                   MOVE "NO ROW" TO TAB-AVG-STATE (IND-AVG)
                   ADD 1 TO WS-ROWS-MISSING
               NOT INVALID KEY
                   MOVE STB-AVG-COST TO TAB-AVG-OLD (IND-AVG)
                   IF STB-AVG-COST = TAB-AVG-COST (IND-AVG) THEN
                       MOVE "OK" TO TAB-AVG-STATE (IND-AVG)
                   ELSE
                       IF STB-AVG-COST = ZEROS THEN
                           MOVE "SET" TO TAB-AVG-STATE (IND-AVG)
                       ELSE
                           MOVE "CHANGED" TO TAB-AVG-STATE (IND-AVG)
                       END-IF
                       ADD 1 TO WS-ROWS-CHANGED
                       MOVE TAB-AVG-COST (IND-AVG) TO STB-AVG-COST
                       REWRITE FD-STOCKBAL
                       END-REWRITE
                   END-IF
                   ADD 1 TO WS-ROWS-SET
           END-READ
           EXIT SECTION.

      ******************************************************************

       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-AVG FROM 1 BY 1
                   UNTIL IND-AVG > MAX-AVG
               MOVE TAB-AVG-INGRED (IND-AVG) TO RPT-DET-INGRED
               MOVE TAB-AVG-SITE (IND-AVG) TO RPT-DET-SITE
               MOVE TAB-AVG-ON-HAND (IND-AVG) TO RPT-DET-ON-HAND
               MOVE TAB-AVG-OLD (IND-AVG) TO RPT-DET-OLD
               MOVE TAB-AVG-COST (IND-AVG) TO RPT-DET-NEW
               MOVE TAB-AVG-STATE (IND-AVG) TO RPT-DET-STATE
               WRITE REPORT-LINE FROM RPT-DETAIL
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-ROWS-SET TO RPT-SUM-SET
           MOVE WS-ROWS-CHANGED TO RPT-SUM-CHANGED
           MOVE WS-ROWS-MISSING TO RPT-SUM-MISSING
           WRITE REPORT-LINE FROM RPT-SUMMARY
           CLOSE REPORTFILE
           EXIT SECTION.

       END PROGRAM AVGBUILD.
