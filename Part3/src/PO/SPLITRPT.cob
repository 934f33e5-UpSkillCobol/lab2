      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    MONTHLY SPLIT-SOURCING DRIFT - FOR EVERY INGREDIENT UNDER A
      *    SPLIT-SOURCING RULE, THE SHARE EACH SUPPLIER ACTUALLY
      *    DELIVERED IN THE MONTH (RECEIVED LOTS BOOKED BY PORECV)
      *    AGAINST ITS TARGET SHARE. TARGETS OF A RULE UNDER 100 ARE
      *    SCALED UP IN PROPORTION, AS POGEN SHARES THEM
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLITRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPLITSRCS ASSIGN TO "FXSPLITSRC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-KEY
           FILE STATUS IS SPLIT-FS.

           SELECT LOTCOSTS ASSIGN TO "FXLOTCOST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTC-KEY
           ALTERNATE RECORD KEY IS LTC-BATCH-LOT WITH DUPLICATES
           FILE STATUS IS LOTCOST-FS.

           SELECT REPORTFILE ASSIGN TO "SPLITFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLITSRCS.
       COPY FD-SPLITSRC.

       FD  LOTCOSTS.
       COPY FD-LOTCOST.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SPLIT-FS                             PIC 9(002).
       77  LOTCOST-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> PERCENTAGE POINTS OFF TARGET BEFORE A SUPPLIER IS FLAGGED
       78  SPLIT-DRIFT-PTS                      VALUE 10.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "SPLITSRC".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "SPLITFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-ASK-PERIOD.
           05 WS-ASK-YEAR                       PIC 9(004).
           05 WS-ASK-MONTH                      PIC 9(002).
       01  WS-RECV-DATE.
           05 WS-RECV-YEAR                      PIC 9(004).
           05 WS-RECV-MONTH                     PIC 9(002).
           05 WS-RECV-DAY                       PIC 9(002).

      *> ONE ROW PER INGREDIENT AND SUPPLIER - THE RULE'S SUPPLIERS
      *> FIRST, THEN ANY OTHER SUPPLIER THAT DELIVERED THE INGREDIENT
       77  MAX-SHR                              PIC 9(003).
       01  TAB-SHR OCCURS 999
           INDEXED BY IND-SHR IND-SHR2.
           05 TAB-SHR-INGRED                    PIC 9(003).
           05 TAB-SHR-SUPPLIER                  PIC 9(003).
           05 TAB-SHR-TARGET                    PIC 9(003).
           05 TAB-SHR-QTY                       PIC 9(007).
       01  WS-SHR-SAVE.
           05 WS-SHR-SAVE-INGRED                PIC 9(003).
           05 WS-SHR-SAVE-SUPPLIER              PIC 9(003).
           05 WS-SHR-SAVE-TARGET                PIC 9(003).
           05 WS-SHR-SAVE-QTY                   PIC 9(007).
       77  WS-SHR-PASS                          PIC 9(003).
       77  WS-FOUND-INDEX                       PIC 9(003).
       77  WS-RULE-FOUND                        PIC X(001).
       77  WS-INGRED-QTY                        PIC 9(009).
       77  WS-INGRED-TARGET                     PIC 9(005).
       77  WS-TARGET-PCT                        PIC 9(003)V9.
       77  WS-ACTUAL-PCT                        PIC 9(003)V9.
       77  WS-DRIFT-PCT                         PIC S9(003)V9.
       77  WS-FLAGGED-COUNT                     PIC 9(004).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(044)
              VALUE "BREADWICH - SPLIT-SOURCING DRIFT PERIOD     ".
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "INGRED".
           05 FILLER PIC X(008) VALUE "SUPP".
           05 FILLER PIC X(010) VALUE "QTY RECV".
           05 FILLER PIC X(010) VALUE "TARGET %".
           05 FILLER PIC X(010) VALUE "ACTUAL %".
           05 FILLER PIC X(010) VALUE "DRIFT".
           05 FILLER PIC X(012) VALUE "WARNING".

       01  RPT-DETAIL.
           05 RPT-DET-INGRED                    PIC 9(003).
           05 FILLER                            PIC X(005).
           05 RPT-DET-SUPP                      PIC 9(003).
           05 FILLER                            PIC X(003).
           05 RPT-DET-QTY                       PIC ZZZZZZ9.
           05 FILLER                            PIC X(004).
           05 RPT-DET-TARGET                    PIC ZZ9.9.
           05 FILLER                            PIC X(005).
           05 RPT-DET-ACTUAL                    PIC ZZ9.9.
           05 FILLER                            PIC X(004).
           05 RPT-DET-DRIFT                     PIC -ZZ9.9.
           05 FILLER                            PIC X(004).
           05 RPT-DET-FLAG                      PIC X(012).

       01  RPT-FOOTER.
           05 FILLER                            PIC X(030)
              VALUE "SUPPLIERS OFF TARGET.........:".
           05 RPT-FOOT-FLAGGED                  PIC ZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SPLIT-SOURCING DRIFT" LINE 03 COL 10.
           05 VALUE "PERIOD YEAR (YYYY):" LINE 06 COL 10.
           05 SS-YEAR PIC 9(004) LINE 06 COL 32 TO WS-ASK-YEAR.
           05 VALUE "PERIOD MONTH (MM).:" LINE 07 COL 10.
           05 SS-MONTH PIC 9(002) LINE 07 COL 32 TO WS-ASK-MONTH.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "DRIFT REPORT WRITTEN ON SPLITFILE"
              LINE 12 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE WS-TODAY-NUM (1:4) TO WS-ASK-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-ASK-MONTH
           DISPLAY CLEAR-SCREEN
           DISPLAY PERIOD-SCREEN
           ACCEPT PERIOD-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           MOVE ZEROS TO MAX-SHR

           PERFORM LOAD-RULES
           PERFORM ADD-MONTH-RECEIPTS
           PERFORM SORT-BY-INGREDIENT
           PERFORM WRITE-REPORT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    EVERY SUPPLIER NAMED IN A RULE, WITH OR WITHOUT RECEIPTS
      ******************************************************************
       LOAD-RULES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SPLITSRCS
           IF SPLIT-FS = NOT-FILE THEN
               CLOSE SPLITSRCS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SPLITSRCS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF MAX-SHR < 999 THEN
                           ADD 1 TO MAX-SHR
                           SET IND-SHR TO MAX-SHR
                           MOVE SPS-INGRED-ID
                             TO TAB-SHR-INGRED (IND-SHR)
                           MOVE SPS-SUPPLIER-ID
                             TO TAB-SHR-SUPPLIER (IND-SHR)
                           MOVE SPS-TARGET-PCT
                             TO TAB-SHR-TARGET (IND-SHR)
                           MOVE ZEROS TO TAB-SHR-QTY (IND-SHR)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPLITSRCS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************
      *    LOTS RECEIVED IN THE PERIOD FOR A SPLIT-SOURCED INGREDIENT
      ******************************************************************
       ADD-MONTH-RECEIPTS SECTION.
           IF MAX-SHR = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT LOTCOSTS
           IF LOTCOST-FS = NOT-FILE THEN
               CLOSE LOTCOSTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LOTCOSTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE LTC-RECV-DATE TO WS-RECV-DATE
                       IF WS-RECV-YEAR = WS-ASK-YEAR
                          AND WS-RECV-MONTH = WS-ASK-MONTH THEN
                           PERFORM ADD-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTCOSTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-ONE-RECEIPT SECTION.
           MOVE SPACES TO WS-RULE-FOUND
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-SHR FROM 1 BY 1
                   UNTIL IND-SHR > MAX-SHR
               IF TAB-SHR-INGRED (IND-SHR) = LTC-INGRED-ID THEN
                   MOVE "Y" TO WS-RULE-FOUND
                   IF TAB-SHR-SUPPLIER (IND-SHR)
                      = LTC-SUPPLIER-ID THEN
                       SET WS-FOUND-INDEX TO IND-SHR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RULE-FOUND NOT = "Y" THEN
               EXIT SECTION
           END-IF
      *> A SUPPLIER OUTSIDE THE RULE STILL TAKES PART OF THE MONTH
           IF WS-FOUND-INDEX = ZEROS THEN
               IF MAX-SHR < 999 THEN
                   ADD 1 TO MAX-SHR
                   SET IND-SHR TO MAX-SHR
                   MOVE LTC-INGRED-ID TO TAB-SHR-INGRED (IND-SHR)
                   MOVE LTC-SUPPLIER-ID TO TAB-SHR-SUPPLIER (IND-SHR)
                   MOVE ZEROS TO TAB-SHR-TARGET (IND-SHR)
                   MOVE ZEROS TO TAB-SHR-QTY (IND-SHR)
                   SET WS-FOUND-INDEX TO IND-SHR
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           SET IND-SHR TO WS-FOUND-INDEX
           ADD LTC-QTY TO TAB-SHR-QTY (IND-SHR)
           EXIT SECTION.

      ******************************************************************
      *    INGREDIENT, THEN SUPPLIER ORDER FOR THE PRINTOUT
      ******************************************************************
       SORT-BY-INGREDIENT SECTION.
           IF MAX-SHR < 2 THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-SHR-PASS FROM 1 BY 1
                   UNTIL WS-SHR-PASS >= MAX-SHR
               PERFORM VARYING IND-SHR FROM 1 BY 1
                       UNTIL IND-SHR >= MAX-SHR
                   SET IND-SHR2 TO IND-SHR
                   SET IND-SHR2 UP BY 1
                   IF TAB-SHR-INGRED (IND-SHR) >
                      TAB-SHR-INGRED (IND-SHR2)
                      OR (TAB-SHR-INGRED (IND-SHR) =
                          TAB-SHR-INGRED (IND-SHR2)
                      AND TAB-SHR-SUPPLIER (IND-SHR) >
                          TAB-SHR-SUPPLIER (IND-SHR2)) THEN
                       MOVE TAB-SHR (IND-SHR) TO WS-SHR-SAVE
                       MOVE TAB-SHR (IND-SHR2)
                         TO TAB-SHR (IND-SHR)
                       MOVE WS-SHR-SAVE TO TAB-SHR (IND-SHR2)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT SECTION.

       WRITE-REPORT SECTION.
           MOVE ZEROS TO WS-FLAGGED-COUNT
           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-SHR FROM 1 BY 1
                   UNTIL IND-SHR > MAX-SHR
               PERFORM SUM-INGREDIENT
               PERFORM WRITE-ONE-SHARE
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-FLAGGED-COUNT TO RPT-FOOT-FLAGGED
           WRITE REPORT-LINE FROM RPT-FOOTER
           CLOSE REPORTFILE
           EXIT SECTION.

      *> THE INGREDIENT'S MONTH TOTAL AND THE SUM OF ITS TARGETS
       SUM-INGREDIENT SECTION.
           MOVE ZEROS TO WS-INGRED-QTY
           MOVE ZEROS TO WS-INGRED-TARGET
           PERFORM VARYING IND-SHR2 FROM 1 BY 1
                   UNTIL IND-SHR2 > MAX-SHR
               IF TAB-SHR-INGRED (IND-SHR2)
                  = TAB-SHR-INGRED (IND-SHR) THEN
                   ADD TAB-SHR-QTY (IND-SHR2) TO WS-INGRED-QTY
                   ADD TAB-SHR-TARGET (IND-SHR2) TO WS-INGRED-TARGET
               END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-ONE-SHARE SECTION.
           MOVE TAB-SHR-INGRED (IND-SHR) TO RPT-DET-INGRED
           MOVE TAB-SHR-SUPPLIER (IND-SHR) TO RPT-DET-SUPP
           MOVE TAB-SHR-QTY (IND-SHR) TO RPT-DET-QTY
           MOVE ZEROS TO WS-TARGET-PCT
           IF WS-INGRED-TARGET > ZEROS THEN
               COMPUTE WS-TARGET-PCT ROUNDED =
                   TAB-SHR-TARGET (IND-SHR) * 100 / WS-INGRED-TARGET
           END-IF
           MOVE ZEROS TO WS-ACTUAL-PCT
           IF WS-INGRED-QTY > ZEROS THEN
               COMPUTE WS-ACTUAL-PCT ROUNDED =
                   TAB-SHR-QTY (IND-SHR) * 100 / WS-INGRED-QTY
           END-IF
           COMPUTE WS-DRIFT-PCT = WS-ACTUAL-PCT - WS-TARGET-PCT
           MOVE WS-TARGET-PCT TO RPT-DET-TARGET
           MOVE WS-ACTUAL-PCT TO RPT-DET-ACTUAL
           MOVE WS-DRIFT-PCT TO RPT-DET-DRIFT
           MOVE SPACES TO RPT-DET-FLAG
      *> NOTHING RECEIVED IN THE MONTH IS NO EVIDENCE OF DRIFT
           IF WS-INGRED-QTY = ZEROS THEN
               MOVE "NO RECEIPTS" TO RPT-DET-FLAG
           ELSE
               IF WS-DRIFT-PCT > SPLIT-DRIFT-PTS
                  OR WS-DRIFT-PCT < 0 - SPLIT-DRIFT-PTS THEN
                   IF TAB-SHR-TARGET (IND-SHR) = ZEROS THEN
                       MOVE "NOT IN RULE" TO RPT-DET-FLAG
                   ELSE
                       MOVE "DRIFT" TO RPT-DET-FLAG
                   END-IF
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       END PROGRAM SPLITRPT.
