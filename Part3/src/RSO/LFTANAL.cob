      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    MONTHLY LEFTOVER ANALYSIS - LEFTOVER PERCENTAGE BY SCHOOL,
      *    SANDWICH AND WEEKDAY, AND PROPOSED REDUCTIONS TO THE
      *    MATCHING STANDING-ORDER TEMPLATES AND MENU-CYCLE ROWS FOR
      *    REVIEW ON LFTREVIEW | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LFTANAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDERS ASSIGN TO "FX-ORDERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ORDERS-ID
           ALTERNATE RECORD KEY IS FD-DELIVERY-DATE
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-ORDERS-SCHOOL-DATE-KEY
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

           SELECT ORDLINES ASSIGN TO "FX-ORDLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

           SELECT LEFTOVERS ASSIGN TO "FXLEFTOVER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LFT-KEY
           FILE STATUS IS LEFTOVER-FS.

           SELECT STANDING ASSIGN TO "FXSTANDING"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STO-KEY
           FILE STATUS IS STANDING-FS.

           SELECT MENUCYCLE ASSIGN TO "FXMENUCYC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCY-KEY
           FILE STATUS IS MENUCYC-FS.

           SELECT LFTPROPS ASSIGN TO "FXLFTPROP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LFP-KEY
           FILE STATUS IS LFTPROP-FS.

           SELECT REPORTFILE ASSIGN TO "LFTANALFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  LEFTOVERS.
       COPY FD-LEFTOVER.

       FD  STANDING.
       COPY FD-STANDING.

       FD  MENUCYCLE.
       COPY FD-MENUCYC.

       FD  LFTPROPS.
       COPY FD-LFTPROP.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  LEFTOVER-FS                          PIC 9(002).
       77  STANDING-FS                          PIC 9(002).
       77  MENUCYC-FS                           PIC 9(002).
       77  LFTPROP-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> A ROW LEFT OVER AT THIS PERCENTAGE OR MORE GETS A PROPOSAL
       78  PROPOSE-AT-PCT                       VALUE 10.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-OL-DONE                           PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "LEFTOVERS".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "LFTANALFILE".

       01  WS-ANL-PERIOD.
           05 WS-ANL-YEAR                       PIC 9(004).
           05 WS-ANL-MONTH                      PIC 9(002).
       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-DATE-INT                          PIC 9(008).
       77  WS-ROW-DATE                          PIC 9(008).

      *> ONE ROW PER SCHOOL / SANDWICH / WEEKDAY
       77  MAX-LFA                              PIC 9(004) VALUE ZEROS.
       01  TAB-LFA OCCURS 2000 INDEXED BY IND-LFA IND-LFA2.
           05 TAB-LFA-KEY.
               10 TAB-LFA-SCHOOL                PIC 9(003).
               10 TAB-LFA-SANDWICH              PIC 9(003).
               10 TAB-LFA-WEEKDAY               PIC 9(001).
           05 TAB-LFA-DELIVERIES                PIC 9(003).
           05 TAB-LFA-DELIVERED                 PIC 9(006).
           05 TAB-LFA-UNEATEN                   PIC 9(006).
       01  WS-LFA-SAVE                          PIC X(022).
       77  WS-LFA-PASS                          PIC 9(004).

       77  WS-ROW-SCHOOL                        PIC 9(003).
       77  WS-ROW-SANDWICH                      PIC 9(003).
       77  WS-ROW-WEEKDAY                       PIC 9(001).
       77  WS-ROW-QTY                           PIC 9(006).
       77  WS-FOUND-INDEX                       PIC 9(004).
       77  WS-LOOK-ORDER                        PIC 9(005).
       77  WS-LINES-SEEN                        PIC 9(003).

       77  WS-ROW-PCT                           PIC 9(003)V9.
       77  WS-AVG-UNEATEN                       PIC 9(004).
       77  WS-NEW-QTY                           PIC 9(003).
       77  WS-ROW-PROPOSALS                     PIC 9(002).
       77  WS-PROPOSAL-COUNT                    PIC 9(004).
       77  WS-CYCLE-WEEK                        PIC 9(001).
       77  WS-CURR-SCHOOL                       PIC 9(003).
       77  WS-SCH-DELIVERED                     PIC 9(007).
       77  WS-SCH-UNEATEN                       PIC 9(007).

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(039)
              VALUE "BREADWICH - LEFTOVER ANALYSIS FOR:    ".
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(022)
              VALUE "   PROPOSALS FROM PCT:".
           05 RPT-HEAD-PCT                      PIC ZZ9.
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "SCHOOL".
           05 FILLER PIC X(010) VALUE "SANDWICH".
           05 FILLER PIC X(009) VALUE "WEEKDAY".
           05 FILLER PIC X(012) VALUE "DELIVERIES".
           05 FILLER PIC X(011) VALUE "DELIVERED".
           05 FILLER PIC X(009) VALUE "UNEATEN".
           05 FILLER PIC X(009) VALUE "LEFT %".
           05 FILLER PIC X(012) VALUE "PROPOSALS".

       01  RPT-DETAIL.
           05 RPT-DET-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(005).
           05 RPT-DET-SANDWICH                  PIC 9(003).
           05 FILLER                            PIC X(007).
           05 RPT-DET-WEEKDAY                   PIC X(003).
           05 FILLER                            PIC X(008).
           05 RPT-DET-DELIVERIES                PIC ZZ9.
           05 FILLER                            PIC X(005).
           05 RPT-DET-DELIVERED                 PIC ZZZZZ9.
           05 FILLER                            PIC X(004).
           05 RPT-DET-UNEATEN                   PIC ZZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-PCT                       PIC ZZ9.9.
           05 FILLER                            PIC X(007).
           05 RPT-DET-PROPOSALS                 PIC Z9.

       01  RPT-SCHOOL-TOTAL.
           05 FILLER                            PIC X(016)
              VALUE "  SCHOOL TOTAL ".
           05 RPT-SCH-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(012).
           05 RPT-SCH-DELIVERED                 PIC ZZZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-SCH-UNEATEN                   PIC ZZZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-SCH-PCT                       PIC ZZ9.9.

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(030)
              VALUE "PROPOSALS WAITING FOR REVIEW: ".
           05 RPT-SUM-PROPOSALS                 PIC ZZZ9.

       01  WS-DAY-NAMES                         PIC X(021)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TAB REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7              PIC X(003).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "MONTHLY LEFTOVER ANALYSIS" LINE 03 COL 10.
           05 VALUE "YEAR (YYYY).........:" LINE 05 COL 10.
           05 SS-ANL-YEAR PIC 9(004)  LINE 05 COL 34
              TO WS-ANL-YEAR.
           05 VALUE "MONTH (MM)..........:" LINE 06 COL 10.
           05 SS-ANL-MONTH PIC 9(002) LINE 06 COL 34
              TO WS-ANL-MONTH.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "LEFTOVER ANALYSIS WRITTEN ON LFTANALFILE"
              LINE 12 COL 10.
           05 VALUE "PROPOSALS RAISED:" LINE 14 COL 10.
           05 SS-PROPS PIC ZZZ9 LINE 14 COL 29
              FROM WS-PROPOSAL-COUNT.
           05 VALUE "PRESS ANY KEY" LINE 16 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ANL-YEAR WS-ANL-MONTH
           DISPLAY CLEAR-SCREEN
           ACCEPT PERIOD-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF

           MOVE ZEROS TO MAX-LFA WS-PROPOSAL-COUNT
           PERFORM COLLECT-DELIVERIES
           PERFORM COLLECT-LEFTOVERS
           PERFORM SORT-LFA-ROWS

           OPEN I-O LFTPROPS
           IF LFTPROP-FS = NOT-FILE THEN
               OPEN OUTPUT LFTPROPS
               CLOSE LFTPROPS
               OPEN I-O LFTPROPS
           END-IF
           OPEN INPUT STANDING
           OPEN INPUT MENUCYCLE
           PERFORM WRITE-REPORT
           CLOSE MENUCYCLE
           CLOSE STANDING
           CLOSE LFTPROPS

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    THE BASE IS EVERYTHING DELIVERED IN THE MONTH, SO A DAY
      *    WITH NOTHING LEFT OVER STILL COUNTS TOWARDS THE PERCENTAGE
      ******************************************************************
       COLLECT-DELIVERIES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               EXIT SECTION
           END-IF
           MOVE WS-ANL-YEAR TO FD-DELIVERY-DATE (1:4)
           MOVE WS-ANL-MONTH TO FD-DELIVERY-DATE (5:2)
           MOVE "01" TO FD-DELIVERY-DATE (7:2)
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
               INVALID KEY
                   MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ORDERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF FD-DELIVERY-YEAR NOT = WS-ANL-YEAR
                          OR FD-DELIVERY-MONTH NOT = WS-ANL-MONTH
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF FD-ORDERS-STATUS = 5
                              OR FD-ORDERS-STATUS = 6 THEN
                               PERFORM ADD-ORDER-DELIVERIES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDERS
           EXIT SECTION.

      *> AN ORDER FROM BEFORE THE HEADER/LINES SPLIT FALLS BACK TO
      *> ITS HEADER FIELDS
       ADD-ORDER-DELIVERIES SECTION.
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO WS-ROW-SCHOOL
           MOVE FD-DELIVERY-DATE TO WS-ROW-DATE
           COMPUTE WS-DATE-INT = INTEGER-OF-DATE (WS-ROW-DATE)
           COMPUTE WS-ROW-WEEKDAY =
               FUNCTION MOD (WS-DATE-INT - 1, 7) + 1
           MOVE FD-ORDERS-ID TO WS-LOOK-ORDER
           MOVE ZEROS TO WS-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE WS-LOOK-ORDER TO OL-ORDER-ID
               MOVE ZEROS TO OL-LINE-NO
               START ORDLINES KEY IS NOT LESS THAN OL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-OL-DONE
                       PERFORM UNTIL WS-OL-DONE = "Y"
                           READ ORDLINES NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-OL-DONE
                               NOT AT END
                                   PERFORM ADD-DELIVERED-LINE
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           IF WS-LINES-SEEN = ZEROS THEN
               MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO WS-ROW-SANDWICH
               MOVE FD-ORDERS-QUANTITY TO WS-ROW-QTY
               PERFORM FIND-LFA-ROW
               PERFORM COUNT-DELIVERY
           END-IF
           EXIT SECTION.

       ADD-DELIVERED-LINE SECTION.
           IF OL-ORDER-ID NOT = WS-LOOK-ORDER THEN
               MOVE "Y" TO WS-OL-DONE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LINES-SEEN
           MOVE OL-SANDWICH-ID TO WS-ROW-SANDWICH
           MOVE OL-QUANTITY TO WS-ROW-QTY
           PERFORM FIND-LFA-ROW
           PERFORM COUNT-DELIVERY
           EXIT SECTION.

       COUNT-DELIVERY SECTION.
           IF WS-FOUND-INDEX = ZEROS THEN
               EXIT SECTION
           END-IF
           SET IND-LFA TO WS-FOUND-INDEX
           ADD 1 TO TAB-LFA-DELIVERIES (IND-LFA)
           ADD WS-ROW-QTY TO TAB-LFA-DELIVERED (IND-LFA)
           EXIT SECTION.

      *> A LEFTOVER WHOSE ORDER HAS SINCE LEFT STATUS 5/6 STILL
      *> COUNTS, AGAINST THE QUANTITY RECORDED WITH IT
       COLLECT-LEFTOVERS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT LEFTOVERS
           IF LEFTOVER-FS = NOT-FILE THEN
               CLOSE LEFTOVERS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LEFTOVERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF LFT-DELIVERY-DATE (1:4) = WS-ANL-YEAR
                          AND LFT-DELIVERY-DATE (5:2) = WS-ANL-MONTH
                          THEN
                           PERFORM ADD-ONE-LEFTOVER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEFTOVERS
           EXIT SECTION.

       ADD-ONE-LEFTOVER SECTION.
           MOVE LFT-SCHOOL-ID TO WS-ROW-SCHOOL
           MOVE LFT-SANDWICH-ID TO WS-ROW-SANDWICH
           MOVE LFT-WEEKDAY TO WS-ROW-WEEKDAY
           PERFORM FIND-LFA-ROW
           IF WS-FOUND-INDEX = ZEROS THEN
               EXIT SECTION
           END-IF
           SET IND-LFA TO WS-FOUND-INDEX
           IF TAB-LFA-DELIVERIES (IND-LFA) = ZEROS THEN
               ADD 1 TO TAB-LFA-DELIVERIES (IND-LFA)
               ADD LFT-DELIVERED-QTY TO TAB-LFA-DELIVERED (IND-LFA)
           END-IF
           ADD LFT-UNEATEN-QTY TO TAB-LFA-UNEATEN (IND-LFA)
           EXIT SECTION.

      *> FINDS OR ADDS THE ROW FOR WS-ROW-SCHOOL/SANDWICH/WEEKDAY;
      *> ZERO WHEN THE TABLE IS FULL
       FIND-LFA-ROW SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-LFA FROM 1 BY 1
                   UNTIL IND-LFA > MAX-LFA
                   OR WS-FOUND-INDEX NOT = ZEROS
               IF TAB-LFA-SCHOOL (IND-LFA) = WS-ROW-SCHOOL
                  AND TAB-LFA-SANDWICH (IND-LFA) = WS-ROW-SANDWICH
                  AND TAB-LFA-WEEKDAY (IND-LFA) = WS-ROW-WEEKDAY
                  THEN
                   SET WS-FOUND-INDEX TO IND-LFA
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX NOT = ZEROS OR MAX-LFA = 2000 THEN
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-LFA
           SET IND-LFA TO MAX-LFA
           MOVE WS-ROW-SCHOOL TO TAB-LFA-SCHOOL (IND-LFA)
           MOVE WS-ROW-SANDWICH TO TAB-LFA-SANDWICH (IND-LFA)
           MOVE WS-ROW-WEEKDAY TO TAB-LFA-WEEKDAY (IND-LFA)
           MOVE ZEROS TO TAB-LFA-DELIVERIES (IND-LFA)
           MOVE ZEROS TO TAB-LFA-DELIVERED (IND-LFA)
           MOVE ZEROS TO TAB-LFA-UNEATEN (IND-LFA)
           MOVE MAX-LFA TO WS-FOUND-INDEX
           EXIT SECTION.

       SORT-LFA-ROWS SECTION.
           IF MAX-LFA < 2 THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-LFA-PASS FROM 1 BY 1
                   UNTIL WS-LFA-PASS >= MAX-LFA
               PERFORM VARYING IND-LFA FROM 1 BY 1
                       UNTIL IND-LFA >= MAX-LFA
                   SET IND-LFA2 TO IND-LFA
                   SET IND-LFA2 UP BY 1
                   IF TAB-LFA-KEY (IND-LFA) > TAB-LFA-KEY (IND-LFA2)
                      THEN
                       MOVE TAB-LFA (IND-LFA) TO WS-LFA-SAVE
                       MOVE TAB-LFA (IND-LFA2) TO TAB-LFA (IND-LFA)
                       MOVE WS-LFA-SAVE TO TAB-LFA (IND-LFA2)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT SECTION.

      ******************************************************************

       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-ANL-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ANL-MONTH TO RPT-HEAD-MONTH
           MOVE PROPOSE-AT-PCT TO RPT-HEAD-PCT
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           MOVE ZEROS TO WS-CURR-SCHOOL
           MOVE ZEROS TO WS-SCH-DELIVERED WS-SCH-UNEATEN
           PERFORM VARYING IND-LFA FROM 1 BY 1
                   UNTIL IND-LFA > MAX-LFA
               IF TAB-LFA-SCHOOL (IND-LFA) NOT = WS-CURR-SCHOOL
                  AND WS-CURR-SCHOOL NOT = ZEROS THEN
                   PERFORM WRITE-SCHOOL-TOTAL
               END-IF
               MOVE TAB-LFA-SCHOOL (IND-LFA) TO WS-CURR-SCHOOL
               PERFORM WRITE-LFA-ROW
           END-PERFORM
           IF WS-CURR-SCHOOL NOT = ZEROS THEN
               PERFORM WRITE-SCHOOL-TOTAL
           END-IF
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-PROPOSAL-COUNT TO RPT-SUM-PROPOSALS
           WRITE REPORT-LINE FROM RPT-SUMMARY
           CLOSE REPORTFILE
           EXIT SECTION.

       WRITE-LFA-ROW SECTION.
           MOVE ZEROS TO WS-ROW-PCT WS-ROW-PROPOSALS
           IF TAB-LFA-DELIVERED (IND-LFA) > ZEROS THEN
               COMPUTE WS-ROW-PCT ROUNDED =
                   TAB-LFA-UNEATEN (IND-LFA) * 100
                   / TAB-LFA-DELIVERED (IND-LFA)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-ROW-PCT
               END-COMPUTE
           END-IF
           IF WS-ROW-PCT >= PROPOSE-AT-PCT
              AND TAB-LFA-DELIVERIES (IND-LFA) > ZEROS THEN
               PERFORM RAISE-PROPOSALS
           END-IF
           ADD TAB-LFA-DELIVERED (IND-LFA) TO WS-SCH-DELIVERED
           ADD TAB-LFA-UNEATEN (IND-LFA) TO WS-SCH-UNEATEN

           MOVE SPACES TO RPT-DETAIL
           MOVE TAB-LFA-SCHOOL (IND-LFA) TO RPT-DET-SCHOOL
           MOVE TAB-LFA-SANDWICH (IND-LFA) TO RPT-DET-SANDWICH
           IF TAB-LFA-WEEKDAY (IND-LFA) >= 1
              AND TAB-LFA-WEEKDAY (IND-LFA) <= 7 THEN
               MOVE WS-DAY-NAME (TAB-LFA-WEEKDAY (IND-LFA))
                 TO RPT-DET-WEEKDAY
           END-IF
           MOVE TAB-LFA-DELIVERIES (IND-LFA) TO RPT-DET-DELIVERIES
           MOVE TAB-LFA-DELIVERED (IND-LFA) TO RPT-DET-DELIVERED
           MOVE TAB-LFA-UNEATEN (IND-LFA) TO RPT-DET-UNEATEN
           MOVE WS-ROW-PCT TO RPT-DET-PCT
           MOVE WS-ROW-PROPOSALS TO RPT-DET-PROPOSALS
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       WRITE-SCHOOL-TOTAL SECTION.
           MOVE WS-CURR-SCHOOL TO RPT-SCH-SCHOOL
           MOVE WS-SCH-DELIVERED TO RPT-SCH-DELIVERED
           MOVE WS-SCH-UNEATEN TO RPT-SCH-UNEATEN
           MOVE ZEROS TO WS-ROW-PCT
           IF WS-SCH-DELIVERED > ZEROS THEN
               COMPUTE WS-ROW-PCT ROUNDED =
                   WS-SCH-UNEATEN * 100 / WS-SCH-DELIVERED
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-ROW-PCT
               END-COMPUTE
           END-IF
           MOVE WS-ROW-PCT TO RPT-SCH-PCT
           WRITE REPORT-LINE FROM RPT-SCHOOL-TOTAL
           MOVE ZEROS TO WS-SCH-DELIVERED WS-SCH-UNEATEN
           EXIT SECTION.

      ******************************************************************
      *    THE PROPOSAL TAKES OFF THE AVERAGE NUMBER LEFT OVER PER
      *    DELIVERY, NEVER GOING BELOW ONE SANDWICH. IT IS RAISED FOR
      *    THE ACTIVE STANDING TEMPLATE OF THAT SCHOOL, WEEKDAY AND
      *    SANDWICH AND FOR EVERY ACTIVE MENU-CYCLE WEEK CARRYING IT
      ******************************************************************
       RAISE-PROPOSALS SECTION.
           COMPUTE WS-AVG-UNEATEN =
               TAB-LFA-UNEATEN (IND-LFA) / TAB-LFA-DELIVERIES (IND-LFA)
           IF WS-AVG-UNEATEN = ZEROS THEN
               EXIT SECTION
           END-IF
           IF STANDING-FS NOT = NOT-FILE THEN
               MOVE TAB-LFA-SCHOOL (IND-LFA) TO STO-SCHOOL-ID
               MOVE TAB-LFA-WEEKDAY (IND-LFA) TO STO-WEEKDAY
               MOVE TAB-LFA-SANDWICH (IND-LFA) TO STO-SANDWICH-ID
               READ STANDING
                   NOT INVALID KEY
                       IF STO-IS-ACTIVE = 1 THEN
                           MOVE "S" TO LFP-TARGET
                           MOVE ZEROS TO LFP-WEEK
                           MOVE STO-QUANTITY TO LFP-CURRENT-QTY
                           PERFORM WRITE-PROPOSAL
                       END-IF
               END-READ
           END-IF
           IF MENUCYC-FS NOT = NOT-FILE THEN
               PERFORM VARYING WS-CYCLE-WEEK FROM 1 BY 1
                       UNTIL WS-CYCLE-WEEK > 4
                   PERFORM PROPOSE-FOR-CYCLE-WEEK
               END-PERFORM
           END-IF
           EXIT SECTION.

       PROPOSE-FOR-CYCLE-WEEK SECTION.
           MOVE TAB-LFA-SCHOOL (IND-LFA) TO MCY-SCHOOL-ID
           MOVE WS-CYCLE-WEEK TO MCY-WEEK
           MOVE TAB-LFA-WEEKDAY (IND-LFA) TO MCY-WEEKDAY
           MOVE TAB-LFA-SANDWICH (IND-LFA) TO MCY-SANDWICH-ID
           READ MENUCYCLE
               NOT INVALID KEY
                   IF MCY-IS-ACTIVE = 1 THEN
                       MOVE "M" TO LFP-TARGET
                       MOVE WS-CYCLE-WEEK TO LFP-WEEK
                       MOVE MCY-QUANTITY TO LFP-CURRENT-QTY
                       PERFORM WRITE-PROPOSAL
                   END-IF
           END-READ
           EXIT SECTION.

      *> A NEWER MONTH'S PROPOSAL REPLACES WHATEVER WAS THERE FOR
      *> THE SAME TEMPLATE OR CYCLE ROW
       WRITE-PROPOSAL SECTION.
           IF LFP-CURRENT-QTY <= 1 THEN
               EXIT SECTION
           END-IF
           IF WS-AVG-UNEATEN >= LFP-CURRENT-QTY THEN
               MOVE 1 TO WS-NEW-QTY
           ELSE
               COMPUTE WS-NEW-QTY = LFP-CURRENT-QTY - WS-AVG-UNEATEN
           END-IF
           MOVE TAB-LFA-SCHOOL (IND-LFA) TO LFP-SCHOOL-ID
           MOVE TAB-LFA-WEEKDAY (IND-LFA) TO LFP-WEEKDAY
           MOVE TAB-LFA-SANDWICH (IND-LFA) TO LFP-SANDWICH-ID
           MOVE WS-ANL-YEAR TO LFP-PERIOD-YEAR
           MOVE WS-ANL-MONTH TO LFP-PERIOD-MONTH
           MOVE TAB-LFA-DELIVERIES (IND-LFA) TO LFP-DELIVERIES
           MOVE TAB-LFA-DELIVERED (IND-LFA) TO LFP-DELIVERED-QTY
           MOVE TAB-LFA-UNEATEN (IND-LFA) TO LFP-UNEATEN-QTY
           MOVE WS-ROW-PCT TO LFP-LEFTOVER-PCT
           MOVE WS-NEW-QTY TO LFP-PROPOSED-QTY
           MOVE "P" TO LFP-STATUS
           MOVE SPACES TO LFP-DECIDED-BY
           MOVE ZEROS TO LFP-DECIDED-DATE
           WRITE FD-LFTPROP
               INVALID KEY
                   REWRITE FD-LFTPROP
           END-WRITE
           ADD 1 TO WS-ROW-PROPOSALS
           ADD 1 TO WS-PROPOSAL-COUNT
           EXIT SECTION.

       END PROGRAM LFTANAL.
