      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    JOURNAL ROLL-FORWARD - AFTER A RESTORE, REAPPLIES THE
      *    ADD/REWRITE/DELETE ENTRIES OF FXMASTJRNL IN DATE/TIME
      *    ORDER FROM EACH FILE'S BACKUP TIME UP TO A CHOSEN POINT
      *    IN TIME. EVERY BEFORE IMAGE IS CHECKED AGAINST THE
      *    CURRENT RECORD AND THE RUN STOPS ON THE FIRST MISMATCH.
      *    ENDS WITH A RECORD-COUNT RECONCILIATION PER FILE ON
      *    ROLLFWDFILE | V0.1 | 15.10.2026
      ******************************************************************
      *    PERSONAL-DATA ERASURE ENTRIES ARE REPLAYED OVER THE RESTORED
      *    RECORD | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLROLL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *> ONLY THE JOURNALED FILES THAT ARE ALSO IN THE BACKUP SET -
      *> THE OTHERS ARE NEVER PUT BACK BY RESTORE, SO THERE IS
      *> NOTHING TO ROLL FORWARD ON THEM
           SELECT BSCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           ALTERNATE KEY IS SCHOOL-EXTERNAL-ID
           WITH DUPLICATES
           ALTERNATE KEY IS SCHOOL-TOWN
           WITH DUPLICATES
           ALTERNATE KEY IS SCHOOL-POSTAL-CODE
           WITH DUPLICATES
           ALTERNATE KEY IS SCHOOL-DESIGNATION1
           WITH DUPLICATES
           ALTERNATE KEY IS SCHOOL-ADR-MAIN1
           WITH DUPLICATES
           FILE STATUS IS BSCHOOLS-FS.

           SELECT BSUPPLY ASSIGN TO "FXSUPPLIERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-ID
           ALTERNATE KEY IS SUPPLIER-TOWN WITH DUPLICATES
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS BSUPPLY-FS.

           SELECT BINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           ALTERNATE KEY IS INGREDS-NAME
           FILE STATUS IS BINGRED-FS.

           SELECT BRIS ASSIGN TO "FXRISSUPLY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIS-ID
           FILE STATUS IS BRIS-FS.

           SELECT BSRING ASSIGN TO "FX-SR-ING"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-SAND-ING-ID
           FILE STATUS IS BSRING-FS.

           SELECT BRESERV ASSIGN TO "FXRESERVATIONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-KEY
           FILE STATUS IS BRESERV-FS.

           SELECT MASTJRNL ASSIGN TO "FXMASTJRNL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS MASTJRNL-FS.

      *> THE JOURNAL IS APPENDED AS THE CHANGES HAPPEN; IT IS SORTED
      *> ON DATE/TIME INTO A WORK COPY SO A CLOCK STEP BACK CANNOT
      *> REPLAY TWO CHANGES OUT OF TURN
           SELECT SORTJRNL ASSIGN TO "ROLLSORT".

           SELECT ROLLJRNL ASSIGN TO "ROLLJRNL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ROLLJRNL-FS.

           SELECT BACKUPLOG ASSIGN TO "BACKUPLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKUPLOG-FS.

           SELECT REPORTFILE ASSIGN TO "ROLLFWDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BSCHOOLS.
       COPY CB-SCHOOLS.

       FD  BSUPPLY.
       COPY CB-SUPPLIERS.

       FD  BINGRED.
       COPY FD-INGREDSFX.

       FD  BRIS.
       COPY FD-RIS.

       FD  BSRING.
       COPY FD-SR-ING.

       FD  BRESERV.
       COPY FD-RESERVE.

       FD  MASTJRNL.
       01  MASTJRNL-RECORD                      PIC X(1064).

       SD  SORTJRNL.
       01  SORTJRNL-RECORD.
           05 SRJ-DATE                          PIC 9(008).
           05 SRJ-TIME                          PIC 9(008).
           05 FILLER                            PIC X(1048).

       FD  ROLLJRNL.
       COPY FD-MASTJRNL.

       FD  BACKUPLOG.
       01  FD-BACKUPLOG.
           05 BKL-DATE                          PIC 9(008).
           05 FILLER                            PIC X(001).
           05 BKL-TIME                          PIC 9(008).
           05 FILLER                            PIC X(001).
           05 BKL-ACTION                        PIC X(007).
           05 FILLER                            PIC X(001).
           05 BKL-FILE-TAG                      PIC X(010).
           05 FILLER                            PIC X(001).
           05 BKL-RECORDS                       PIC 9(007).
           05 FILLER                            PIC X(001).
           05 BKL-STATUS                        PIC X(004).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(120).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  BSCHOOLS-FS                          PIC 9(002).
       77  BSUPPLY-FS                           PIC 9(002).
       77  BINGRED-FS                           PIC 9(002).
       77  BRIS-FS                              PIC 9(002).
       77  BSRING-FS                            PIC 9(002).
       77  BRESERV-FS                           PIC 9(002).
       77  MASTJRNL-FS                          PIC 9(002).
       77  ROLLJRNL-FS                          PIC 9(002).
       77  BACKUPLOG-FS                         PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "ROLLFWD".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "ROLLFWDFILE".

      *> WHAT THE OPERATOR ASKED FOR
       77  WS-PICK-TAG                          PIC X(010).
       77  WS-SET-DATE                          PIC 9(008).
       77  WS-UPTO-DATE                         PIC 9(008).
       77  WS-UPTO-HHMMSS                       PIC 9(006).
       77  WS-UPTO-TIME                         PIC 9(008).

      *> ONE ROW PER FILE THE JOURNAL CAN ROLL FORWARD. THE JOURNAL
      *> TAG AND THE BACKUP TAG DIFFER FOR TWO OF THEM; EVERY KEY
      *> SITS AT THE FRONT OF ITS RECORD, TAB-KEY-LEN LONG
       78  MAX-ROLL-FILE                        VALUE 6.
       01  ROLL-TABLE.
           05 ROLL-ENTRY OCCURS 6 TIMES INDEXED BY IND-ROLL.
               10 TAB-JRNL-TAG                  PIC X(010).
               10 TAB-BACKUP-TAG                PIC X(010).
               10 TAB-KEY-LEN                   PIC 9(002).
               10 TAB-IN-SCOPE                  PIC X(001).
               10 TAB-RESULT                    PIC X(004).
               10 TAB-BK-DATE                   PIC 9(008).
               10 TAB-BK-TIME                   PIC 9(008).
               10 TAB-BK-RECORDS                PIC 9(007).
               10 TAB-START-COUNT               PIC 9(007).
               10 TAB-IN-BACKUP                 PIC 9(007).
               10 TAB-ADDED                     PIC 9(007).
               10 TAB-REWRITTEN                 PIC 9(007).
               10 TAB-DELETED                   PIC 9(007).
               10 TAB-EXPECTED                  PIC S9(008).
               10 TAB-END-COUNT                 PIC 9(007).

      *> ONE RECORD I/O HANDED TO THE FILE'S OWN SECTION: O OPEN,
      *> X CLOSE, C COUNT, R READ, W WRITE, U REWRITE, D DELETE
       77  WS-IO-VERB                           PIC X(001).
       77  WS-IO-OK                             PIC X(001).
       77  WS-IO-COUNT                          PIC 9(007).
       01  WS-IO-IMAGE                          PIC X(512).
       01  WS-CURRENT-IMAGE                     PIC X(512).

       77  WS-ANY-IN-SCOPE                      PIC X(001).
       77  WS-PAST-TARGET                       PIC X(001).
       77  WS-STOPPED                           PIC X(001).
       77  WS-MISMATCH-TEXT                     PIC X(060).
       77  WS-LAST-DATE                         PIC 9(008).
       77  WS-LAST-TIME                         PIC 9(008).
       77  WS-CNT-READ                          PIC 9(007).
       77  WS-CNT-APPLIED                       PIC 9(007).
       77  WS-CNT-OVERRIDE                      PIC 9(007).
       77  WS-CNT-SUMMARY                       PIC 9(007).
       77  WS-CNT-OTHER-FILE                    PIC 9(007).
       77  WS-CNT-OUT-SCOPE                     PIC 9(007).
       77  WS-CNT-FAILED                        PIC 9(003).

      *> THE ENTRY THE RUN STOPPED ON
       01  WS-STOP-ENTRY.
           05 WS-STOP-DATE                      PIC 9(008).
           05 WS-STOP-TIME                      PIC 9(008).
           05 WS-STOP-TAG                       PIC X(010).
           05 WS-STOP-KEY                       PIC X(012).
           05 WS-STOP-ACTION                    PIC X(001).
           05 WS-STOP-ROLE                      PIC 9(001).
           05 WS-STOP-BEFORE                    PIC X(512).
           05 WS-STOP-CURRENT                   PIC X(512).
           05 WS-STOP-AFTER                     PIC X(512).

       01  DIVIDER-LINE                         PIC X(120)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - JOURNAL ROLL-FORWARD   SET ".
           05 RPT-HEAD-SET                      PIC 9(008).
           05 FILLER                            PIC X(010)
              VALUE "   UP TO ".
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-TIME                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(012) VALUE "FILE".
           05 FILLER PIC X(018) VALUE "BACKUP TAKEN".
           05 FILLER PIC X(009) VALUE "BACKUP".
           05 FILLER PIC X(009) VALUE "START".
           05 FILLER PIC X(009) VALUE "IN BKUP".
           05 FILLER PIC X(009) VALUE "ADDED".
           05 FILLER PIC X(009) VALUE "REWRITE".
           05 FILLER PIC X(009) VALUE "DELETED".
           05 FILLER PIC X(009) VALUE "EXPECTED".
           05 FILLER PIC X(009) VALUE "ACTUAL".
           05 FILLER PIC X(006) VALUE "RESULT".

       01  RPT-DETAIL.
           05 RPT-DET-TAG                       PIC X(010).
           05 FILLER                            PIC X(002).
           05 RPT-DET-BK-DATE                   PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-DET-BK-TIME                   PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-DET-BK-RECS                   PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-START                     PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-IN-BKUP                   PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-ADDED                     PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-REWRITTEN                 PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-DELETED                   PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-EXPECTED                  PIC -ZZZZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-ACTUAL                    PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-RESULT                    PIC X(004).

       01  RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL                     PIC X(050).
           05 RPT-TOT-COUNT                     PIC ZZZZZZ9.

       01  RPT-STOP-LINE.
           05 FILLER                            PIC X(005)
              VALUE "WHEN ".
           05 RPT-S-DATE                        PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-S-TIME                        PIC 9(008).
           05 FILLER                            PIC X(007)
              VALUE "  FILE ".
           05 RPT-S-TAG                         PIC X(010).
           05 FILLER                            PIC X(006)
              VALUE "  KEY ".
           05 RPT-S-KEY                         PIC X(012).
           05 FILLER                            PIC X(009)
              VALUE "  ACTION ".
           05 RPT-S-ACTION                      PIC X(001).
           05 FILLER                            PIC X(007)
              VALUE "  ROLE ".
           05 RPT-S-ROLE                        PIC 9(001).

       01  RPT-IMAGE-LINE.
           05 RPT-I-LABEL                       PIC X(010).
           05 RPT-I-TEXT                        PIC X(110).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  PICK-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | JOURNAL ROLL-FORWARD" LINE 02 COL 10.
           05 VALUE "F3 - BACK"                        LINE 02 COL 60.
           05 VALUE "FILE TAG TO ROLL FORWARD (ALL = WHOLE SET):"
              LINE 05 COL 10.
           05 SS-PICK PIC X(010) LINE 05 COL 55 TO WS-PICK-TAG.
           05 VALUE "BACKUP SET RESTORED YYYYMMDD (BLANK = TODAY):"
              LINE 07 COL 10.
           05 SS-SETDATE PIC 9(008) LINE 07 COL 57 TO WS-SET-DATE
              BLANK WHEN ZERO.
           05 VALUE "ROLL UP TO DATE YYYYMMDD (BLANK = ALL):"
              LINE 09 COL 10.
           05 SS-UPTO-DATE PIC 9(008) LINE 09 COL 57 TO WS-UPTO-DATE
              BLANK WHEN ZERO.
           05 VALUE "ROLL UP TO TIME HHMMSS (BLANK = END OF DAY):"
              LINE 10 COL 10.
           05 SS-UPTO-TIME PIC 9(006) LINE 10 COL 57
              TO WS-UPTO-HHMMSS BLANK WHEN ZERO.
           05 VALUE "RUN RIGHT AFTER RESTORE, BEFORE ANYONE SIGNS ON"
              LINE 13 COL 10.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ROLL-FORWARD FINISHED - SEE ROLLFWDFILE"
              LINE 12 COL 10.
           05 VALUE "ENTRIES APPLIED......:" LINE 13 COL 10.
           05 SS-APPLIED PIC ZZZZZZ9 LINE 13 COL 33
              FROM WS-CNT-APPLIED.
           05 VALUE "FILES NOT RECONCILED.:" LINE 14 COL 10.
           05 SS-FAILED PIC ZZ9 LINE 14 COL 37
              FROM WS-CNT-FAILED.
           05 VALUE "PRESS ANY KEY" LINE 16 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE SPACES TO WS-PICK-TAG
           MOVE ZEROS TO WS-SET-DATE WS-UPTO-DATE WS-UPTO-HHMMSS
           DISPLAY CLEAR-SCREEN
           DISPLAY PICK-SCREEN
           ACCEPT PICK-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
      *> THE BACKUP SET IS NAMED BY THE CLOCK DATE IT WAS TAKEN ON,
      *> THE SAME DEFAULT RESTORE USES
           IF WS-SET-DATE = ZEROS THEN
               ACCEPT WS-SET-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-UPTO-DATE = ZEROS THEN
               MOVE 99999999 TO WS-UPTO-DATE
               MOVE 99999999 TO WS-UPTO-TIME
           ELSE
               IF TEST-DATE-YYYYMMDD (WS-UPTO-DATE) NOT = ZEROS THEN
                   MOVE "NOT A VALID ROLL-UP DATE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   GOBACK
               END-IF
               IF WS-UPTO-HHMMSS = ZEROS THEN
                   MOVE 99999999 TO WS-UPTO-TIME
               ELSE
                   COMPUTE WS-UPTO-TIME = WS-UPTO-HHMMSS * 100 + 99
               END-IF
           END-IF

           PERFORM LOAD-ROLL-FILES
           IF WS-ANY-IN-SCOPE NOT = "Y" THEN
               MOVE "NOT A FILE THE JOURNAL CAN ROLL FORWARD"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           PERFORM FIND-BACKUP-TIMES
           PERFORM COUNT-START-RECORDS
           IF WS-ANY-IN-SCOPE NOT = "Y" THEN
               MOVE "NO VERIFIED BACKUP OF THAT SET - SEE BACKUPLOG"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

           OPEN INPUT MASTJRNL
           IF MASTJRNL-FS = NOT-FILE THEN
               CLOSE MASTJRNL
               MOVE "NO CHANGE JOURNAL ON THIS SYSTEM YET"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           CLOSE MASTJRNL
           SORT SORTJRNL
               ON ASCENDING KEY SRJ-DATE SRJ-TIME
               WITH DUPLICATES IN ORDER
               USING MASTJRNL
               GIVING ROLLJRNL

           PERFORM ROLL-JOURNAL
           PERFORM COUNT-END-RECORDS
           PERFORM WRITE-REPORT
           PERFORM LOG-ROLL-FORWARD

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           IF WS-STOPPED = "Y" THEN
               MOVE "STOPPED ON A JOURNAL MISMATCH - SEE ROLLFWDFILE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
           END-IF
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************

       LOAD-ROLL-FILES SECTION.
           INITIALIZE ROLL-TABLE
           MOVE "SCHOOLS"    TO TAB-JRNL-TAG (1)
           MOVE "SCHOOLS"    TO TAB-BACKUP-TAG (1)
           MOVE 3            TO TAB-KEY-LEN (1)
           MOVE "SUPPLIERS"  TO TAB-JRNL-TAG (2)
           MOVE "SUPPLIERS"  TO TAB-BACKUP-TAG (2)
           MOVE 3            TO TAB-KEY-LEN (2)
           MOVE "FXINGREDS"  TO TAB-JRNL-TAG (3)
           MOVE "FXINGREDS"  TO TAB-BACKUP-TAG (3)
           MOVE 3            TO TAB-KEY-LEN (3)
           MOVE "FXRISSUPLY" TO TAB-JRNL-TAG (4)
           MOVE "FXRISSUPLY" TO TAB-BACKUP-TAG (4)
           MOVE 3            TO TAB-KEY-LEN (4)
           MOVE "FXSRING"    TO TAB-JRNL-TAG (5)
           MOVE "FX-SR-ING"  TO TAB-BACKUP-TAG (5)
           MOVE 6            TO TAB-KEY-LEN (5)
           MOVE "FXRESERVE"  TO TAB-JRNL-TAG (6)
           MOVE "FXRESERVTN" TO TAB-BACKUP-TAG (6)
           MOVE 8            TO TAB-KEY-LEN (6)

           MOVE SPACES TO WS-ANY-IN-SCOPE
           PERFORM VARYING IND-ROLL FROM 1 BY 1
                   UNTIL IND-ROLL > MAX-ROLL-FILE
               MOVE "----" TO TAB-RESULT (IND-ROLL)
               IF WS-PICK-TAG = "ALL"
                  OR WS-PICK-TAG = TAB-JRNL-TAG (IND-ROLL)
                  OR WS-PICK-TAG = TAB-BACKUP-TAG (IND-ROLL) THEN
                   MOVE "Y" TO TAB-IN-SCOPE (IND-ROLL)
                   MOVE "Y" TO WS-ANY-IN-SCOPE
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> THE START POINT OF EACH FILE IS THE TIME ITS OWN COPY WAS
      *> TAKEN - THE LAST VERIFIED BACKUP ROW FOR IT ON THE SET DATE
       FIND-BACKUP-TIMES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT BACKUPLOG
           IF BACKUPLOG-FS = NOT-FILE THEN
               CLOSE BACKUPLOG
               MOVE "E" TO FLAG-TRUE
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ BACKUPLOG
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF BKL-ACTION = "BACKUP "
                          AND BKL-DATE = WS-SET-DATE
                          AND BKL-STATUS = "OK  " THEN
                           PERFORM VARYING IND-ROLL FROM 1 BY 1
                                   UNTIL IND-ROLL > MAX-ROLL-FILE
                               IF BKL-FILE-TAG
                                  = TAB-BACKUP-TAG (IND-ROLL) THEN
                                   MOVE BKL-DATE
                                     TO TAB-BK-DATE (IND-ROLL)
                                   MOVE BKL-TIME
                                     TO TAB-BK-TIME (IND-ROLL)
                                   MOVE BKL-RECORDS
                                     TO TAB-BK-RECORDS (IND-ROLL)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF BACKUPLOG-FS NOT = NOT-FILE THEN
               CLOSE BACKUPLOG
           END-IF
           MOVE SPACES TO FLAG-TRUE

           MOVE SPACES TO WS-ANY-IN-SCOPE
           PERFORM VARYING IND-ROLL FROM 1 BY 1
                   UNTIL IND-ROLL > MAX-ROLL-FILE
               IF TAB-IN-SCOPE (IND-ROLL) = "Y" THEN
                   IF TAB-BK-DATE (IND-ROLL) = ZEROS THEN
                       MOVE "NOBK" TO TAB-RESULT (IND-ROLL)
                       MOVE SPACES TO TAB-IN-SCOPE (IND-ROLL)
                   ELSE
                       MOVE "Y" TO WS-ANY-IN-SCOPE
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

       COUNT-START-RECORDS SECTION.
           PERFORM VARYING IND-ROLL FROM 1 BY 1
                   UNTIL IND-ROLL > MAX-ROLL-FILE
               IF TAB-IN-SCOPE (IND-ROLL) = "Y" THEN
                   MOVE "C" TO WS-IO-VERB
                   PERFORM FILE-IO
                   MOVE WS-IO-COUNT TO TAB-START-COUNT (IND-ROLL)
                   MOVE WS-IO-COUNT TO TAB-END-COUNT (IND-ROLL)
               END-IF
           END-PERFORM
           EXIT SECTION.

       COUNT-END-RECORDS SECTION.
           PERFORM VARYING IND-ROLL FROM 1 BY 1
                   UNTIL IND-ROLL > MAX-ROLL-FILE
               IF TAB-IN-SCOPE (IND-ROLL) = "Y" THEN
                   MOVE "C" TO WS-IO-VERB
                   PERFORM FILE-IO
                   MOVE WS-IO-COUNT TO TAB-END-COUNT (IND-ROLL)
                   COMPUTE TAB-EXPECTED (IND-ROLL) =
                       TAB-START-COUNT (IND-ROLL)
                       + TAB-ADDED (IND-ROLL)
                       - TAB-DELETED (IND-ROLL)
                   IF TAB-EXPECTED (IND-ROLL)
                      NOT = TAB-END-COUNT (IND-ROLL) THEN
                       MOVE "DIFF" TO TAB-RESULT (IND-ROLL)
                       ADD 1 TO WS-CNT-FAILED
                   ELSE
                       IF TAB-RESULT (IND-ROLL) = "STOP" THEN
                           ADD 1 TO WS-CNT-FAILED
                       ELSE
                           MOVE "OK  " TO TAB-RESULT (IND-ROLL)
                       END-IF
                   END-IF
               ELSE
                   IF TAB-RESULT (IND-ROLL) = "NOBK"
                      OR TAB-RESULT (IND-ROLL) = "MISS" THEN
                       ADD 1 TO WS-CNT-FAILED
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************

       ROLL-JOURNAL SECTION.
           MOVE ZEROS TO WS-CNT-READ WS-CNT-APPLIED WS-CNT-OVERRIDE
               WS-CNT-SUMMARY WS-CNT-OTHER-FILE WS-CNT-OUT-SCOPE
               WS-CNT-FAILED WS-LAST-DATE WS-LAST-TIME
           MOVE SPACES TO WS-STOPPED WS-PAST-TARGET FLAG-TRUE
           PERFORM VARYING IND-ROLL FROM 1 BY 1
                   UNTIL IND-ROLL > MAX-ROLL-FILE
               IF TAB-IN-SCOPE (IND-ROLL) = "Y" THEN
                   MOVE "O" TO WS-IO-VERB
                   PERFORM FILE-IO
                   IF WS-IO-OK NOT = "Y" THEN
                       MOVE "MISS" TO TAB-RESULT (IND-ROLL)
                       MOVE SPACES TO TAB-IN-SCOPE (IND-ROLL)
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT ROLLJRNL
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ROLLJRNL
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM JUDGE-ONE-ENTRY
                       IF WS-STOPPED = "Y"
                          OR WS-PAST-TARGET = "Y" THEN
                           MOVE "E" TO FLAG-TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLLJRNL
           MOVE SPACES TO FLAG-TRUE

           PERFORM VARYING IND-ROLL FROM 1 BY 1
                   UNTIL IND-ROLL > MAX-ROLL-FILE
               IF TAB-IN-SCOPE (IND-ROLL) = "Y" THEN
                   MOVE "X" TO WS-IO-VERB
                   PERFORM FILE-IO
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> OVERRIDES CHANGE NO MASTER ROW AND THE INVENTORY ENTRY IS A
      *> ONE-LINE SUMMARY OF A MERGE, NOT A RECORD IMAGE - NEITHER
      *> CAN BE REPLAYED. ENTRIES FROM BEFORE THE FILE'S BACKUP ARE
      *> ALREADY IN THE RESTORED COPY
       JUDGE-ONE-ENTRY SECTION.
           IF MJR-DATE > WS-UPTO-DATE
              OR (MJR-DATE = WS-UPTO-DATE
                  AND MJR-TIME > WS-UPTO-TIME) THEN
               MOVE "Y" TO WS-PAST-TARGET
               EXIT SECTION
           END-IF
           MOVE MJR-DATE TO WS-LAST-DATE
           MOVE MJR-TIME TO WS-LAST-TIME
           IF MJR-ACTION-OVERRIDE THEN
               ADD 1 TO WS-CNT-OVERRIDE
               EXIT SECTION
           END-IF
           IF MJR-FILE-TAG = "INVENTORY" THEN
               ADD 1 TO WS-CNT-SUMMARY
               EXIT SECTION
           END-IF
           SET IND-ROLL TO 1
           SEARCH ROLL-ENTRY
               AT END
                   ADD 1 TO WS-CNT-OTHER-FILE
                   EXIT SECTION
               WHEN TAB-JRNL-TAG (IND-ROLL) = MJR-FILE-TAG
                   CONTINUE
           END-SEARCH
           IF TAB-IN-SCOPE (IND-ROLL) NOT = "Y" THEN
               ADD 1 TO WS-CNT-OUT-SCOPE
               EXIT SECTION
           END-IF
           IF MJR-DATE < TAB-BK-DATE (IND-ROLL)
              OR (MJR-DATE = TAB-BK-DATE (IND-ROLL)
                  AND MJR-TIME <= TAB-BK-TIME (IND-ROLL)) THEN
               ADD 1 TO TAB-IN-BACKUP (IND-ROLL)
               EXIT SECTION
           END-IF
           PERFORM APPLY-ONE-ENTRY
           IF WS-MISMATCH-TEXT NOT = SPACES THEN
               PERFORM KEEP-STOP-ENTRY
           ELSE
               ADD 1 TO WS-CNT-APPLIED
           END-IF
           EXIT SECTION.

      *> AN ADD NEEDS THE KEY TO BE FREE; A REWRITE OR DELETE NEEDS
      *> THE CURRENT RECORD TO BE EXACTLY THE JOURNALED BEFORE IMAGE.
      *> A REWRITE WHOSE AFTER IMAGE CARRIES ANOTHER KEY (A MERGE
      *> MOVING A ROW ONTO THE SURVIVING INGREDIENT) TAKES THE OLD
      *> ROW AWAY AND LANDS ON THE NEW KEY, ADDING OR REPLACING
       APPLY-ONE-ENTRY SECTION.
           MOVE SPACES TO WS-MISMATCH-TEXT
           MOVE SPACES TO WS-CURRENT-IMAGE
           EVALUATE TRUE
           WHEN MJR-ACTION-ADD
               MOVE MJR-AFTER-IMAGE TO WS-IO-IMAGE
               MOVE "R" TO WS-IO-VERB
               PERFORM FILE-IO
               IF WS-IO-OK = "Y" THEN
                   MOVE WS-IO-IMAGE TO WS-CURRENT-IMAGE
                   MOVE "ADD - THE KEY IS ALREADY ON FILE"
                     TO WS-MISMATCH-TEXT
                   EXIT SECTION
               END-IF
               MOVE MJR-AFTER-IMAGE TO WS-IO-IMAGE
               MOVE "W" TO WS-IO-VERB
               PERFORM FILE-IO
               IF WS-IO-OK NOT = "Y" THEN
                   MOVE "ADD - THE FILE REFUSED THE NEW RECORD"
                     TO WS-MISMATCH-TEXT
                   EXIT SECTION
               END-IF
               ADD 1 TO TAB-ADDED (IND-ROLL)
           WHEN MJR-ACTION-REWRITE
           WHEN MJR-ACTION-DELETE
               MOVE MJR-BEFORE-IMAGE TO WS-IO-IMAGE
               MOVE "R" TO WS-IO-VERB
               PERFORM FILE-IO
               IF WS-IO-OK NOT = "Y" THEN
                   MOVE "THE BEFORE-IMAGE RECORD IS NOT ON FILE"
                     TO WS-MISMATCH-TEXT
                   EXIT SECTION
               END-IF
               MOVE WS-IO-IMAGE TO WS-CURRENT-IMAGE
               IF WS-CURRENT-IMAGE NOT = MJR-BEFORE-IMAGE THEN
                   MOVE "BEFORE IMAGE DIFFERS FROM THE CURRENT RECORD"
                     TO WS-MISMATCH-TEXT
                   EXIT SECTION
               END-IF
               IF MJR-ACTION-DELETE THEN
                   PERFORM APPLY-DELETE
               ELSE
                   PERFORM APPLY-REWRITE
               END-IF
           WHEN MJR-ACTION-ERASE
               PERFORM APPLY-ERASE
           WHEN OTHER
               MOVE "UNKNOWN JOURNAL ACTION" TO WS-MISMATCH-TEXT
           END-EVALUATE
           EXIT SECTION.

       APPLY-DELETE SECTION.
           MOVE MJR-BEFORE-IMAGE TO WS-IO-IMAGE
           MOVE "D" TO WS-IO-VERB
           PERFORM FILE-IO
           IF WS-IO-OK NOT = "Y" THEN
               MOVE "DELETE - THE FILE REFUSED THE DELETE"
                 TO WS-MISMATCH-TEXT
               EXIT SECTION
           END-IF
           ADD 1 TO TAB-DELETED (IND-ROLL)
           EXIT SECTION.

       APPLY-REWRITE SECTION.
           IF MJR-BEFORE-IMAGE (1:TAB-KEY-LEN (IND-ROLL))
              = MJR-AFTER-IMAGE (1:TAB-KEY-LEN (IND-ROLL)) THEN
               MOVE MJR-AFTER-IMAGE TO WS-IO-IMAGE
               MOVE "U" TO WS-IO-VERB
               PERFORM FILE-IO
               IF WS-IO-OK NOT = "Y" THEN
                   MOVE "REWRITE - THE FILE REFUSED THE REWRITE"
                     TO WS-MISMATCH-TEXT
                   EXIT SECTION
               END-IF
               ADD 1 TO TAB-REWRITTEN (IND-ROLL)
               EXIT SECTION
           END-IF

           MOVE MJR-BEFORE-IMAGE TO WS-IO-IMAGE
           MOVE "D" TO WS-IO-VERB
           PERFORM FILE-IO
           IF WS-IO-OK NOT = "Y" THEN
               MOVE "REWRITE - THE OLD KEY COULD NOT BE TAKEN AWAY"
                 TO WS-MISMATCH-TEXT
               EXIT SECTION
           END-IF
           ADD 1 TO TAB-DELETED (IND-ROLL)
           MOVE MJR-AFTER-IMAGE TO WS-IO-IMAGE
           MOVE "R" TO WS-IO-VERB
           PERFORM FILE-IO
           MOVE MJR-AFTER-IMAGE TO WS-IO-IMAGE
           IF WS-IO-OK = "Y" THEN
               MOVE "U" TO WS-IO-VERB
               PERFORM FILE-IO
               ADD 1 TO TAB-REWRITTEN (IND-ROLL)
           ELSE
               MOVE "W" TO WS-IO-VERB
               PERFORM FILE-IO
               ADD 1 TO TAB-ADDED (IND-ROLL)
           END-IF
           IF WS-IO-OK NOT = "Y" THEN
               MOVE "REWRITE - THE NEW KEY COULD NOT BE WRITTEN"
                 TO WS-MISMATCH-TEXT
           END-IF
           EXIT SECTION.

      *> AN ERASURE'S BEFORE IMAGE HOLDS NO PERSONAL VALUES TO CHECK
      *> AGAINST, SO THE ROW ONLY HAS TO BE THERE; THE ANONYMISED
      *> AFTER IMAGE THEN REPLACES IT, SO A RESTORE NEVER BRINGS AN
      *> ERASED PERSON BACK
       APPLY-ERASE SECTION.
           MOVE MJR-AFTER-IMAGE TO WS-IO-IMAGE
           MOVE "R" TO WS-IO-VERB
           PERFORM FILE-IO
           IF WS-IO-OK NOT = "Y" THEN
               MOVE "ERASE - THE RECORD IS NOT ON FILE"
                 TO WS-MISMATCH-TEXT
               EXIT SECTION
           END-IF
           MOVE WS-IO-IMAGE TO WS-CURRENT-IMAGE
           MOVE MJR-AFTER-IMAGE TO WS-IO-IMAGE
           MOVE "U" TO WS-IO-VERB
           PERFORM FILE-IO
           IF WS-IO-OK NOT = "Y" THEN
               MOVE "ERASE - THE FILE REFUSED THE REWRITE"
                 TO WS-MISMATCH-TEXT
               EXIT SECTION
           END-IF
           ADD 1 TO TAB-REWRITTEN (IND-ROLL)
           EXIT SECTION.

       KEEP-STOP-ENTRY SECTION.
           MOVE "Y" TO WS-STOPPED
           MOVE MJR-DATE TO WS-STOP-DATE
           MOVE MJR-TIME TO WS-STOP-TIME
           MOVE MJR-FILE-TAG TO WS-STOP-TAG
           MOVE MJR-RECORD-KEY TO WS-STOP-KEY
           MOVE MJR-ACTION TO WS-STOP-ACTION
           MOVE MJR-USER-ROLE TO WS-STOP-ROLE
           MOVE MJR-BEFORE-IMAGE TO WS-STOP-BEFORE
           MOVE WS-CURRENT-IMAGE TO WS-STOP-CURRENT
           MOVE MJR-AFTER-IMAGE TO WS-STOP-AFTER
           MOVE "STOP" TO TAB-RESULT (IND-ROLL)
           EXIT SECTION.

      ******************************************************************

       FILE-IO SECTION.
           EVALUATE IND-ROLL
           WHEN 1
               PERFORM SCHOOLS-IO
           WHEN 2
               PERFORM SUPPLIERS-IO
           WHEN 3
               PERFORM INGREDS-IO
           WHEN 4
               PERFORM RIS-IO
           WHEN 5
               PERFORM SRING-IO
           WHEN 6
               PERFORM RESERVE-IO
           END-EVALUATE
           EXIT SECTION.

       SCHOOLS-IO SECTION.
           MOVE "Y" TO WS-IO-OK
           EVALUATE WS-IO-VERB
           WHEN "O"
               OPEN I-O BSCHOOLS
               IF BSCHOOLS-FS NOT = ZEROS THEN
                   MOVE "N" TO WS-IO-OK
               END-IF
           WHEN "X"
               CLOSE BSCHOOLS
           WHEN "C"
               MOVE ZEROS TO WS-IO-COUNT
               MOVE SPACES TO FLAG-TRUE
               OPEN INPUT BSCHOOLS
               IF BSCHOOLS-FS = NOT-FILE THEN
                   MOVE "E" TO FLAG-TRUE
               END-IF
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ BSCHOOLS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END ADD 1 TO WS-IO-COUNT
                   END-READ
               END-PERFORM
               CLOSE BSCHOOLS
               MOVE SPACES TO FLAG-TRUE
           WHEN "R"
               MOVE WS-IO-IMAGE TO SCHOOL-DETAILS
               READ BSCHOOLS
                   INVALID KEY MOVE "N" TO WS-IO-OK
                   NOT INVALID KEY MOVE SCHOOL-DETAILS TO WS-IO-IMAGE
               END-READ
           WHEN "W"
               MOVE WS-IO-IMAGE TO SCHOOL-DETAILS
               WRITE SCHOOL-DETAILS
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-WRITE
           WHEN "U"
               MOVE WS-IO-IMAGE TO SCHOOL-DETAILS
               REWRITE SCHOOL-DETAILS
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-REWRITE
           WHEN "D"
               MOVE WS-IO-IMAGE TO SCHOOL-DETAILS
               DELETE BSCHOOLS RECORD
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-DELETE
           END-EVALUATE
           EXIT SECTION.

       SUPPLIERS-IO SECTION.
           MOVE "Y" TO WS-IO-OK
           EVALUATE WS-IO-VERB
           WHEN "O"
               OPEN I-O BSUPPLY
               IF BSUPPLY-FS NOT = ZEROS THEN
                   MOVE "N" TO WS-IO-OK
               END-IF
           WHEN "X"
               CLOSE BSUPPLY
           WHEN "C"
               MOVE ZEROS TO WS-IO-COUNT
               MOVE SPACES TO FLAG-TRUE
               OPEN INPUT BSUPPLY
               IF BSUPPLY-FS = NOT-FILE THEN
                   MOVE "E" TO FLAG-TRUE
               END-IF
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ BSUPPLY NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END ADD 1 TO WS-IO-COUNT
                   END-READ
               END-PERFORM
               CLOSE BSUPPLY
               MOVE SPACES TO FLAG-TRUE
           WHEN "R"
               MOVE WS-IO-IMAGE TO SUPPLIER-DETAILS
               READ BSUPPLY
                   INVALID KEY MOVE "N" TO WS-IO-OK
                   NOT INVALID KEY
                       MOVE SUPPLIER-DETAILS TO WS-IO-IMAGE
               END-READ
           WHEN "W"
               MOVE WS-IO-IMAGE TO SUPPLIER-DETAILS
               WRITE SUPPLIER-DETAILS
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-WRITE
           WHEN "U"
               MOVE WS-IO-IMAGE TO SUPPLIER-DETAILS
               REWRITE SUPPLIER-DETAILS
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-REWRITE
           WHEN "D"
               MOVE WS-IO-IMAGE TO SUPPLIER-DETAILS
               DELETE BSUPPLY RECORD
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-DELETE
           END-EVALUATE
           EXIT SECTION.

       INGREDS-IO SECTION.
           MOVE "Y" TO WS-IO-OK
           EVALUATE WS-IO-VERB
           WHEN "O"
               OPEN I-O BINGRED
               IF BINGRED-FS NOT = ZEROS THEN
                   MOVE "N" TO WS-IO-OK
               END-IF
           WHEN "X"
               CLOSE BINGRED
           WHEN "C"
               MOVE ZEROS TO WS-IO-COUNT
               MOVE SPACES TO FLAG-TRUE
               OPEN INPUT BINGRED
               IF BINGRED-FS = NOT-FILE THEN
                   MOVE "E" TO FLAG-TRUE
               END-IF
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ BINGRED NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END ADD 1 TO WS-IO-COUNT
                   END-READ
               END-PERFORM
               CLOSE BINGRED
               MOVE SPACES TO FLAG-TRUE
           WHEN "R"
               MOVE WS-IO-IMAGE TO FD-INGREDSFX
               READ BINGRED
                   INVALID KEY MOVE "N" TO WS-IO-OK
                   NOT INVALID KEY MOVE FD-INGREDSFX TO WS-IO-IMAGE
               END-READ
           WHEN "W"
               MOVE WS-IO-IMAGE TO FD-INGREDSFX
               WRITE FD-INGREDSFX
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-WRITE
           WHEN "U"
               MOVE WS-IO-IMAGE TO FD-INGREDSFX
               REWRITE FD-INGREDSFX
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-REWRITE
           WHEN "D"
               MOVE WS-IO-IMAGE TO FD-INGREDSFX
               DELETE BINGRED RECORD
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-DELETE
           END-EVALUATE
           EXIT SECTION.

       RIS-IO SECTION.
           MOVE "Y" TO WS-IO-OK
           EVALUATE WS-IO-VERB
           WHEN "O"
               OPEN I-O BRIS
               IF BRIS-FS NOT = ZEROS THEN
                   MOVE "N" TO WS-IO-OK
               END-IF
           WHEN "X"
               CLOSE BRIS
           WHEN "C"
               MOVE ZEROS TO WS-IO-COUNT
               MOVE SPACES TO FLAG-TRUE
               OPEN INPUT BRIS
               IF BRIS-FS = NOT-FILE THEN
                   MOVE "E" TO FLAG-TRUE
               END-IF
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ BRIS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END ADD 1 TO WS-IO-COUNT
                   END-READ
               END-PERFORM
               CLOSE BRIS
               MOVE SPACES TO FLAG-TRUE
           WHEN "R"
               MOVE WS-IO-IMAGE TO FD-RIS
               READ BRIS
                   INVALID KEY MOVE "N" TO WS-IO-OK
                   NOT INVALID KEY MOVE FD-RIS TO WS-IO-IMAGE
               END-READ
           WHEN "W"
               MOVE WS-IO-IMAGE TO FD-RIS
               WRITE FD-RIS
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-WRITE
           WHEN "U"
               MOVE WS-IO-IMAGE TO FD-RIS
               REWRITE FD-RIS
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-REWRITE
           WHEN "D"
               MOVE WS-IO-IMAGE TO FD-RIS
               DELETE BRIS RECORD
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-DELETE
           END-EVALUATE
           EXIT SECTION.

       SRING-IO SECTION.
           MOVE "Y" TO WS-IO-OK
           EVALUATE WS-IO-VERB
           WHEN "O"
               OPEN I-O BSRING
               IF BSRING-FS NOT = ZEROS THEN
                   MOVE "N" TO WS-IO-OK
               END-IF
           WHEN "X"
               CLOSE BSRING
           WHEN "C"
               MOVE ZEROS TO WS-IO-COUNT
               MOVE SPACES TO FLAG-TRUE
               OPEN INPUT BSRING
               IF BSRING-FS = NOT-FILE THEN
                   MOVE "E" TO FLAG-TRUE
               END-IF
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ BSRING NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END ADD 1 TO WS-IO-COUNT
                   END-READ
               END-PERFORM
               CLOSE BSRING
               MOVE SPACES TO FLAG-TRUE
           WHEN "R"
               MOVE WS-IO-IMAGE TO SR-ING-REC
               READ BSRING
                   INVALID KEY MOVE "N" TO WS-IO-OK
                   NOT INVALID KEY MOVE SR-ING-REC TO WS-IO-IMAGE
               END-READ
           WHEN "W"
               MOVE WS-IO-IMAGE TO SR-ING-REC
               WRITE SR-ING-REC
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-WRITE
           WHEN "U"
               MOVE WS-IO-IMAGE TO SR-ING-REC
               REWRITE SR-ING-REC
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-REWRITE
           WHEN "D"
               MOVE WS-IO-IMAGE TO SR-ING-REC
               DELETE BSRING RECORD
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-DELETE
           END-EVALUATE
           EXIT SECTION.

       RESERVE-IO SECTION.
           MOVE "Y" TO WS-IO-OK
           EVALUATE WS-IO-VERB
           WHEN "O"
               OPEN I-O BRESERV
               IF BRESERV-FS NOT = ZEROS THEN
                   MOVE "N" TO WS-IO-OK
               END-IF
           WHEN "X"
               CLOSE BRESERV
           WHEN "C"
               MOVE ZEROS TO WS-IO-COUNT
               MOVE SPACES TO FLAG-TRUE
               OPEN INPUT BRESERV
               IF BRESERV-FS = NOT-FILE THEN
                   MOVE "E" TO FLAG-TRUE
               END-IF
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ BRESERV NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END ADD 1 TO WS-IO-COUNT
                   END-READ
               END-PERFORM
               CLOSE BRESERV
               MOVE SPACES TO FLAG-TRUE
           WHEN "R"
               MOVE WS-IO-IMAGE TO FD-RESERVE
               READ BRESERV
                   INVALID KEY MOVE "N" TO WS-IO-OK
                   NOT INVALID KEY MOVE FD-RESERVE TO WS-IO-IMAGE
               END-READ
           WHEN "W"
               MOVE WS-IO-IMAGE TO FD-RESERVE
               WRITE FD-RESERVE
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-WRITE
           WHEN "U"
               MOVE WS-IO-IMAGE TO FD-RESERVE
               REWRITE FD-RESERVE
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-REWRITE
           WHEN "D"
               MOVE WS-IO-IMAGE TO FD-RESERVE
               DELETE BRESERV RECORD
                   INVALID KEY MOVE "N" TO WS-IO-OK
               END-DELETE
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************

       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-SET-DATE TO RPT-HEAD-SET
           MOVE WS-UPTO-DATE TO RPT-HEAD-DATE
           MOVE WS-UPTO-TIME TO RPT-HEAD-TIME
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-ROLL FROM 1 BY 1
                   UNTIL IND-ROLL > MAX-ROLL-FILE
               MOVE SPACES TO RPT-DETAIL
               MOVE TAB-BACKUP-TAG (IND-ROLL) TO RPT-DET-TAG
               MOVE TAB-BK-DATE (IND-ROLL) TO RPT-DET-BK-DATE
               MOVE TAB-BK-TIME (IND-ROLL) TO RPT-DET-BK-TIME
               MOVE TAB-BK-RECORDS (IND-ROLL) TO RPT-DET-BK-RECS
               MOVE TAB-START-COUNT (IND-ROLL) TO RPT-DET-START
               MOVE TAB-IN-BACKUP (IND-ROLL) TO RPT-DET-IN-BKUP
               MOVE TAB-ADDED (IND-ROLL) TO RPT-DET-ADDED
               MOVE TAB-REWRITTEN (IND-ROLL) TO RPT-DET-REWRITTEN
               MOVE TAB-DELETED (IND-ROLL) TO RPT-DET-DELETED
               MOVE TAB-EXPECTED (IND-ROLL) TO RPT-DET-EXPECTED
               MOVE TAB-END-COUNT (IND-ROLL) TO RPT-DET-ACTUAL
               MOVE TAB-RESULT (IND-ROLL) TO RPT-DET-RESULT
               WRITE REPORT-LINE FROM RPT-DETAIL
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "OK   = EXPECTED COUNT MATCHES THE ACTUAL COUNT"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DIFF = EXPECTED AND ACTUAL COUNTS DISAGREE"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STOP = THE RUN STOPPED ON AN ENTRY FOR THIS FILE"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NOBK = NO VERIFIED BACKUP ROW FOR THE SET DATE"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MISS = THE FILE COULD NOT BE OPENED FOR UPDATE"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "---- = NOT ASKED FOR" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BACKUP NOT EQUAL TO START: FILE NOT RESTORED FROM SET"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REWRITE INCLUDES PERSONAL-DATA ERASURES REPLAYED"
             TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE "JOURNAL ENTRIES READ" TO RPT-TOT-LABEL
           MOVE WS-CNT-READ TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "ENTRIES APPLIED" TO RPT-TOT-LABEL
           MOVE WS-CNT-APPLIED TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "SUPERVISOR OVERRIDES (NO RECORD CHANGE)"
             TO RPT-TOT-LABEL
           MOVE WS-CNT-OVERRIDE TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "INVENTORY MERGE SUMMARIES (RE-RUN INGMERGE)"
             TO RPT-TOT-LABEL
           MOVE WS-CNT-SUMMARY TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "FILES NOT IN THE BACKUP SET (LEFT AS THEY ARE)"
             TO RPT-TOT-LABEL
           MOVE WS-CNT-OTHER-FILE TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "FILES NOT ASKED FOR OR WITHOUT A BACKUP"
             TO RPT-TOT-LABEL
           MOVE WS-CNT-OUT-SCOPE TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LAST ENTRY APPLIED OR PASSED: " WS-LAST-DATE " "
               WS-LAST-TIME INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-STOPPED = "Y" THEN
               PERFORM WRITE-STOP-BLOCK
           END-IF
           CLOSE REPORTFILE
           EXIT SECTION.

      *> THE FILES STAND AS THEY WERE JUST BEFORE THIS ENTRY; IT AND
      *> EVERYTHING AFTER IT ARE LEFT FOR THE OPERATOR TO SORT OUT
       WRITE-STOP-BLOCK SECTION.
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ROLL-FORWARD STOPPED: " WS-MISMATCH-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STOP-DATE TO RPT-S-DATE
           MOVE WS-STOP-TIME TO RPT-S-TIME
           MOVE WS-STOP-TAG TO RPT-S-TAG
           MOVE WS-STOP-KEY TO RPT-S-KEY
           MOVE WS-STOP-ACTION TO RPT-S-ACTION
           MOVE WS-STOP-ROLE TO RPT-S-ROLE
           WRITE REPORT-LINE FROM RPT-STOP-LINE
           MOVE "JOURNAL:  " TO RPT-I-LABEL
           MOVE WS-STOP-BEFORE (1:110) TO RPT-I-TEXT
           WRITE REPORT-LINE FROM RPT-IMAGE-LINE
           MOVE "ON FILE:  " TO RPT-I-LABEL
           MOVE WS-STOP-CURRENT (1:110) TO RPT-I-TEXT
           WRITE REPORT-LINE FROM RPT-IMAGE-LINE
           MOVE "AFTER:    " TO RPT-I-LABEL
           MOVE WS-STOP-AFTER (1:110) TO RPT-I-TEXT
           WRITE REPORT-LINE FROM RPT-IMAGE-LINE
           EXIT SECTION.

      *> ONE ROLLFWD ROW PER FILE ALONGSIDE THE BACKUP AND RESTORE
      *> ROWS, SO THE LOG SHOWS HOW FAR EACH FILE WAS BROUGHT
       LOG-ROLL-FORWARD SECTION.
           OPEN EXTEND BACKUPLOG
           IF BACKUPLOG-FS = NOT-FILE THEN
               CLOSE BACKUPLOG
               OPEN OUTPUT BACKUPLOG
               CLOSE BACKUPLOG
               OPEN EXTEND BACKUPLOG
           END-IF
           PERFORM VARYING IND-ROLL FROM 1 BY 1
                   UNTIL IND-ROLL > MAX-ROLL-FILE
               IF TAB-IN-SCOPE (IND-ROLL) = "Y" THEN
                   MOVE SPACES TO FD-BACKUPLOG
                   ACCEPT BKL-DATE FROM DATE YYYYMMDD
                   ACCEPT BKL-TIME FROM TIME
                   MOVE "ROLLFWD" TO BKL-ACTION
                   MOVE TAB-BACKUP-TAG (IND-ROLL) TO BKL-FILE-TAG
                   COMPUTE BKL-RECORDS = TAB-ADDED (IND-ROLL)
                       + TAB-REWRITTEN (IND-ROLL)
                       + TAB-DELETED (IND-ROLL)
                   IF WS-STOPPED = "Y" THEN
                       MOVE "STOP" TO BKL-STATUS
                   ELSE
                       MOVE TAB-RESULT (IND-ROLL) TO BKL-STATUS
                   END-IF
                   WRITE FD-BACKUPLOG
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE BACKUPLOG
           EXIT SECTION.

       END PROGRAM JRNLROLL.
