      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    CLEANING AND SANITATION SCHEDULE - THE DAILY TASK LIST OF
      *    EVERYTHING DUE PER SITE AND AREA, THE SIGN-OFF OF WHO
      *    CLEANED AND WHEN, AND THE EXCEPTIONS REPORT OF TASKS
      *    MISSED OR SIGNED OFF AFTER THEIR DAY | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING ALSO CARRIES THE BUSINESS DATE (BUSDATE)
      *    IT WAS RUN ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEANING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLNTASKS ASSIGN TO "FXCLNTASK"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLT-KEY
           FILE STATUS IS CLNTASK-FS.

           SELECT CLNLOGS ASSIGN TO "FXCLNLOG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLL-KEY
           FILE STATUS IS CLNLOG-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITE-FS.

      *> THE SIGNED-ON USER, AS LEFT BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

           SELECT REPORTFILE ASSIGN TO "CLEANLISTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

           SELECT EXCFILE ASSIGN TO "CLEANEXCFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLNTASKS.
       COPY FD-CLNTASK.

       FD  CLNLOGS.
       COPY FD-CLNLOG.

       FD  SITES.
       COPY FD-SITES.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(110).

       FD  EXCFILE.
       01  EXC-LINE                             PIC X(110).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  CLNTASK-FS                           PIC 9(002).
       77  CLNLOG-FS                            PIC 9(002).
       77  SITE-FS                              PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  EXC-FS                               PIC 9(002).
       78  NOT-FILE                             VALUE "35".

      *> LONGEST SPAN THE EXCEPTIONS REPORT WALKS DAY BY DAY
       78  MAX-EXCEPTION-DAYS                   VALUE 31.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-STATUS-TEXT                       PIC X(060).
       77  WS-USER-CODE                         PIC X(008).

       01  SPOOL-REPORT-TYPE                    PIC X(012).
       01  SPOOL-SOURCE-NAME                    PIC X(016).

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-NOW-TIME.
           05 WS-NOW-HHMM                       PIC 9(004).
           05 FILLER                            PIC 9(004).

       01  WS-ASK-DATE.
           05 WS-ASK-YEAR                       PIC 9(004).
           05 WS-ASK-MONTH                      PIC 9(002).
           05 WS-ASK-DAY                        PIC 9(002).
       01  WS-ASK-DATE-NUM REDEFINES WS-ASK-DATE PIC 9(008).
       01  WS-ASK-TO-DATE.
           05 WS-ASK-TO-YEAR                    PIC 9(004).
           05 WS-ASK-TO-MONTH                   PIC 9(002).
           05 WS-ASK-TO-DAY                     PIC 9(002).
       01  WS-ASK-TO-NUM REDEFINES WS-ASK-TO-DATE PIC 9(008).

       77  WS-ASK-SITE                          PIC 9(003).
       77  WS-ASK-TASK                          PIC 9(004).
       77  WS-ASK-SHIFT                         PIC 9(001).
       77  WS-ASK-DONE-BY                       PIC X(020).
       01  WS-ASK-TIME.
           05 WS-ASK-HH                         PIC 9(002).
           05 WS-ASK-MM                         PIC 9(002).
       01  WS-ASK-TIME-NUM REDEFINES WS-ASK-TIME PIC 9(004).

       77  WS-SHOW-AREA                         PIC X(010).
       77  WS-SHOW-DESCRIPTION                  PIC X(040).
       77  WS-SHOW-CRITICAL                     PIC X(003).

       77  WS-TASK-DUE                          PIC X(001).
       77  WS-LOG-FOUND                         PIC X(001).
       77  WS-SHIFT                             PIC 9(001).
       77  WS-CURR-SITE                         PIC 9(003).
       77  WS-DAY-NUM                           PIC 9(008).
       77  WS-DAY-INT                           PIC 9(007).
       77  WS-TO-INT                            PIC 9(007).
       77  WS-LIST-COUNT                        PIC 9(005).
       77  WS-MISSED-COUNT                      PIC 9(005).
       77  WS-CRIT-MISSED-COUNT                 PIC 9(005).
       77  WS-LATE-COUNT                        PIC 9(005).

       01  DIVIDER-LINE                         PIC X(110)
           VALUE ALL "-".

       01  RPT-LIST-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - CLEANING TASK LIST FOR DAY ".
           05 RPT-LIST-DATE                     PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-LIST-RUN-DATE                 PIC 9(008).

       01  RPT-EXC-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - MISSED CLEANING TASKS FROM ".
           05 RPT-EXC-FROM                      PIC 9(008).
           05 FILLER                            PIC X(004)
              VALUE " TO ".
           05 RPT-EXC-TO                        PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-EXC-RUN-DATE                  PIC 9(008).

       01  RPT-SITE-HEAD.
           05 FILLER                            PIC X(006)
              VALUE "SITE: ".
           05 RPT-SITE-ID                       PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-SITE-NAME                     PIC X(030).

       01  RPT-LIST-COLUMNS.
           05 FILLER PIC X(011) VALUE "AREA".
           05 FILLER PIC X(006) VALUE "TASK".
           05 FILLER PIC X(041) VALUE "DESCRIPTION".
           05 FILLER PIC X(006) VALUE "SHIFT".
           05 FILLER PIC X(005) VALUE "CRIT".
           05 FILLER PIC X(021) VALUE "DONE BY".
           05 FILLER PIC X(005) VALUE "TIME".

       01  RPT-LIST-LINE.
           05 RPT-LIST-AREA                     PIC X(010).
           05 FILLER                            PIC X(001).
           05 RPT-LIST-TASK                     PIC 9(004).
           05 FILLER                            PIC X(002).
           05 RPT-LIST-DESCRIPTION              PIC X(040).
           05 FILLER                            PIC X(003).
           05 RPT-LIST-SHIFT                    PIC 9(001).
           05 FILLER                            PIC X(003).
           05 RPT-LIST-CRITICAL                 PIC X(003).
           05 FILLER                            PIC X(002).
           05 RPT-LIST-DONE-BY                  PIC X(020).
           05 FILLER                            PIC X(001).
           05 RPT-LIST-TIME                     PIC X(005).

       01  RPT-EXC-COLUMNS.
           05 FILLER PIC X(009) VALUE "DAY".
           05 FILLER PIC X(005) VALUE "SITE".
           05 FILLER PIC X(011) VALUE "AREA".
           05 FILLER PIC X(006) VALUE "TASK".
           05 FILLER PIC X(041) VALUE "DESCRIPTION".
           05 FILLER PIC X(006) VALUE "SHIFT".
           05 FILLER PIC X(005) VALUE "CRIT".
           05 FILLER PIC X(027) VALUE "EXCEPTION".

       01  RPT-EXC-LINE.
           05 RPT-EXC-DAY                       PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-EXC-SITE                      PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-EXC-AREA                      PIC X(010).
           05 FILLER                            PIC X(001).
           05 RPT-EXC-TASK                      PIC 9(004).
           05 FILLER                            PIC X(002).
           05 RPT-EXC-DESCRIPTION               PIC X(040).
           05 FILLER                            PIC X(003).
           05 RPT-EXC-SHIFT                     PIC 9(001).
           05 FILLER                            PIC X(003).
           05 RPT-EXC-CRITICAL                  PIC X(003).
           05 FILLER                            PIC X(002).
           05 RPT-EXC-TEXT                      PIC X(027).

       01  RPT-EXC-TOTALS.
           05 FILLER                            PIC X(015)
              VALUE "MISSED TASKS: ".
           05 RPT-TOT-MISSED                    PIC ZZZZ9.
           05 FILLER                            PIC X(016)
              VALUE "   OF CRITICAL: ".
           05 RPT-TOT-CRITICAL                  PIC ZZZZ9.
           05 FILLER                            PIC X(020)
              VALUE "   SIGNED OFF LATE: ".
           05 RPT-TOT-LATE                      PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | CLEANING AND SANITATION"
              LINE 02 COL 10.
           05 VALUE "1 - PRINT THE DAILY TASK LIST"    LINE 05 COL 10.
           05 VALUE "2 - SIGN OFF A CLEANING TASK"     LINE 06 COL 10.
           05 VALUE "3 - MISSED TASKS EXCEPTIONS REPORT"
              LINE 07 COL 10.
           05 VALUE "4 - BACK"                         LINE 08 COL 10.
           05 VALUE "OPTION:"                          LINE 10 COL 10.
           05 SS-MENU PIC 9(001) LINE 10 COL 20 TO WS-MENU-OPTION.

       01  DATE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "F3 - BACK" LINE 03 COL 60.
           05 VALUE "DAY.................:" LINE 05 COL 10.
           05 SS-YEAR PIC 9(004) LINE 05 COL 34 USING WS-ASK-YEAR.
           05 SS-MONTH PIC 9(002) LINE 05 COL 40 USING WS-ASK-MONTH.
           05 SS-DAY PIC 9(002) LINE 05 COL 44 USING WS-ASK-DAY.
           05 VALUE "(YYYY MM DD)" LINE 05 COL 49.

       01  TO-DATE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "TO DAY..............:" LINE 06 COL 10.
           05 SS-TO-YEAR PIC 9(004) LINE 06 COL 34
              USING WS-ASK-TO-YEAR.
           05 SS-TO-MONTH PIC 9(002) LINE 06 COL 40
              USING WS-ASK-TO-MONTH.
           05 SS-TO-DAY PIC 9(002) LINE 06 COL 44
              USING WS-ASK-TO-DAY.

       01  TASK-KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SITE ID.............:" LINE 07 COL 10.
           05 SS-SITE PIC 9(003) LINE 07 COL 34 USING WS-ASK-SITE.
           05 VALUE "TASK NUMBER.........:" LINE 08 COL 10.
           05 SS-TASK PIC 9(004) LINE 08 COL 34 USING WS-ASK-TASK.
           05 VALUE "SHIFT...............:" LINE 09 COL 10.
           05 SS-SHIFT PIC 9(001) LINE 09 COL 34 USING WS-ASK-SHIFT.

       01  SIGN-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "AREA................:" LINE 11 COL 10.
           05 PIC X(010) LINE 11 COL 34 FROM WS-SHOW-AREA.
           05 VALUE "TASK................:" LINE 12 COL 10.
           05 PIC X(040) LINE 12 COL 34 FROM WS-SHOW-DESCRIPTION.
           05 VALUE "CRITICAL............:" LINE 13 COL 10.
           05 PIC X(003) LINE 13 COL 34 FROM WS-SHOW-CRITICAL.
           05 VALUE "CLEANED BY..........:" LINE 15 COL 10.
           05 SS-DONE-BY PIC X(020) LINE 15 COL 34
              USING WS-ASK-DONE-BY.
           05 VALUE "AT (HHMM)...........:" LINE 16 COL 10.
           05 SS-HH PIC 9(002) LINE 16 COL 34 USING WS-ASK-HH.
           05 SS-MM PIC 9(002) LINE 16 COL 36 USING WS-ASK-MM.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM GET-SESSION-USER
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 4
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM DAILY-TASK-LIST
                   WHEN 2 PERFORM SIGN-OFF-TASK
                   WHEN 3 PERFORM EXCEPTIONS-REPORT
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O CLNTASKS
           IF CLNTASK-FS = NOT-FILE THEN
               OPEN OUTPUT CLNTASKS
           END-IF
           CLOSE CLNTASKS
           OPEN I-O CLNLOGS
           IF CLNLOG-FS = NOT-FILE THEN
               OPEN OUTPUT CLNLOGS
           END-IF
           CLOSE CLNLOGS
           EXIT SECTION.

      *> WHO IS AT THE KEYBOARD - STAMPED ON EVERY SIGN-OFF
       GET-SESSION-USER SECTION.
           MOVE "UNKNOWN" TO WS-USER-CODE
           OPEN INPUT SESSIONUSER
           IF SESSIONUSER-FS NOT = ZEROS THEN
               CLOSE SESSIONUSER
               EXIT SECTION
           END-IF
           READ SESSIONUSER
               NOT AT END
                   IF SSU-USER-CODE NOT = SPACES THEN
                       MOVE SSU-USER-CODE TO WS-USER-CODE
                   END-IF
           END-READ
           CLOSE SESSIONUSER
           EXIT SECTION.

      ******************************************************************
      *    EVERY TASK AND SHIFT DUE ON THE DAY GOES ON THE CLEANING
      *    LOG AS DUE (ONE ALREADY THERE IS KEPT) AND ON THE PRINTED
      *    LIST, SITE BY SITE, WITH ANY SIGN-OFF ALREADY RECORDED
      ******************************************************************
       DAILY-TASK-LIST SECTION.
           MOVE WS-TODAY-NUM TO WS-ASK-DATE-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY DATE-SCREEN
           ACCEPT DATE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ASK-DATE-NUM) NOT = ZEROS THEN
               MOVE "DAY IS NOT A VALID DATE" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-DATE-NUM TO RPT-LIST-DATE
           MOVE WS-TODAY-NUM TO RPT-LIST-RUN-DATE
           WRITE REPORT-LINE FROM RPT-LIST-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE ZEROS TO WS-LIST-COUNT
           MOVE 999 TO WS-CURR-SITE
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT CLNTASKS
           OPEN I-O CLNLOGS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CLNTASKS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM LIST-ONE-TASK
               END-READ
           END-PERFORM
           CLOSE CLNTASKS
           CLOSE CLNLOGS
           MOVE SPACES TO FLAG-TRUE
           CLOSE REPORTFILE

           MOVE "CLEANLIST" TO SPOOL-REPORT-TYPE
           MOVE "CLEANLISTFILE" TO SPOOL-SOURCE-NAME
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           IF WS-LIST-COUNT = ZEROS THEN
               MOVE "NO CLEANING TASKS DUE ON THAT DAY"
                 TO WS-STATUS-TEXT
           ELSE
               MOVE "DAILY TASK LIST WRITTEN ON CLEANLISTFILE"
                 TO WS-STATUS-TEXT
           END-IF
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       LIST-ONE-TASK SECTION.
           CALL "CLNDUE" USING WS-ASK-DATE-NUM FD-CLNTASK WS-TASK-DUE
           IF WS-TASK-DUE NOT = "Y" THEN
               EXIT SECTION
           END-IF
           IF CLT-SITE-ID NOT = WS-CURR-SITE THEN
               MOVE CLT-SITE-ID TO WS-CURR-SITE
               PERFORM PRINT-SITE-HEAD
               WRITE REPORT-LINE FROM RPT-LIST-COLUMNS
           END-IF
           PERFORM VARYING WS-SHIFT FROM 1 BY 1
                   UNTIL WS-SHIFT > CLT-SHIFTS
               PERFORM LIST-ONE-SHIFT
           END-PERFORM
           EXIT SECTION.

       LIST-ONE-SHIFT SECTION.
           MOVE WS-ASK-DATE-NUM TO CLL-DATE
           MOVE CLT-SITE-ID TO CLL-SITE-ID
           MOVE CLT-TASK-ID TO CLL-TASK-ID
           MOVE WS-SHIFT TO CLL-SHIFT
           READ CLNLOGS
               INVALID KEY
                   PERFORM SET-DUE-ROW
                   WRITE FD-CLNLOG
           END-READ
           MOVE CLT-AREA TO RPT-LIST-AREA
           MOVE CLT-TASK-ID TO RPT-LIST-TASK
           MOVE CLT-DESCRIPTION TO RPT-LIST-DESCRIPTION
           MOVE WS-SHIFT TO RPT-LIST-SHIFT
           IF CLT-IS-CRITICAL THEN
               MOVE "YES" TO RPT-LIST-CRITICAL
           ELSE
               MOVE SPACES TO RPT-LIST-CRITICAL
           END-IF
      *> AN OPEN ROW LEAVES A LINE TO SIGN ON THE PAPER COPY
           IF CLL-DONE THEN
               MOVE CLL-DONE-BY TO RPT-LIST-DONE-BY
               MOVE SPACES TO RPT-LIST-TIME
               STRING CLL-DONE-TIME (1:2) ":" CLL-DONE-TIME (3:2)
                   DELIMITED BY SIZE INTO RPT-LIST-TIME
           ELSE
               MOVE ALL "_" TO RPT-LIST-DONE-BY
               MOVE "__:__" TO RPT-LIST-TIME
           END-IF
           WRITE REPORT-LINE FROM RPT-LIST-LINE
           ADD 1 TO WS-LIST-COUNT
           EXIT SECTION.

      *> A NEW DUE ROW FOR THE TASK IN FD-CLNTASK; THE KEY IS SET
       SET-DUE-ROW SECTION.
           MOVE CLT-AREA TO CLL-AREA
           MOVE CLT-DESCRIPTION TO CLL-DESCRIPTION
           MOVE CLT-CRITICAL TO CLL-CRITICAL
           MOVE "D" TO CLL-STATUS
           MOVE SPACES TO CLL-DONE-BY, CLL-SIGNED-BY
           MOVE ZEROS TO CLL-DONE-TIME, CLL-SIGNED-DATE
           EXIT SECTION.

       PRINT-SITE-HEAD SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURR-SITE TO RPT-SITE-ID
           MOVE SPACES TO RPT-SITE-NAME
           OPEN INPUT SITES
           IF SITE-FS NOT = NOT-FILE THEN
               MOVE WS-CURR-SITE TO FD-SITE-ID
               READ SITES
                   INVALID KEY MOVE "** UNKNOWN SITE **"
                                 TO RPT-SITE-NAME
                   NOT INVALID KEY MOVE FD-SITE-NAME TO RPT-SITE-NAME
               END-READ
           END-IF
           CLOSE SITES
           WRITE REPORT-LINE FROM RPT-SITE-HEAD
           WRITE REPORT-LINE FROM DIVIDER-LINE
           EXIT SECTION.

      ******************************************************************
      *    WHO CLEANED AND WHEN. THE TASK MUST BE DUE THAT DAY AND
      *    SHIFT; ONE NOT YET ON THE LOG (LIST NOT PRINTED) IS ADDED.
      *    A DAY IN THE FUTURE CANNOT BE SIGNED OFF
      ******************************************************************
       SIGN-OFF-TASK SECTION.
           MOVE WS-TODAY-NUM TO WS-ASK-DATE-NUM
           MOVE ZEROS TO WS-ASK-SITE, WS-ASK-TASK
           MOVE 1 TO WS-ASK-SHIFT
           DISPLAY CLEAR-SCREEN
           DISPLAY DATE-SCREEN
           DISPLAY TASK-KEY-SCREEN
           ACCEPT DATE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           ACCEPT TASK-KEY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ASK-DATE-NUM) NOT = ZEROS
              OR WS-ASK-DATE-NUM > WS-TODAY-NUM THEN
               MOVE "DAY IS NOT VALID" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN INPUT CLNTASKS
           MOVE WS-ASK-SITE TO CLT-SITE-ID
           MOVE WS-ASK-TASK TO CLT-TASK-ID
           READ CLNTASKS
               INVALID KEY
                   CLOSE CLNTASKS
                   MOVE "CLEANING TASK NOT ON FILE" TO WS-STATUS-TEXT
                   ACCEPT STATUS-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE CLNTASKS
           CALL "CLNDUE" USING WS-ASK-DATE-NUM FD-CLNTASK WS-TASK-DUE
           IF WS-TASK-DUE NOT = "Y" THEN
               MOVE "TASK IS NOT DUE ON THAT DAY" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-SHIFT < 1 OR WS-ASK-SHIFT > CLT-SHIFTS THEN
               MOVE "NO SUCH SHIFT FOR THIS TASK" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O CLNLOGS
           MOVE WS-ASK-DATE-NUM TO CLL-DATE
           MOVE WS-ASK-SITE TO CLL-SITE-ID
           MOVE WS-ASK-TASK TO CLL-TASK-ID
           MOVE WS-ASK-SHIFT TO CLL-SHIFT
           MOVE "Y" TO WS-LOG-FOUND
           READ CLNLOGS
               INVALID KEY
                   MOVE "N" TO WS-LOG-FOUND
                   PERFORM SET-DUE-ROW
           END-READ
           IF CLL-DONE THEN
               CLOSE CLNLOGS
               MOVE SPACES TO WS-STATUS-TEXT
               STRING "ALREADY SIGNED OFF - CLEANED BY " CLL-DONE-BY
                   DELIMITED BY SIZE INTO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           MOVE CLL-AREA TO WS-SHOW-AREA
           MOVE CLL-DESCRIPTION TO WS-SHOW-DESCRIPTION
           IF CLL-IS-CRITICAL THEN
               MOVE "YES" TO WS-SHOW-CRITICAL
           ELSE
               MOVE "NO" TO WS-SHOW-CRITICAL
           END-IF
           MOVE SPACES TO WS-ASK-DONE-BY
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-HHMM TO WS-ASK-TIME-NUM
           DISPLAY SIGN-SCREEN
           ACCEPT SIGN-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               CLOSE CLNLOGS
               EXIT SECTION
           END-IF
           IF WS-ASK-DONE-BY = SPACES THEN
               CLOSE CLNLOGS
               MOVE "WHO CLEANED IS REQUIRED" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-HH > 23 OR WS-ASK-MM > 59 THEN
               CLOSE CLNLOGS
               MOVE "TIME IS NOT VALID" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           MOVE "C" TO CLL-STATUS
           MOVE WS-ASK-DONE-BY TO CLL-DONE-BY
           MOVE WS-ASK-TIME-NUM TO CLL-DONE-TIME
           MOVE WS-USER-CODE TO CLL-SIGNED-BY
           MOVE WS-TODAY-NUM TO CLL-SIGNED-DATE
           IF WS-LOG-FOUND = "Y" THEN
               REWRITE FD-CLNLOG
           ELSE
               WRITE FD-CLNLOG
           END-IF
           CLOSE CLNLOGS
           MOVE "CLEANING TASK SIGNED OFF" TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    DAY BY DAY OVER THE PERIOD, EVERY TASK AND SHIFT THAT WAS
      *    DUE IS CHECKED ON THE LOG: NOT SIGNED OFF (OR NEVER LISTED)
      *    IS MISSED, SIGNED OFF ON A LATER DAY IS LATE. TODAY IS NOT
      *    JUDGED - ITS TASKS CAN STILL BE DONE
      ******************************************************************
       EXCEPTIONS-REPORT SECTION.
           COMPUTE WS-ASK-TO-NUM = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) - 1)
           COMPUTE WS-ASK-DATE-NUM = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) - 7)
           DISPLAY CLEAR-SCREEN
           DISPLAY DATE-SCREEN
           DISPLAY TO-DATE-SCREEN
           ACCEPT DATE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           ACCEPT TO-DATE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ASK-DATE-NUM) NOT = ZEROS
              OR TEST-DATE-YYYYMMDD (WS-ASK-TO-NUM) NOT = ZEROS
              OR WS-ASK-TO-NUM < WS-ASK-DATE-NUM THEN
               MOVE "PERIOD IS NOT VALID" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-TO-NUM NOT < WS-TODAY-NUM THEN
               COMPUTE WS-ASK-TO-NUM = DATE-OF-INTEGER
                   (INTEGER-OF-DATE (WS-TODAY-NUM) - 1)
           END-IF
           COMPUTE WS-DAY-INT = INTEGER-OF-DATE (WS-ASK-DATE-NUM)
           COMPUTE WS-TO-INT = INTEGER-OF-DATE (WS-ASK-TO-NUM)
           IF WS-TO-INT - WS-DAY-INT + 1 > MAX-EXCEPTION-DAYS THEN
               MOVE "PERIOD IS LONGER THAN 31 DAYS" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN OUTPUT EXCFILE
           MOVE WS-ASK-DATE-NUM TO RPT-EXC-FROM
           MOVE WS-ASK-TO-NUM TO RPT-EXC-TO
           MOVE WS-TODAY-NUM TO RPT-EXC-RUN-DATE
           WRITE EXC-LINE FROM RPT-EXC-HEADER
           WRITE EXC-LINE FROM DIVIDER-LINE
           WRITE EXC-LINE FROM RPT-EXC-COLUMNS
           WRITE EXC-LINE FROM DIVIDER-LINE

           MOVE ZEROS TO WS-MISSED-COUNT, WS-CRIT-MISSED-COUNT
           MOVE ZEROS TO WS-LATE-COUNT
           OPEN INPUT CLNTASKS
           OPEN INPUT CLNLOGS
           PERFORM UNTIL WS-DAY-INT > WS-TO-INT
               COMPUTE WS-DAY-NUM = DATE-OF-INTEGER (WS-DAY-INT)
               PERFORM JUDGE-ONE-DAY
               ADD 1 TO WS-DAY-INT
           END-PERFORM
           CLOSE CLNTASKS
           CLOSE CLNLOGS

           WRITE EXC-LINE FROM DIVIDER-LINE
           MOVE WS-MISSED-COUNT TO RPT-TOT-MISSED
           MOVE WS-CRIT-MISSED-COUNT TO RPT-TOT-CRITICAL
           MOVE WS-LATE-COUNT TO RPT-TOT-LATE
           WRITE EXC-LINE FROM RPT-EXC-TOTALS
           CLOSE EXCFILE

           MOVE "CLEANEXC" TO SPOOL-REPORT-TYPE
           MOVE "CLEANEXCFILE" TO SPOOL-SOURCE-NAME
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           MOVE "EXCEPTIONS REPORT WRITTEN ON CLEANEXCFILE"
             TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       JUDGE-ONE-DAY SECTION.
           MOVE SPACES TO FLAG-TRUE
           MOVE LOW-VALUES TO CLT-KEY
           START CLNTASKS KEY IS NOT LESS THAN CLT-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CLNTASKS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-ONE-TASK
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       JUDGE-ONE-TASK SECTION.
           CALL "CLNDUE" USING WS-DAY-NUM FD-CLNTASK WS-TASK-DUE
           IF WS-TASK-DUE NOT = "Y" THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-SHIFT FROM 1 BY 1
                   UNTIL WS-SHIFT > CLT-SHIFTS
               PERFORM JUDGE-ONE-SHIFT
           END-PERFORM
           EXIT SECTION.

       JUDGE-ONE-SHIFT SECTION.
           MOVE SPACES TO RPT-EXC-TEXT
           MOVE WS-DAY-NUM TO CLL-DATE
           MOVE CLT-SITE-ID TO CLL-SITE-ID
           MOVE CLT-TASK-ID TO CLL-TASK-ID
           MOVE WS-SHIFT TO CLL-SHIFT
           READ CLNLOGS
               INVALID KEY
                   MOVE "MISSED - NEVER LISTED" TO RPT-EXC-TEXT
               NOT INVALID KEY
                   IF CLL-DUE THEN
                       MOVE "MISSED - NOT SIGNED OFF"
                         TO RPT-EXC-TEXT
                   ELSE
                       IF CLL-SIGNED-DATE > CLL-DATE THEN
                           STRING "LATE - SIGNED " CLL-SIGNED-DATE
                               DELIMITED BY SIZE INTO RPT-EXC-TEXT
                       END-IF
                   END-IF
           END-READ
           IF RPT-EXC-TEXT = SPACES THEN
               EXIT SECTION
           END-IF
           IF RPT-EXC-TEXT (1:4) = "LATE" THEN
               ADD 1 TO WS-LATE-COUNT
           ELSE
               ADD 1 TO WS-MISSED-COUNT
               IF CLT-IS-CRITICAL THEN
                   ADD 1 TO WS-CRIT-MISSED-COUNT
               END-IF
           END-IF
           MOVE WS-DAY-NUM TO RPT-EXC-DAY
           MOVE CLT-SITE-ID TO RPT-EXC-SITE
           MOVE CLT-AREA TO RPT-EXC-AREA
           MOVE CLT-TASK-ID TO RPT-EXC-TASK
           MOVE CLT-DESCRIPTION TO RPT-EXC-DESCRIPTION
           MOVE WS-SHIFT TO RPT-EXC-SHIFT
           IF CLT-IS-CRITICAL THEN
               MOVE "YES" TO RPT-EXC-CRITICAL
           ELSE
               MOVE SPACES TO RPT-EXC-CRITICAL
           END-IF
           WRITE EXC-LINE FROM RPT-EXC-LINE
           EXIT SECTION.

       END PROGRAM CLEANING.
