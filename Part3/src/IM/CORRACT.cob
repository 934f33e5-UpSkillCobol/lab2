      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    HACCP CORRECTIVE ACTIONS - THE ACTION TAKEN ON AN OPEN
      *    EXCEPTION (DESCRIPTION, RESPONSIBLE PERSON, DUE DATE), THE
      *    VERIFICATION SIGN-OFF THAT CLOSES IT, AND THE PER-SITE
      *    COMPLIANCE REPORT FOR THE INSPECTOR: EXCEPTIONS BY SOURCE,
      *    TIME TO CLOSE AND OPEN ITEMS | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRACT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CORRACTS ASSIGN TO "FXCORRACT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRA-ID
           FILE STATUS IS CORRACT-FS.

      *> THE SIGNED-ON USER, AS LEFT BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

           SELECT REPORTFILE ASSIGN TO "CORRACTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRACTS.
       COPY FD-CORRACT.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(110).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  CORRACT-FS                           PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-STATUS-TEXT                       PIC X(060).
       77  WS-USER-CODE                         PIC X(008).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "CORRACT".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "CORRACTFILE".

       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-ENT-ID                            PIC 9(006).
       77  WS-ENT-ACTION                        PIC X(050).
       77  WS-ENT-RESPONSIBLE                   PIC X(030).
       01  WS-ENT-DUE.
           05 WS-ENT-DUE-YEAR                   PIC 9(004).
           05 WS-ENT-DUE-MONTH                  PIC 9(002).
           05 WS-ENT-DUE-DAY                    PIC 9(002).
       01  WS-ENT-DUE-NUM REDEFINES WS-ENT-DUE  PIC 9(008).
       77  WS-ENT-CONFIRM                       PIC X(001).

      *> THE EXCEPTION AS SHOWN ABOVE THE ACTION FIELDS
       77  WS-SHOW-SOURCE                       PIC X(011).
       77  WS-SHOW-REF                          PIC X(020).
       77  WS-SHOW-SITE                         PIC 9(003).
       77  WS-SHOW-TEXT                         PIC X(040).
       77  WS-SHOW-RAISED                       PIC 9(008).

       01  WS-ASK-PERIOD.
           05 WS-ASK-YEAR                       PIC 9(004).
           05 WS-ASK-MONTH                      PIC 9(002).

      *> PER-SITE COMPLIANCE ACCUMULATOR - THE PERIOD'S EXCEPTIONS BY
      *> SOURCE AND HOW FAST THEY CLOSED, PLUS EVERYTHING STILL OPEN
       77  MAX-SITE                             PIC 9(002).
       01  TAB-SITE OCCURS 50 INDEXED BY IND-SITE.
           05 TAB-SITE-ID                       PIC 9(003).
           05 TAB-SITE-TEMP                     PIC 9(004).
           05 TAB-SITE-RECV                     PIC 9(004).
           05 TAB-SITE-CMPL                     PIC 9(004).
           05 TAB-SITE-CLOSED                   PIC 9(004).
           05 TAB-SITE-CLOSE-DAYS               PIC 9(007).
           05 TAB-SITE-OPEN                     PIC 9(004).
           05 TAB-SITE-OVERDUE                  PIC 9(004).
       77  WS-FOUND-INDEX                       PIC 9(002).
       77  WS-IN-PERIOD                         PIC X(001).
       77  WS-DAYS-TO-CLOSE                     PIC 9(005).

       01  DIVIDER-LINE                         PIC X(110)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(049)
              VALUE "BREADWICH - HACCP CORRECTIVE ACTIONS - PERIOD   ".
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-SITE-COLUMNS.
           05 FILLER PIC X(007) VALUE "SITE".
           05 FILLER PIC X(008) VALUE "  TEMP".
           05 FILLER PIC X(008) VALUE "  RECV".
           05 FILLER PIC X(008) VALUE "  CMPL".
           05 FILLER PIC X(008) VALUE " TOTAL".
           05 FILLER PIC X(008) VALUE "CLOSED".
           05 FILLER PIC X(014) VALUE "AVG DAYS CLOSE".
           05 FILLER PIC X(008) VALUE "  OPEN".
           05 FILLER PIC X(008) VALUE "OVERDUE".

       01  RPT-SITE-LINE.
           05 RPT-SITE-ID                       PIC 9(003).
           05 FILLER                            PIC X(004).
           05 RPT-SITE-TEMP                     PIC ZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-SITE-RECV                     PIC ZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-SITE-CMPL                     PIC ZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-SITE-TOTAL                    PIC ZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-SITE-CLOSED                   PIC ZZZZZ9.
           05 FILLER                            PIC X(006).
           05 RPT-SITE-AVG                      PIC ZZZZ9.9.
           05 FILLER                            PIC X(003).
           05 RPT-SITE-OPEN                     PIC ZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-SITE-OVERDUE                  PIC ZZZZZ9.

       01  RPT-OPEN-HEAD                        PIC X(060)
           VALUE "OPEN ITEMS - NOT YET VERIFIED".

       01  RPT-OPEN-COLUMNS.
           05 FILLER PIC X(008) VALUE "ACTION".
           05 FILLER PIC X(005) VALUE "SITE".
           05 FILLER PIC X(012) VALUE "SOURCE".
           05 FILLER PIC X(041) VALUE "EXCEPTION".
           05 FILLER PIC X(009) VALUE "RAISED".
           05 FILLER PIC X(009) VALUE "DUE".
           05 FILLER PIC X(026) VALUE "RESPONSIBLE".

       01  RPT-OPEN-LINE.
           05 RPT-OPEN-ID                       PIC 9(006).
           05 FILLER                            PIC X(002).
           05 RPT-OPEN-SITE                     PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-OPEN-SOURCE                   PIC X(011).
           05 FILLER                            PIC X(001).
           05 RPT-OPEN-TEXT                     PIC X(040).
           05 FILLER                            PIC X(001).
           05 RPT-OPEN-RAISED                   PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-OPEN-DUE                      PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-OPEN-RESPONSIBLE              PIC X(020).
           05 FILLER                            PIC X(001).
           05 RPT-OPEN-FLAG                     PIC X(007).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | HACCP CORRECTIVE ACTIONS"
              LINE 02 COL 10.
           05 VALUE "1 - RECORD THE ACTION TAKEN"      LINE 05 COL 10.
           05 VALUE "2 - VERIFICATION SIGN-OFF"        LINE 06 COL 10.
           05 VALUE "3 - SITE COMPLIANCE REPORT"       LINE 07 COL 10.
           05 VALUE "4 - BACK"                         LINE 08 COL 10.
           05 VALUE "OPTION:"                          LINE 10 COL 10.
           05 SS-MENU PIC 9(001) LINE 10 COL 20 TO WS-MENU-OPTION.

       01  ID-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "F3 - BACK" LINE 03 COL 60.
           05 VALUE "ACTION NUMBER.......:" LINE 05 COL 10.
           05 SS-ID PIC 9(006) LINE 05 COL 34 TO WS-ENT-ID.

       01  EXCEPTION-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ACTION NUMBER.......:" LINE 05 COL 10.
           05 PIC 9(006) LINE 05 COL 34 FROM WS-ENT-ID.
           05 VALUE "SOURCE..............:" LINE 06 COL 10.
           05 PIC X(011) LINE 06 COL 34 FROM WS-SHOW-SOURCE.
           05 VALUE "REFERENCE...........:" LINE 07 COL 10.
           05 PIC X(020) LINE 07 COL 34 FROM WS-SHOW-REF.
           05 VALUE "SITE................:" LINE 08 COL 10.
           05 PIC 9(003) LINE 08 COL 34 FROM WS-SHOW-SITE.
           05 VALUE "EXCEPTION...........:" LINE 09 COL 10.
           05 PIC X(040) LINE 09 COL 34 FROM WS-SHOW-TEXT.
           05 VALUE "RAISED ON...........:" LINE 10 COL 10.
           05 PIC 9(008) LINE 10 COL 34 FROM WS-SHOW-RAISED.

       01  ACTION-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ACTION TAKEN........:" LINE 13 COL 10.
           05 SS-ACTION PIC X(050) LINE 13 COL 34
              USING WS-ENT-ACTION.
           05 VALUE "RESPONSIBLE PERSON..:" LINE 14 COL 10.
           05 SS-RESPONSIBLE PIC X(030) LINE 14 COL 34
              USING WS-ENT-RESPONSIBLE.
           05 VALUE "DUE DATE............:" LINE 15 COL 10.
           05 SS-DUE-YEAR PIC 9(004) LINE 15 COL 34
              USING WS-ENT-DUE-YEAR.
           05 SS-DUE-MONTH PIC 9(002) LINE 15 COL 40
              USING WS-ENT-DUE-MONTH.
           05 SS-DUE-DAY PIC 9(002) LINE 15 COL 44
              USING WS-ENT-DUE-DAY.
           05 VALUE "(YYYY MM DD)" LINE 15 COL 49.

       01  VERIFY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ACTION TAKEN........:" LINE 13 COL 10.
           05 PIC X(050) LINE 13 COL 34 FROM WS-ENT-ACTION.
           05 VALUE "RESPONSIBLE PERSON..:" LINE 14 COL 10.
           05 PIC X(030) LINE 14 COL 34 FROM WS-ENT-RESPONSIBLE.
           05 VALUE "DUE DATE............:" LINE 15 COL 10.
           05 PIC 9(008) LINE 15 COL 34 FROM WS-ENT-DUE-NUM.
           05 VALUE "VERIFIED EFFECTIVE (Y/N):" LINE 17 COL 10.
           05 SS-CONFIRM PIC X(001) LINE 17 COL 37
              TO WS-ENT-CONFIRM.

       01  PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "PERIOD YEAR (YYYY):" LINE 12 COL 10.
           05 SS-YEAR PIC 9(004) LINE 12 COL 32 USING WS-ASK-YEAR.
           05 VALUE "PERIOD MONTH (MM).:" LINE 13 COL 10.
           05 SS-MONTH PIC 9(002) LINE 13 COL 32 USING WS-ASK-MONTH.

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
                   WHEN 1 PERFORM RECORD-ACTION
                   WHEN 2 PERFORM VERIFY-ACTION
                   WHEN 3 PERFORM COMPLIANCE-REPORT
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O CORRACTS
           IF CORRACT-FS = NOT-FILE THEN
               OPEN OUTPUT CORRACTS
           END-IF
           CLOSE CORRACTS
           EXIT SECTION.

      *> WHO IS AT THE KEYBOARD - STAMPED ON THE VERIFICATION
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
      *    AN OPEN OR ACTIONED ITEM TAKES ITS ACTION TEXT, OWNER AND
      *    DUE DATE - ALL THREE ARE REQUIRED; A VERIFIED ONE IS CLOSED
      ******************************************************************
       RECORD-ACTION SECTION.
           PERFORM READ-ACTION
           IF FLAG-TRUE NOT = "Y" THEN
               EXIT SECTION
           END-IF
           IF CRA-VERIFIED THEN
               CLOSE CORRACTS
               MOVE "ACTION ALREADY VERIFIED AND CLOSED"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE CRA-ACTION-TEXT TO WS-ENT-ACTION
           MOVE CRA-RESPONSIBLE TO WS-ENT-RESPONSIBLE
           MOVE CRA-DUE-DATE TO WS-ENT-DUE-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY ID-SCREEN
           DISPLAY EXCEPTION-SCREEN
           DISPLAY ACTION-SCREEN
           ACCEPT ACTION-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               CLOSE CORRACTS
               EXIT SECTION
           END-IF
           IF WS-ENT-ACTION = SPACES
              OR WS-ENT-RESPONSIBLE = SPACES THEN
               CLOSE CORRACTS
               MOVE "ACTION TAKEN AND RESPONSIBLE PERSON ARE REQUIRED"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ENT-DUE-NUM) NOT = ZEROS
              OR WS-ENT-DUE-NUM < CRA-RAISED-DATE THEN
               CLOSE CORRACTS
               MOVE "DUE DATE IS NOT VALID" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
      *> A NEW DUE DATE EARNS A FRESH OVERDUE ALERT IF IT SLIPS TOO
           IF WS-ENT-DUE-NUM NOT = CRA-DUE-DATE THEN
               MOVE "N" TO CRA-OVERDUE-SENT
           END-IF
           MOVE WS-ENT-ACTION TO CRA-ACTION-TEXT
           MOVE WS-ENT-RESPONSIBLE TO CRA-RESPONSIBLE
           MOVE WS-ENT-DUE-NUM TO CRA-DUE-DATE
           MOVE WS-TODAY-NUM TO CRA-ACTION-DATE
           MOVE "A" TO CRA-STATUS
           REWRITE FD-CORRACT
           CLOSE CORRACTS
           MOVE "ACTION RECORDED - AWAITING VERIFICATION"
             TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      *> ONLY AN ACTION ALREADY TAKEN CAN BE SIGNED OFF AS EFFECTIVE
       VERIFY-ACTION SECTION.
           PERFORM READ-ACTION
           IF FLAG-TRUE NOT = "Y" THEN
               EXIT SECTION
           END-IF
           IF NOT CRA-ACTIONED THEN
               CLOSE CORRACTS
               IF CRA-VERIFIED THEN
                   MOVE "ACTION ALREADY VERIFIED AND CLOSED"
                     TO WS-STATUS-TEXT
               ELSE
                   MOVE "NO ACTION RECORDED YET - NOTHING TO VERIFY"
                     TO WS-STATUS-TEXT
               END-IF
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE CRA-ACTION-TEXT TO WS-ENT-ACTION
           MOVE CRA-RESPONSIBLE TO WS-ENT-RESPONSIBLE
           MOVE CRA-DUE-DATE TO WS-ENT-DUE-NUM
           MOVE SPACES TO WS-ENT-CONFIRM
           DISPLAY CLEAR-SCREEN
           DISPLAY ID-SCREEN
           DISPLAY EXCEPTION-SCREEN
           DISPLAY VERIFY-SCREEN
           ACCEPT VERIFY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               CLOSE CORRACTS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ENT-CONFIRM) TO WS-ENT-CONFIRM
           IF WS-ENT-CONFIRM NOT = "Y" THEN
               CLOSE CORRACTS
               MOVE "NOT VERIFIED - ACTION STAYS OPEN" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE "V" TO CRA-STATUS
           MOVE WS-USER-CODE TO CRA-VERIFIED-BY
           MOVE WS-TODAY-NUM TO CRA-VERIFIED-DATE
           REWRITE FD-CORRACT
           CLOSE CORRACTS
           MOVE "ACTION VERIFIED AND CLOSED" TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      *> ASKS FOR THE ACTION NUMBER AND LEAVES CORRACTS OPEN ON IT
      *> WITH FLAG-TRUE "Y" WHEN IT IS ON FILE
       READ-ACTION SECTION.
           MOVE SPACES TO FLAG-TRUE
           MOVE ZEROS TO WS-ENT-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY ID-SCREEN
           ACCEPT ID-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           OPEN I-O CORRACTS
           MOVE WS-ENT-ID TO CRA-ID
           READ CORRACTS
               INVALID KEY
                   CLOSE CORRACTS
                   MOVE "ACTION NOT ON FILE" TO WS-STATUS-TEXT
                   ACCEPT STATUS-SCREEN
                   EXIT SECTION
           END-READ
           MOVE "Y" TO FLAG-TRUE
           PERFORM SET-SOURCE-NAME
           MOVE CRA-SOURCE-REF TO WS-SHOW-REF
           MOVE CRA-SITE-ID TO WS-SHOW-SITE
           MOVE CRA-EXCEPTION-TEXT TO WS-SHOW-TEXT
           MOVE CRA-RAISED-DATE TO WS-SHOW-RAISED
           EXIT SECTION.

       SET-SOURCE-NAME SECTION.
           EVALUATE TRUE
               WHEN CRA-FROM-TEMPERATURE
                   MOVE "TEMPERATURE" TO WS-SHOW-SOURCE
               WHEN CRA-FROM-RECEIVING
                   MOVE "RECEIVING" TO WS-SHOW-SOURCE
               WHEN OTHER
                   MOVE "COMPLAINT" TO WS-SHOW-SOURCE
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************
      *    PER SITE: THE PERIOD'S EXCEPTIONS BY SOURCE, HOW MANY WERE
      *    VERIFIED AND THEIR AVERAGE DAYS FROM RAISED TO VERIFIED;
      *    OPEN AND OVERDUE COUNT EVERYTHING NOT YET VERIFIED TODAY,
      *    LISTED ITEM BY ITEM UNDERNEATH
      ******************************************************************
       COMPLIANCE-REPORT SECTION.
           MOVE WS-TODAY-NUM (1:4) TO WS-ASK-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-ASK-MONTH
           DISPLAY CLEAR-SCREEN
           DISPLAY PERIOD-SCREEN
           ACCEPT PERIOD-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE ZEROS TO MAX-SITE
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT CORRACTS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CORRACTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM ADD-COMPLIANCE-ROW
               END-READ
           END-PERFORM
           CLOSE CORRACTS
           MOVE SPACES TO FLAG-TRUE

           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-SITE-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-SITE FROM 1 BY 1
                   UNTIL IND-SITE > MAX-SITE
               PERFORM WRITE-SITE-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-OPEN-HEAD
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-OPEN-COLUMNS
           OPEN INPUT CORRACTS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CORRACTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF NOT CRA-VERIFIED THEN
                           PERFORM WRITE-OPEN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRACTS
           MOVE SPACES TO FLAG-TRUE
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           MOVE "COMPLIANCE REPORT WRITTEN ON CORRACTFILE"
             TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       ADD-COMPLIANCE-ROW SECTION.
           MOVE SPACES TO WS-IN-PERIOD
           IF CRA-RAISED-DATE (1:4) = WS-ASK-YEAR
              AND CRA-RAISED-DATE (5:2) = WS-ASK-MONTH THEN
               MOVE "Y" TO WS-IN-PERIOD
           END-IF
           IF WS-IN-PERIOD NOT = "Y" AND CRA-VERIFIED THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-SITE FROM 1 BY 1
                   UNTIL IND-SITE > MAX-SITE
               IF TAB-SITE-ID (IND-SITE) = CRA-SITE-ID THEN
                   SET WS-FOUND-INDEX TO IND-SITE
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               IF MAX-SITE < 50 THEN
                   ADD 1 TO MAX-SITE
                   SET IND-SITE TO MAX-SITE
                   INITIALIZE TAB-SITE (IND-SITE)
                   MOVE CRA-SITE-ID TO TAB-SITE-ID (IND-SITE)
                   SET WS-FOUND-INDEX TO IND-SITE
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           SET IND-SITE TO WS-FOUND-INDEX
           IF WS-IN-PERIOD = "Y" THEN
               EVALUATE TRUE
                   WHEN CRA-FROM-TEMPERATURE
                       ADD 1 TO TAB-SITE-TEMP (IND-SITE)
                   WHEN CRA-FROM-RECEIVING
                       ADD 1 TO TAB-SITE-RECV (IND-SITE)
                   WHEN OTHER
                       ADD 1 TO TAB-SITE-CMPL (IND-SITE)
               END-EVALUATE
               IF CRA-VERIFIED THEN
                   COMPUTE WS-DAYS-TO-CLOSE =
                       INTEGER-OF-DATE (CRA-VERIFIED-DATE)
                       - INTEGER-OF-DATE (CRA-RAISED-DATE)
                   ADD 1 TO TAB-SITE-CLOSED (IND-SITE)
                   ADD WS-DAYS-TO-CLOSE
                     TO TAB-SITE-CLOSE-DAYS (IND-SITE)
               END-IF
           END-IF
           IF NOT CRA-VERIFIED THEN
               ADD 1 TO TAB-SITE-OPEN (IND-SITE)
               IF CRA-DUE-DATE < WS-TODAY-NUM THEN
                   ADD 1 TO TAB-SITE-OVERDUE (IND-SITE)
               END-IF
           END-IF
           EXIT SECTION.

       WRITE-SITE-LINE SECTION.
           MOVE SPACES TO RPT-SITE-LINE
           MOVE TAB-SITE-ID (IND-SITE) TO RPT-SITE-ID
           MOVE TAB-SITE-TEMP (IND-SITE) TO RPT-SITE-TEMP
           MOVE TAB-SITE-RECV (IND-SITE) TO RPT-SITE-RECV
           MOVE TAB-SITE-CMPL (IND-SITE) TO RPT-SITE-CMPL
           COMPUTE RPT-SITE-TOTAL = TAB-SITE-TEMP (IND-SITE)
               + TAB-SITE-RECV (IND-SITE) + TAB-SITE-CMPL (IND-SITE)
           MOVE TAB-SITE-CLOSED (IND-SITE) TO RPT-SITE-CLOSED
           IF TAB-SITE-CLOSED (IND-SITE) > ZEROS THEN
               COMPUTE RPT-SITE-AVG ROUNDED =
                   TAB-SITE-CLOSE-DAYS (IND-SITE)
                   / TAB-SITE-CLOSED (IND-SITE)
           ELSE
               MOVE ZEROS TO RPT-SITE-AVG
           END-IF
           MOVE TAB-SITE-OPEN (IND-SITE) TO RPT-SITE-OPEN
           MOVE TAB-SITE-OVERDUE (IND-SITE) TO RPT-SITE-OVERDUE
           WRITE REPORT-LINE FROM RPT-SITE-LINE
           EXIT SECTION.

       WRITE-OPEN-LINE SECTION.
           MOVE SPACES TO RPT-OPEN-LINE
           MOVE CRA-ID TO RPT-OPEN-ID
           MOVE CRA-SITE-ID TO RPT-OPEN-SITE
           PERFORM SET-SOURCE-NAME
           MOVE WS-SHOW-SOURCE TO RPT-OPEN-SOURCE
           MOVE CRA-EXCEPTION-TEXT TO RPT-OPEN-TEXT
           MOVE CRA-RAISED-DATE TO RPT-OPEN-RAISED
           MOVE CRA-DUE-DATE TO RPT-OPEN-DUE
           IF CRA-RESPONSIBLE = SPACES THEN
               MOVE "** NO ACTION YET **" TO RPT-OPEN-RESPONSIBLE
           ELSE
               MOVE CRA-RESPONSIBLE TO RPT-OPEN-RESPONSIBLE
           END-IF
           IF CRA-DUE-DATE < WS-TODAY-NUM THEN
               MOVE "OVERDUE" TO RPT-OPEN-FLAG
           END-IF
           WRITE REPORT-LINE FROM RPT-OPEN-LINE
           EXIT SECTION.

       END PROGRAM CORRACT.
