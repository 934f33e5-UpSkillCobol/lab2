      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    DAILY ATTENDANCE IMPORT FROM RSOATTEND.csv WITH PER-LINE
      *    ACCEPT/REJECT REPORT. A SCHOOL THAT ONLY SENDS ABSENCES
      *    LEAVES PRESENT AT ZERO AND THE HEADCOUNT IS TAKEN FROM
      *    ENROLMENT | V0.1 | 15.10.2026
      ******************************************************************
      *    INPUT LINE: SCHOOL-EXTERNAL-ID;YYYYMMDD;PRESENT;ABSENT
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTIMPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CSVATTEND ASSIGN TO "RSOATTEND.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-STATUS.

           SELECT ATTENDS ASSIGN TO "FXATTEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATT-KEY
           FILE STATUS IS ATTEND-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT REPORTFILE ASSIGN TO "ATTIMPORTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSVATTEND.
       01  CSV-RECORD                           PIC X(120).

       FD  ATTENDS.
       COPY FD-ATTEND.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(120).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  CSV-STATUS                           PIC 9(002).
       77  ATTEND-FS                            PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  CSV-EOF                              PIC X(001).
           88 CSV-EOF-YES                       VALUE "Y".
       77  WS-CSV-LINE-COUNT                    PIC 9(006).
       77  WS-ACCEPT-COUNT                      PIC 9(006).
       77  WS-REJECT-COUNT                      PIC 9(006).

      *> FIELDS SPLIT OUT OF ONE CSV LINE
       77  WS-CSV-SCHOOL-EID                    PIC X(008).
       77  WS-CSV-DATE-TEXT                     PIC X(008).
       77  WS-CSV-PRESENT-TEXT                  PIC X(005).
       77  WS-CSV-ABSENT-TEXT                   PIC X(005).

       77  WS-IMP-SCHOOL-ID                     PIC 9(003).
       77  WS-IMP-DATE-NUM                      PIC 9(008).
       77  WS-IMP-PRESENT                       PIC 9(005).
       77  WS-IMP-ABSENT                        PIC 9(005).
       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-REJECT-REASON                     PIC X(040).

       01  RPT-LINE.
           05 RPT-TAG                           PIC X(008).
           05 FILLER                            PIC X(006)
              VALUE " LINE ".
           05 RPT-LINE-NO                       PIC 9(006).
           05 FILLER                            PIC X(002).
           05 RPT-TEXT                          PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ATTENDANCE IMPORT FINISHED" LINE 10 COL 10.
           05 VALUE "ACCEPTED........:"      LINE 12 COL 10.
           05 SS-ACCEPTED PIC 9(006)         LINE 12 COL 30
              FROM WS-ACCEPT-COUNT.
           05 VALUE "REJECTED........:"      LINE 13 COL 10.
           05 SS-REJECTED PIC 9(006)         LINE 13 COL 30
              FROM WS-REJECT-COUNT.
           05 VALUE "DETAIL ON ATTIMPORTFILE - PRESS ANY KEY"
              LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-CSV-LINE-COUNT
           MOVE ZEROS TO WS-ACCEPT-COUNT
           MOVE ZEROS TO WS-REJECT-COUNT
           MOVE SPACES TO CSV-EOF

           OPEN INPUT CSVATTEND
           IF CSV-STATUS = NOT-FILE THEN
               CLOSE CSVATTEND
               GOBACK
           END-IF
           OPEN I-O ATTENDS
           IF ATTEND-FS = NOT-FILE THEN
               OPEN OUTPUT ATTENDS
               CLOSE ATTENDS
               OPEN I-O ATTENDS
           END-IF
           OPEN OUTPUT REPORTFILE

           PERFORM UNTIL CSV-EOF-YES
               READ CSVATTEND
                   AT END SET CSV-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CSV-LINE-COUNT
                       PERFORM IMPORT-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE REPORTFILE
           CLOSE ATTENDS
           CLOSE CSVATTEND
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    A SECOND LINE FOR THE SAME SCHOOL AND DAY REPLACES THE
      *    FIRST - SCHOOLS RESEND THE DAY WHEN THE REGISTER CHANGES
      ******************************************************************
       IMPORT-ONE-LINE SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-CSV-SCHOOL-EID WS-CSV-DATE-TEXT
           MOVE SPACES TO WS-CSV-PRESENT-TEXT WS-CSV-ABSENT-TEXT
           UNSTRING CSV-RECORD DELIMITED BY ";"
               INTO WS-CSV-SCHOOL-EID
                    WS-CSV-DATE-TEXT
                    WS-CSV-PRESENT-TEXT
                    WS-CSV-ABSENT-TEXT
           END-UNSTRING
      *> AN ABSENCES-ONLY FEED MAY LEAVE PRESENT EMPTY, AND A
      *> HEADCOUNT-ONLY FEED MAY LEAVE ABSENT EMPTY
           IF WS-CSV-PRESENT-TEXT = SPACES THEN
               MOVE "0" TO WS-CSV-PRESENT-TEXT
           END-IF
           IF WS-CSV-ABSENT-TEXT = SPACES THEN
               MOVE "0" TO WS-CSV-ABSENT-TEXT
           END-IF

      *> SHORT FIELDS COME OUT OF UNSTRING LEFT-JUSTIFIED WITH
      *> TRAILING SPACES, SO TEST-NUMVAL RATHER THAN IS NUMERIC
           IF TEST-NUMVAL (WS-CSV-DATE-TEXT) NOT = ZEROS
              OR TEST-NUMVAL (WS-CSV-PRESENT-TEXT) NOT = ZEROS
              OR TEST-NUMVAL (WS-CSV-ABSENT-TEXT) NOT = ZEROS THEN
               MOVE "BAD NUMERIC FIELD" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           COMPUTE WS-IMP-DATE-NUM = NUMVAL (WS-CSV-DATE-TEXT)
           COMPUTE WS-IMP-PRESENT = NUMVAL (WS-CSV-PRESENT-TEXT)
           COMPUTE WS-IMP-ABSENT = NUMVAL (WS-CSV-ABSENT-TEXT)
           IF TEST-DATE-YYYYMMDD (WS-IMP-DATE-NUM) NOT = ZEROS THEN
               MOVE "BAD DATE" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           IF WS-IMP-PRESENT = ZEROS AND WS-IMP-ABSENT = ZEROS THEN
               MOVE "NEITHER PRESENT NOR ABSENT GIVEN"
                 TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF

           PERFORM FIND-SCHOOL
           IF WS-REJECT-REASON NOT = SPACES THEN
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF

           MOVE WS-IMP-SCHOOL-ID TO ATT-SCHOOL-ID
           MOVE WS-IMP-DATE-NUM TO ATT-DATE
           READ ATTENDS
               INVALID KEY
                   MOVE WS-IMP-PRESENT TO ATT-PRESENT
                   MOVE WS-IMP-ABSENT TO ATT-ABSENT
                   MOVE WS-TODAY-NUM TO ATT-LOADED-DATE
                   WRITE FD-ATTEND
               NOT INVALID KEY
                   MOVE WS-IMP-PRESENT TO ATT-PRESENT
                   MOVE WS-IMP-ABSENT TO ATT-ABSENT
                   MOVE WS-TODAY-NUM TO ATT-LOADED-DATE
                   REWRITE FD-ATTEND
           END-READ

           ADD 1 TO WS-ACCEPT-COUNT
           MOVE "ACCEPTED" TO RPT-TAG
           MOVE WS-CSV-LINE-COUNT TO RPT-LINE-NO
           MOVE SPACES TO RPT-TEXT
           STRING "SCHOOL " WS-CSV-SCHOOL-EID " DAY "
               WS-IMP-DATE-NUM " PRESENT " WS-IMP-PRESENT
               " ABSENT " WS-IMP-ABSENT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE REPORT-LINE FROM RPT-LINE
           EXIT SECTION.

       WRITE-REJECT SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO RPT-TAG
           MOVE WS-CSV-LINE-COUNT TO RPT-LINE-NO
           MOVE WS-REJECT-REASON TO RPT-TEXT
           WRITE REPORT-LINE FROM RPT-LINE
           EXIT SECTION.

      *> THE FEED CARRIES THE SCHOOL'S OWN EXTERNAL REFERENCE, NOT
      *> OUR INTERNAL ID - SCAN THE MASTER FOR THE MATCH
       FIND-SCHOOL SECTION.
           MOVE ZEROS TO WS-IMP-SCHOOL-ID
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS = NOT-FILE THEN
               CLOSE SCHOOLS
               MOVE "SCHOOL FILE MISSING" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SCHOOLS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SCHOOL-EXTERNAL-ID = WS-CSV-SCHOOL-EID THEN
                           MOVE SCHOOL-INTERNAL-ID
                             TO WS-IMP-SCHOOL-ID
                           MOVE "E" TO FLAG-TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHOOLS
           MOVE SPACES TO FLAG-TRUE
           IF WS-IMP-SCHOOL-ID = ZEROS THEN
               MOVE "SCHOOL EXTERNAL ID NOT ON FILE"
                 TO WS-REJECT-REASON
           END-IF
           EXIT SECTION.

       END PROGRAM ATTIMPORT.
