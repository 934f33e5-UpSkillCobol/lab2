      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    SATISFACTION SURVEY IMPORT FROM RSOSURVEY.csv - PAPER
      *    BATCHES COUNTED AT THE SCHOOL AND ONLINE SURVEY EXPORTS,
      *    ONE LINE PER SCHOOL, SANDWICH AND SURVEY DAY WITH THE
      *    AVERAGE SCORES, AND A PER-LINE ACCEPT/REJECT REPORT
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    INPUT LINE: SCHOOL-EXTERNAL-ID;SANDWICH-EXTERNAL-ID;
      *    YYYYMMDD;P|O;PUPILS;TASTE;PORTION;PRESENTATION;COMMENT
      *    SCORES 1.0-5.0, COMMENT CODE 0-9 (EMPTY = NONE)
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVYIMPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CSVSURVEY ASSIGN TO "RSOSURVEY.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-STATUS.

           SELECT SURVEYS ASSIGN TO "FXSURVEY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SVY-KEY
           FILE STATUS IS SURVEY-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT REPORTFILE ASSIGN TO "SVYIMPORTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSVSURVEY.
       01  CSV-RECORD                           PIC X(120).

       FD  SURVEYS.
       COPY FD-SURVEY.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(120).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  CSV-STATUS                           PIC 9(002).
       77  SURVEY-FS                            PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
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
       77  WS-CSV-SANDWICH-EID                  PIC X(005).
       77  WS-CSV-DATE-TEXT                     PIC X(008).
       77  WS-CSV-SOURCE                        PIC X(001).
       77  WS-CSV-RESPONSES-TEXT                PIC X(005).
       77  WS-CSV-TASTE-TEXT                    PIC X(005).
       77  WS-CSV-PORTION-TEXT                  PIC X(005).
       77  WS-CSV-PRESENT-TEXT                  PIC X(005).
       77  WS-CSV-COMMENT-TEXT                  PIC X(003).

       77  WS-IMP-SCHOOL-ID                     PIC 9(003).
       77  WS-IMP-SANDWICH-ID                   PIC 9(003).
       77  WS-IMP-DATE-NUM                      PIC 9(008).
       77  WS-IMP-RESPONSES                     PIC 9(004).
       77  WS-IMP-TASTE                         PIC 9(001)V9.
       77  WS-IMP-PORTION                       PIC 9(001)V9.
       77  WS-IMP-PRESENTATION                  PIC 9(001)V9.
       77  WS-IMP-COMMENT                       PIC 9(002).
       77  WS-NEXT-SEQ                          PIC 9(003).
       77  WS-SEQ-FREE                          PIC X(001).
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
           05 VALUE "SURVEY IMPORT FINISHED" LINE 10 COL 10.
           05 VALUE "ACCEPTED........:"      LINE 12 COL 10.
           05 SS-ACCEPTED PIC 9(006)         LINE 12 COL 30
              FROM WS-ACCEPT-COUNT.
           05 VALUE "REJECTED........:"      LINE 13 COL 10.
           05 SS-REJECTED PIC 9(006)         LINE 13 COL 30
              FROM WS-REJECT-COUNT.
           05 VALUE "DETAIL ON SVYIMPORTFILE - PRESS ANY KEY"
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

           OPEN INPUT CSVSURVEY
           IF CSV-STATUS = NOT-FILE THEN
               CLOSE CSVSURVEY
               GOBACK
           END-IF
           OPEN I-O SURVEYS
           IF SURVEY-FS = NOT-FILE THEN
               OPEN OUTPUT SURVEYS
               CLOSE SURVEYS
               OPEN I-O SURVEYS
           END-IF
           OPEN OUTPUT REPORTFILE

           PERFORM UNTIL CSV-EOF-YES
               READ CSVSURVEY
                   AT END SET CSV-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CSV-LINE-COUNT
                       PERFORM IMPORT-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE REPORTFILE
           CLOSE SURVEYS
           CLOSE CSVSURVEY
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    EVERY ACCEPTED LINE IS A NEW RESULT - A SCHOOL THAT RUNS A
      *    PAPER AND AN ONLINE SURVEY THE SAME DAY KEEPS BOTH
      ******************************************************************
       IMPORT-ONE-LINE SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-CSV-SCHOOL-EID WS-CSV-SANDWICH-EID
           MOVE SPACES TO WS-CSV-DATE-TEXT WS-CSV-SOURCE
           MOVE SPACES TO WS-CSV-RESPONSES-TEXT WS-CSV-TASTE-TEXT
           MOVE SPACES TO WS-CSV-PORTION-TEXT WS-CSV-PRESENT-TEXT
           MOVE SPACES TO WS-CSV-COMMENT-TEXT
           UNSTRING CSV-RECORD DELIMITED BY ";"
               INTO WS-CSV-SCHOOL-EID
                    WS-CSV-SANDWICH-EID
                    WS-CSV-DATE-TEXT
                    WS-CSV-SOURCE
                    WS-CSV-RESPONSES-TEXT
                    WS-CSV-TASTE-TEXT
                    WS-CSV-PORTION-TEXT
                    WS-CSV-PRESENT-TEXT
                    WS-CSV-COMMENT-TEXT
           END-UNSTRING
           IF WS-CSV-COMMENT-TEXT = SPACES THEN
               MOVE "0" TO WS-CSV-COMMENT-TEXT
           END-IF
           MOVE UPPER-CASE (WS-CSV-SOURCE) TO WS-CSV-SOURCE

      *> SHORT FIELDS COME OUT OF UNSTRING LEFT-JUSTIFIED WITH
      *> TRAILING SPACES, SO TEST-NUMVAL RATHER THAN IS NUMERIC
           IF TEST-NUMVAL (WS-CSV-DATE-TEXT) NOT = ZEROS
              OR TEST-NUMVAL (WS-CSV-RESPONSES-TEXT) NOT = ZEROS
              OR TEST-NUMVAL (WS-CSV-TASTE-TEXT) NOT = ZEROS
              OR TEST-NUMVAL (WS-CSV-PORTION-TEXT) NOT = ZEROS
              OR TEST-NUMVAL (WS-CSV-PRESENT-TEXT) NOT = ZEROS
              OR TEST-NUMVAL (WS-CSV-COMMENT-TEXT) NOT = ZEROS THEN
               MOVE "BAD NUMERIC FIELD" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           COMPUTE WS-IMP-DATE-NUM = NUMVAL (WS-CSV-DATE-TEXT)
           IF TEST-DATE-YYYYMMDD (WS-IMP-DATE-NUM) NOT = ZEROS
              OR WS-IMP-DATE-NUM > WS-TODAY-NUM THEN
               MOVE "BAD DATE" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           IF WS-CSV-SOURCE NOT = "P" AND WS-CSV-SOURCE NOT = "O"
              THEN
               MOVE "SOURCE MUST BE P OR O" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           IF NUMVAL (WS-CSV-RESPONSES-TEXT) < 1
              OR NUMVAL (WS-CSV-RESPONSES-TEXT) > 9999 THEN
               MOVE "PUPILS ANSWERING OUT OF RANGE"
                 TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           IF NUMVAL (WS-CSV-TASTE-TEXT) < 1
              OR NUMVAL (WS-CSV-TASTE-TEXT) > 5
              OR NUMVAL (WS-CSV-PORTION-TEXT) < 1
              OR NUMVAL (WS-CSV-PORTION-TEXT) > 5
              OR NUMVAL (WS-CSV-PRESENT-TEXT) < 1
              OR NUMVAL (WS-CSV-PRESENT-TEXT) > 5 THEN
               MOVE "SCORE OUTSIDE 1 TO 5" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           IF NUMVAL (WS-CSV-COMMENT-TEXT) > 9 THEN
               MOVE "COMMENT CODE OUTSIDE 0 TO 9" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           COMPUTE WS-IMP-RESPONSES = NUMVAL (WS-CSV-RESPONSES-TEXT)
           COMPUTE WS-IMP-TASTE ROUNDED =
               NUMVAL (WS-CSV-TASTE-TEXT)
           COMPUTE WS-IMP-PORTION ROUNDED =
               NUMVAL (WS-CSV-PORTION-TEXT)
           COMPUTE WS-IMP-PRESENTATION ROUNDED =
               NUMVAL (WS-CSV-PRESENT-TEXT)
           COMPUTE WS-IMP-COMMENT = NUMVAL (WS-CSV-COMMENT-TEXT)

           PERFORM FIND-SCHOOL
           IF WS-REJECT-REASON NOT = SPACES THEN
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           PERFORM FIND-SANDWICH
           IF WS-REJECT-REASON NOT = SPACES THEN
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF

           PERFORM FIND-NEXT-SEQ
           IF WS-SEQ-FREE NOT = "Y" THEN
               MOVE "NO ROOM FOR ANOTHER RESULT ON THAT DAY"
                 TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           MOVE WS-IMP-SCHOOL-ID TO SVY-SCHOOL-ID
           MOVE WS-IMP-SANDWICH-ID TO SVY-SANDWICH-ID
           MOVE WS-IMP-DATE-NUM TO SVY-DATE
           MOVE WS-NEXT-SEQ TO SVY-SEQ
           MOVE WS-IMP-RESPONSES TO SVY-RESPONSES
           MOVE WS-IMP-TASTE TO SVY-TASTE
           MOVE WS-IMP-PORTION TO SVY-PORTION
           MOVE WS-IMP-PRESENTATION TO SVY-PRESENTATION
           MOVE WS-IMP-COMMENT TO SVY-COMMENT-CODE
           MOVE WS-CSV-SOURCE TO SVY-SOURCE
           SET SVY-IMPORTED TO TRUE
           MOVE "IMPORT" TO SVY-RECORDED-BY
           MOVE WS-TODAY-NUM TO SVY-RECORDED-DATE
           WRITE FD-SURVEY

           ADD 1 TO WS-ACCEPT-COUNT
           MOVE "ACCEPTED" TO RPT-TAG
           MOVE WS-CSV-LINE-COUNT TO RPT-LINE-NO
           MOVE SPACES TO RPT-TEXT
           STRING "SCHOOL " WS-CSV-SCHOOL-EID " SR "
               WS-CSV-SANDWICH-EID " DAY " WS-IMP-DATE-NUM
               " PUPILS " WS-IMP-RESPONSES
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

       FIND-NEXT-SEQ SECTION.
           MOVE SPACE TO WS-SEQ-FREE
           MOVE ZEROS TO WS-NEXT-SEQ
           PERFORM UNTIL WS-SEQ-FREE = "Y" OR WS-NEXT-SEQ = 999
               ADD 1 TO WS-NEXT-SEQ
               MOVE WS-IMP-SCHOOL-ID TO SVY-SCHOOL-ID
               MOVE WS-IMP-SANDWICH-ID TO SVY-SANDWICH-ID
               MOVE WS-IMP-DATE-NUM TO SVY-DATE
               MOVE WS-NEXT-SEQ TO SVY-SEQ
               READ SURVEYS
                   INVALID KEY MOVE "Y" TO WS-SEQ-FREE
               END-READ
           END-PERFORM
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

      *> LIKEWISE THE SANDWICH BY ITS EXTERNAL REFERENCE
       FIND-SANDWICH SECTION.
           MOVE ZEROS TO WS-IMP-SANDWICH-ID
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SANDWICHES
           IF SANDWICH-FS = NOT-FILE THEN
               CLOSE SANDWICHES
               MOVE "SANDWICH FILE MISSING" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SANDWICHES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SR-EID = WS-CSV-SANDWICH-EID THEN
                           MOVE SR-IID TO WS-IMP-SANDWICH-ID
                           MOVE "E" TO FLAG-TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANDWICHES
           MOVE SPACES TO FLAG-TRUE
           IF WS-IMP-SANDWICH-ID = ZEROS THEN
               MOVE "SANDWICH EXTERNAL ID NOT ON FILE"
                 TO WS-REJECT-REASON
           END-IF
           EXIT SECTION.

       END PROGRAM SVYIMPORT.
