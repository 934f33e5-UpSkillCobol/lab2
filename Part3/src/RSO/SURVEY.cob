      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    SCHOOL SATISFACTION SURVEY CAPTURE - ONE RESULT PER SCHOOL,
      *    SANDWICH AND SURVEY DAY WITH TASTE, PORTION AND
      *    PRESENTATION SCORES (1-5) AND A COMMENT CODE. EACH FORM
      *    KEYED IS KEPT AS ITS OWN RESULT | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

      *> THE SIGNED-ON USER, AS LEFT BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SURVEYS.
       COPY FD-SURVEY.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SURVEY-FS                            PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-USER-CODE                         PIC X(008).
       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-ASK-SCHOOL                        PIC 9(003).
       77  WS-ASK-SANDWICH                      PIC 9(003).
       77  WS-ASK-DATE                          PIC 9(008).
       77  WS-ASK-SOURCE                        PIC X(001).
       77  WS-ASK-RESPONSES                     PIC 9(004).
       77  WS-ASK-TASTE                         PIC 9(001).
       77  WS-ASK-PORTION                       PIC 9(001).
       77  WS-ASK-PRESENTATION                  PIC 9(001).
       77  WS-ASK-COMMENT                       PIC 9(002).
       77  WS-SCHOOL-NAME                       PIC X(050).
       77  WS-SANDWICH-NAME                     PIC X(030).
       77  WS-NEXT-SEQ                          PIC 9(003).
       77  WS-SEQ-FREE                          PIC X(001).
       77  WS-RATING                            PIC 9(001)V99.
       77  WS-RATING-RESPONSES                  PIC 9(006).

       COPY CB-SVYCMT.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | SATISFACTION SURVEY" LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SCHOOL....................:" LINE 05 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 05 COL 40 TO WS-ASK-SCHOOL.
           05 VALUE "SANDWICH..................:" LINE 06 COL 10.
           05 SS-SANDWICH PIC 9(003) LINE 06 COL 40
              TO WS-ASK-SANDWICH.
           05 VALUE "SURVEY DAY (0 = TODAY)....:" LINE 07 COL 10.
           05 SS-DATE PIC 9(008) LINE 07 COL 40 TO WS-ASK-DATE.

       01  SCORE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-SCHOOL-NAME PIC X(050) LINE 09 COL 10
              FROM WS-SCHOOL-NAME.
           05 SS-SANDWICH-NAME PIC X(030) LINE 10 COL 10
              FROM WS-SANDWICH-NAME.
           05 VALUE "RATED SO FAR:" LINE 10 COL 42.
           05 SS-RATING PIC 9.99 LINE 10 COL 56 FROM WS-RATING.
           05 VALUE "SOURCE (P=PAPER O=ONLINE).:" LINE 12 COL 10.
           05 SS-SOURCE PIC X(001) LINE 12 COL 40
              USING WS-ASK-SOURCE.
           05 VALUE "PUPILS ANSWERING..........:" LINE 13 COL 10.
           05 SS-RESPONSES PIC 9(004) LINE 13 COL 40
              USING WS-ASK-RESPONSES.
           05 VALUE "TASTE (1-5)...............:" LINE 14 COL 10.
           05 SS-TASTE PIC 9(001) LINE 14 COL 40
              USING WS-ASK-TASTE.
           05 VALUE "PORTION (1-5).............:" LINE 15 COL 10.
           05 SS-PORTION PIC 9(001) LINE 15 COL 40
              USING WS-ASK-PORTION.
           05 VALUE "PRESENTATION (1-5)........:" LINE 16 COL 10.
           05 SS-PRESENTATION PIC 9(001) LINE 16 COL 40
              USING WS-ASK-PRESENTATION.
           05 VALUE "COMMENT CODE (0 = NONE)...:" LINE 17 COL 10.
           05 SS-COMMENT PIC 9(002) LINE 17 COL 40
              USING WS-ASK-COMMENT.
           05 VALUE "1 LIKED  2 DRY  3 SALTY/SPICY  4 BLAND  5 SMALL"
              LINE 19 COL 10.
           05 VALUE "6 LARGE  7 SOGGY  8 UNAPPEALING  9 OTHER"
              LINE 20 COL 10.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM GET-SESSION-USER
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-SCHOOL WS-ASK-SANDWICH
               MOVE ZEROS TO WS-ASK-DATE
               DISPLAY CLEAR-SCREEN
               DISPLAY KEY-SCREEN
               ACCEPT KEY-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM CAPTURE-SURVEY
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O SURVEYS
           IF SURVEY-FS = NOT-FILE THEN
               OPEN OUTPUT SURVEYS
           END-IF
           CLOSE SURVEYS
           EXIT SECTION.

      *> WHO IS AT THE KEYBOARD - STAMPED ON EVERY CHANGE
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

       CAPTURE-SURVEY SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           IF WS-ASK-DATE = ZEROS THEN
               MOVE WS-TODAY-NUM TO WS-ASK-DATE
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ASK-DATE) NOT = ZEROS
              OR WS-ASK-DATE > WS-TODAY-NUM THEN
               MOVE "SURVEY DAY IS NOT A VALID PAST DATE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           OPEN INPUT SCHOOLS
           MOVE WS-ASK-SCHOOL TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
               INVALID KEY
                   CLOSE SCHOOLS
                   MOVE "SCHOOL NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           MOVE SCHOOL-DESIGNATION1 TO WS-SCHOOL-NAME
           CLOSE SCHOOLS
           OPEN INPUT SANDWICHES
           MOVE WS-ASK-SANDWICH TO SR-IID
           READ SANDWICHES
               INVALID KEY
                   CLOSE SANDWICHES
                   MOVE "SANDWICH NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           MOVE SR-S-DESCRIPTION TO WS-SANDWICH-NAME
           CLOSE SANDWICHES

           CALL "SVYRATE" USING WS-ASK-SCHOOL WS-ASK-SANDWICH
               WS-RATING WS-RATING-RESPONSES
           MOVE "P" TO WS-ASK-SOURCE
           MOVE 1 TO WS-ASK-RESPONSES
           MOVE ZEROS TO WS-ASK-TASTE WS-ASK-PORTION
           MOVE ZEROS TO WS-ASK-PRESENTATION WS-ASK-COMMENT
           DISPLAY SCORE-SCREEN
           ACCEPT SCORE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ASK-SOURCE) TO WS-ASK-SOURCE
           IF WS-ASK-SOURCE NOT = "P"
              AND WS-ASK-SOURCE NOT = "O" THEN
               MOVE "SOURCE MUST BE P OR O" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-RESPONSES = ZEROS THEN
               MOVE "PUPILS ANSWERING IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-TASTE < 1 OR WS-ASK-TASTE > 5
              OR WS-ASK-PORTION < 1 OR WS-ASK-PORTION > 5
              OR WS-ASK-PRESENTATION < 1
              OR WS-ASK-PRESENTATION > 5 THEN
               MOVE "EVERY SCORE MUST BE 1 TO 5" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-COMMENT > 9 THEN
               MOVE "COMMENT CODE MUST BE 0 TO 9" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM SAVE-SURVEY
           EXIT SECTION.

      *> A FURTHER FORM FOR THE SAME SCHOOL, SANDWICH AND DAY TAKES
      *> THE NEXT FREE SEQUENCE NUMBER
       SAVE-SURVEY SECTION.
           OPEN I-O SURVEYS
           MOVE SPACE TO WS-SEQ-FREE
           MOVE ZEROS TO WS-NEXT-SEQ
           PERFORM UNTIL WS-SEQ-FREE = "Y" OR WS-NEXT-SEQ = 999
               ADD 1 TO WS-NEXT-SEQ
               MOVE WS-ASK-SCHOOL TO SVY-SCHOOL-ID
               MOVE WS-ASK-SANDWICH TO SVY-SANDWICH-ID
               MOVE WS-ASK-DATE TO SVY-DATE
               MOVE WS-NEXT-SEQ TO SVY-SEQ
               READ SURVEYS
                   INVALID KEY MOVE "Y" TO WS-SEQ-FREE
               END-READ
           END-PERFORM
           IF WS-SEQ-FREE NOT = "Y" THEN
               CLOSE SURVEYS
               MOVE "NO ROOM FOR ANOTHER FORM ON THAT DAY"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ASK-SCHOOL TO SVY-SCHOOL-ID
           MOVE WS-ASK-SANDWICH TO SVY-SANDWICH-ID
           MOVE WS-ASK-DATE TO SVY-DATE
           MOVE WS-NEXT-SEQ TO SVY-SEQ
           MOVE WS-ASK-RESPONSES TO SVY-RESPONSES
           MOVE WS-ASK-TASTE TO SVY-TASTE
           MOVE WS-ASK-PORTION TO SVY-PORTION
           MOVE WS-ASK-PRESENTATION TO SVY-PRESENTATION
           MOVE WS-ASK-COMMENT TO SVY-COMMENT-CODE
           MOVE WS-ASK-SOURCE TO SVY-SOURCE
           SET SVY-KEYED TO TRUE
           MOVE WS-USER-CODE TO SVY-RECORDED-BY
           MOVE WS-TODAY-NUM TO SVY-RECORDED-DATE
           WRITE FD-SURVEY
           CLOSE SURVEYS
           MOVE SPACES TO WS-ERROR-TEXT
           IF WS-ASK-COMMENT > ZEROS THEN
               STRING "SURVEY SAVED - "
                   SVY-COMMENT-TEXT (WS-ASK-COMMENT)
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
           ELSE
               MOVE "SURVEY SAVED" TO WS-ERROR-TEXT
           END-IF
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM SURVEY.
