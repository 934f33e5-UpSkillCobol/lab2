      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    SCHOOL ENROLMENT MAINTENANCE - PUPILS ENROLLED PER SCHOOL
      *    PER SCHOOL YEAR, THE MARGIN A DAY'S ORDER MAY RUN ABOVE
      *    THE HEADCOUNT AND WHETHER GOING PAST IT WARNS OR BLOCKS
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLMENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENROLS ASSIGN TO "FXENROL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENR-KEY
           FILE STATUS IS ENROL-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

      *> THE SIGNED-ON USER, AS LEFT BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLS.
       COPY FD-ENROL.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  ENROL-FS                             PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-NEW-ENROL                         PIC X(001).
       77  WS-USER-CODE                         PIC X(008).
       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-ASK-SCHOOL                        PIC 9(003).
       77  WS-ASK-YEAR                          PIC 9(004).
       77  WS-ASK-PUPILS                        PIC 9(005).
       77  WS-ASK-MARGIN                        PIC 9(003).
       77  WS-ASK-ACTION                        PIC X(001).
       77  WS-ASK-REMOVE                        PIC X(001).
       77  WS-SCHOOL-NAME                       PIC X(050).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | SCHOOL ENROLMENT" LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SCHOOL....................:" LINE 05 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 05 COL 40 TO WS-ASK-SCHOOL.
           05 VALUE "SCHOOL YEAR STARTING (YYYY):" LINE 06 COL 10.
           05 SS-YEAR PIC 9(004) LINE 06 COL 40 TO WS-ASK-YEAR.
           05 VALUE "(THE SCHOOL YEAR RUNS SEPTEMBER TO AUGUST)"
              LINE 07 COL 40.

       01  ENROL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-SCHOOL-NAME PIC X(050) LINE 09 COL 10
              FROM WS-SCHOOL-NAME.
           05 VALUE "PUPILS ENROLLED...........:" LINE 11 COL 10.
           05 SS-PUPILS PIC 9(005) LINE 11 COL 40
              USING WS-ASK-PUPILS.
           05 VALUE "MARGIN % (0 = DEFAULT 10).:" LINE 12 COL 10.
           05 SS-MARGIN PIC 9(003) LINE 12 COL 40
              USING WS-ASK-MARGIN.
           05 VALUE "ABOVE IT (W=WARN B=BLOCK).:" LINE 13 COL 10.
           05 SS-ACTION PIC X(001) LINE 13 COL 40
              USING WS-ASK-ACTION.
           05 VALUE "REMOVE THIS YEAR (Y/N)....:" LINE 15 COL 10.
           05 SS-REMOVE PIC X(001) LINE 15 COL 40
              USING WS-ASK-REMOVE.

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
               MOVE ZEROS TO WS-ASK-SCHOOL WS-ASK-YEAR
               DISPLAY CLEAR-SCREEN
               DISPLAY KEY-SCREEN
               ACCEPT KEY-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM MAINTAIN-ENROLMENT
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O ENROLS
           IF ENROL-FS = NOT-FILE THEN
               OPEN OUTPUT ENROLS
           END-IF
           CLOSE ENROLS
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

      *> AN EXISTING YEAR COMES UP FILLED IN; A NEW ONE STARTS WITH
      *> THE DEFAULT MARGIN AND A WARNING
       MAINTAIN-ENROLMENT SECTION.
           IF WS-ASK-YEAR < 2000 THEN
               MOVE "SCHOOL YEAR IS REQUIRED" TO WS-ERROR-TEXT
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

           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE "N" TO WS-ASK-REMOVE
           OPEN INPUT ENROLS
           MOVE WS-ASK-SCHOOL TO ENR-SCHOOL-ID
           MOVE WS-ASK-YEAR TO ENR-YEAR-START
           READ ENROLS
               INVALID KEY
                   MOVE "Y" TO WS-NEW-ENROL
                   MOVE ZEROS TO WS-ASK-PUPILS WS-ASK-MARGIN
                   MOVE "W" TO WS-ASK-ACTION
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-ENROL
                   MOVE ENR-PUPILS TO WS-ASK-PUPILS
                   MOVE ENR-MARGIN-PCT TO WS-ASK-MARGIN
                   MOVE ENR-OVER-ACTION TO WS-ASK-ACTION
           END-READ
           CLOSE ENROLS

           DISPLAY ENROL-SCREEN
           ACCEPT ENROL-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ASK-REMOVE) TO WS-ASK-REMOVE
           IF WS-ASK-REMOVE = "Y" THEN
               PERFORM REMOVE-ENROLMENT
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ASK-ACTION) TO WS-ASK-ACTION
           IF WS-ASK-PUPILS = ZEROS THEN
               MOVE "PUPILS ENROLLED IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-ACTION NOT = "W"
              AND WS-ASK-ACTION NOT = "B" THEN
               MOVE "ABOVE-MARGIN ACTION MUST BE W OR B"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM SAVE-ENROLMENT
           EXIT SECTION.

       SAVE-ENROLMENT SECTION.
           OPEN I-O ENROLS
           MOVE WS-ASK-SCHOOL TO ENR-SCHOOL-ID
           MOVE WS-ASK-YEAR TO ENR-YEAR-START
           MOVE WS-ASK-PUPILS TO ENR-PUPILS
           MOVE WS-ASK-MARGIN TO ENR-MARGIN-PCT
           MOVE WS-ASK-ACTION TO ENR-OVER-ACTION
           MOVE WS-USER-CODE TO ENR-UPDATED-BY
           MOVE WS-TODAY-NUM TO ENR-UPDATED-DATE
           IF WS-NEW-ENROL = "Y" THEN
               WRITE FD-ENROL
           ELSE
               REWRITE FD-ENROL
           END-IF
           CLOSE ENROLS
           MOVE "ENROLMENT SAVED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       REMOVE-ENROLMENT SECTION.
           OPEN I-O ENROLS
           MOVE WS-ASK-SCHOOL TO ENR-SCHOOL-ID
           MOVE WS-ASK-YEAR TO ENR-YEAR-START
           READ ENROLS
               INVALID KEY
                   MOVE "NO ENROLMENT FOR THAT YEAR" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   DELETE ENROLS
                   MOVE "ENROLMENT REMOVED" TO WS-ERROR-TEXT
           END-READ
           CLOSE ENROLS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM ENROLMENT.
