      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH REGISTRATION
      ******************************************************************
      *    SANDWICH LIFECYCLE MAINTENANCE - STEPS A SANDWICH THROUGH
      *    DEVELOPMENT, TRIAL, APPROVED, ACTIVE, PHASING OUT AND
      *    RETIRED, LOGGING THE DATE AND APPROVER OF EACH STEP ON
      *    FXSRLIFE, AND KEEPS THE PILOT SCHOOLS THAT MAY ORDER A
      *    SANDWICH BEFORE ITS GENERAL LAUNCH | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    EACH STATUS CHANGE IS JOURNALED ON FXMASTJRNL | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRLIFE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT SRLIFES ASSIGN TO "FXSRLIFE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLF-KEY
           FILE STATUS IS SRLIFE-FS.

           SELECT SRPILOTS ASSIGN TO "FXSRPILOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPL-KEY
           FILE STATUS IS SRPILOT-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SRLIFES.
       COPY FD-SRLIFE.

       FD  SRPILOTS.
       COPY FD-SRPILOT.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SANDWICH-FS                          PIC 9(002).
       77  SRLIFE-FS                            PIC 9(002).
       77  SRPILOT-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-USER-CODE                         PIC X(008).
       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-ASK-SANDWICH                      PIC 9(003).
       77  WS-ASK-STATUS                        PIC X(001).
       77  WS-ASK-DATE                          PIC 9(008).
       77  WS-ASK-APPROVER                      PIC X(030).
       77  WS-ASK-PHASEOUT                      PIC 9(008).
       77  WS-ASK-NOTE                          PIC X(040).
       77  WS-ASK-SCHOOL                        PIC 9(003).
       77  WS-ASK-REMOVE                        PIC X(001).

      *> THE SANDWICH AS IT STANDS BEFORE THIS STEP
       77  WS-SR-DESCRIPTION                    PIC X(030).
       77  WS-OLD-STATUS                        PIC X(001).
       77  WS-OLD-PHASEOUT                      PIC 9(008).
       77  WS-NEXT-SEQ                          PIC 9(003).
       77  WS-PILOT-COUNT                       PIC 9(003).

      *> FROM-STATUS AND TO-STATUS SIDE BY SIDE; A PRE-LIFECYCLE
      *> RECORD STEPS AS ACTIVE. ANY STATUS MAY GO STRAIGHT TO
      *> RETIRED, WHICH IS CHECKED APART FROM THIS LIST
       01  WS-STEP.
           05 WS-STEP-FROM                      PIC X(001).
           05 WS-STEP-TO                        PIC X(001).
       01  WS-STEP-PAIR REDEFINES WS-STEP       PIC X(002).
           88 WS-STEP-ALLOWED                   VALUE "DT" "DP" "TP"
                                                      "TD" "PT" "PA"
                                                      "AO" "OA".

      *> EVERY STATUS CHANGE ON FX-SR GOES ON THE SHARED JOURNAL
       01  JRNL-FILE-TAG                        PIC X(010)
           VALUE "FXSR".
       01  JRNL-RECORD-KEY                      PIC X(012).
       01  JRNL-ACTION                          PIC X(001).
       01  JRNL-USER-ROLE                       PIC 9(001) VALUE 0.
       01  JRNL-BEFORE                          PIC X(512).
       01  JRNL-AFTER                           PIC X(512).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | SANDWICH LIFECYCLE" LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SANDWICH ID...............:" LINE 05 COL 10.
           05 SS-SANDWICH PIC 9(003) LINE 05 COL 40
              TO WS-ASK-SANDWICH.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-DESCRIPTION PIC X(030) LINE 05 COL 45
              FROM WS-SR-DESCRIPTION.
           05 VALUE "CURRENT STATUS............:" LINE 07 COL 10.
           05 SS-OLD-STATUS PIC X(001) LINE 07 COL 40
              FROM WS-OLD-STATUS.
           05 VALUE "PHASE-OUT DATE ON FILE....:" LINE 08 COL 10.
           05 SS-OLD-PHASEOUT PIC 9(008) LINE 08 COL 40
              FROM WS-OLD-PHASEOUT.
           05 VALUE "D DEVELOPMENT  T TRIAL  P APPROVED  A ACTIVE"
              LINE 10 COL 10.
           05 VALUE "O PHASING OUT  R RETIRED" LINE 11 COL 10.
           05 VALUE "NEW STATUS................:" LINE 13 COL 10.
           05 SS-STATUS PIC X(001) LINE 13 COL 40
              USING WS-ASK-STATUS.
           05 VALUE "STEP DATE (YYYYMMDD)......:" LINE 14 COL 10.
           05 SS-DATE PIC 9(008) LINE 14 COL 40 USING WS-ASK-DATE.
           05 VALUE "APPROVED BY...............:" LINE 15 COL 10.
           05 SS-APPROVER PIC X(030) LINE 15 COL 40
              USING WS-ASK-APPROVER.
           05 VALUE "LAST DELIVERY (PHASE-OUT).:" LINE 16 COL 10.
           05 SS-PHASEOUT PIC 9(008) LINE 16 COL 40
              USING WS-ASK-PHASEOUT.
           05 VALUE "NOTE......................:" LINE 17 COL 10.
           05 SS-NOTE PIC X(040) LINE 17 COL 40 USING WS-ASK-NOTE.

       01  PILOT-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "PILOT SCHOOLS.............:" LINE 07 COL 10.
           05 SS-PILOT-COUNT PIC ZZ9 LINE 07 COL 40
              FROM WS-PILOT-COUNT.
           05 VALUE "SCHOOL (0 = DONE).........:" LINE 09 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 09 COL 40 TO WS-ASK-SCHOOL.
           05 VALUE "REMOVE FROM THE PILOT(Y/N):" LINE 10 COL 10.
           05 SS-REMOVE PIC X(001) LINE 10 COL 40
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
               MOVE ZEROS TO WS-ASK-SANDWICH
               DISPLAY CLEAR-SCREEN
               DISPLAY KEY-SCREEN
               ACCEPT KEY-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM MAINTAIN-LIFECYCLE
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O SRLIFES
           IF SRLIFE-FS = NOT-FILE THEN
               OPEN OUTPUT SRLIFES
           END-IF
           CLOSE SRLIFES
           OPEN I-O SRPILOTS
           IF SRPILOT-FS = NOT-FILE THEN
               OPEN OUTPUT SRPILOTS
           END-IF
           CLOSE SRPILOTS
           EXIT SECTION.

      *> WHO IS AT THE KEYBOARD - OFFERED AS THE APPROVER
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

      *> THE SANDWICH COMES UP WITH ITS CURRENT STATUS; LEAVING THE
      *> NEW STATUS AS IT IS SKIPS STRAIGHT TO THE PILOT SCHOOLS
       MAINTAIN-LIFECYCLE SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN INPUT SANDWICHES
           IF SANDWICH-FS = NOT-FILE THEN
               CLOSE SANDWICHES
               MOVE "NO SANDWICH FILE" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ASK-SANDWICH TO SR-IID
           READ SANDWICHES
               INVALID KEY
                   CLOSE SANDWICHES
                   MOVE "SANDWICH NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE SANDWICHES
           MOVE SR-S-DESCRIPTION TO WS-SR-DESCRIPTION
           MOVE SR-LIFECYCLE TO WS-OLD-STATUS
           IF WS-OLD-STATUS = SPACE THEN
               MOVE "A" TO WS-OLD-STATUS
           END-IF
           MOVE SR-PHASEOUT-DATE TO WS-OLD-PHASEOUT

           MOVE WS-OLD-STATUS TO WS-ASK-STATUS
           MOVE WS-TODAY-NUM TO WS-ASK-DATE
           MOVE WS-USER-CODE TO WS-ASK-APPROVER
           MOVE WS-OLD-PHASEOUT TO WS-ASK-PHASEOUT
           MOVE SPACES TO WS-ASK-NOTE
           DISPLAY STATUS-SCREEN
           ACCEPT STATUS-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ASK-STATUS) TO WS-ASK-STATUS
           MOVE UPPER-CASE (WS-ASK-APPROVER) TO WS-ASK-APPROVER
           MOVE UPPER-CASE (WS-ASK-NOTE) TO WS-ASK-NOTE

           IF WS-ASK-STATUS = WS-OLD-STATUS THEN
               IF WS-ASK-STATUS = "O"
                  AND WS-ASK-PHASEOUT NOT = WS-OLD-PHASEOUT THEN
                   PERFORM VALIDATE-STEP
                   IF WS-ERROR-TEXT = SPACES THEN
                       PERFORM SAVE-STEP
                   END-IF
               END-IF
           ELSE
               PERFORM VALIDATE-STEP
               IF WS-ERROR-TEXT = SPACES THEN
                   PERFORM SAVE-STEP
               END-IF
           END-IF
           IF WS-ASK-STATUS = "T" OR WS-ASK-STATUS = "P" THEN
               PERFORM MAINTAIN-PILOT-SCHOOLS
           END-IF
           EXIT SECTION.

      *> ONLY THE STEPS OF THE LIFECYCLE ARE ALLOWED; A PHASE-OUT
      *> NEEDS THE LAST DELIVERY DATE IT RUNS TO
       VALIDATE-STEP SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE WS-OLD-STATUS TO WS-STEP-FROM
           MOVE WS-ASK-STATUS TO WS-STEP-TO
           IF WS-STEP-TO = "R" THEN
               IF WS-STEP-FROM = "R" THEN
                   MOVE "SANDWICH IS ALREADY RETIRED" TO WS-ERROR-TEXT
               END-IF
           ELSE
               IF NOT WS-STEP-ALLOWED
                  AND WS-STEP-FROM NOT = WS-STEP-TO THEN
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "A SANDWICH CANNOT STEP FROM " WS-STEP-FROM
                       " TO " WS-STEP-TO
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT = SPACES AND WS-ASK-APPROVER = SPACES
               MOVE "EVERY STEP NEEDS AN APPROVER" TO WS-ERROR-TEXT
           END-IF
           IF WS-ERROR-TEXT = SPACES AND WS-ASK-DATE = ZEROS THEN
               MOVE "STEP DATE IS REQUIRED" TO WS-ERROR-TEXT
           END-IF
           IF WS-ERROR-TEXT = SPACES AND WS-STEP-TO = "O"
              AND WS-ASK-PHASEOUT = ZEROS THEN
               MOVE "PHASING OUT NEEDS THE LAST DELIVERY DATE"
                 TO WS-ERROR-TEXT
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
           END-IF
           EXIT SECTION.

      *> THE STATUS GOES ON FX-SR AND THE STEP ON FXSRLIFE UNDER THE
      *> NEXT SEQUENCE FOR THE SANDWICH. BACK TO ACTIVE CLEARS THE
      *> PHASE-OUT DATE
       SAVE-STEP SECTION.
           IF WS-ASK-STATUS NOT = "O" THEN
               MOVE ZEROS TO WS-ASK-PHASEOUT
           END-IF
           OPEN I-O SANDWICHES
           MOVE WS-ASK-SANDWICH TO SR-IID
           READ SANDWICHES
               INVALID KEY
                   CLOSE SANDWICHES
                   EXIT SECTION
           END-READ
           MOVE SR-REC TO JRNL-BEFORE
           MOVE WS-ASK-STATUS TO SR-LIFECYCLE
           MOVE WS-ASK-PHASEOUT TO SR-PHASEOUT-DATE
           REWRITE SR-REC
           END-REWRITE
           MOVE SR-REC TO JRNL-AFTER
           CLOSE SANDWICHES
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE WS-ASK-SANDWICH TO JRNL-RECORD-KEY (1:3)
           MOVE "R" TO JRNL-ACTION
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER

           PERFORM GET-NEXT-STEP-SEQ
           OPEN I-O SRLIFES
           INITIALIZE FD-SRLIFE
           MOVE WS-ASK-SANDWICH TO SLF-SANDWICH-ID
           MOVE WS-NEXT-SEQ TO SLF-SEQ
           MOVE WS-OLD-STATUS TO SLF-FROM
           MOVE WS-ASK-STATUS TO SLF-TO
           MOVE WS-ASK-DATE TO SLF-DATE
           MOVE WS-ASK-APPROVER TO SLF-APPROVER
           MOVE WS-ASK-NOTE TO SLF-NOTE
           WRITE FD-SRLIFE
           END-WRITE
           CLOSE SRLIFES
           MOVE WS-ASK-STATUS TO WS-OLD-STATUS
           MOVE "LIFECYCLE STEP RECORDED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       GET-NEXT-STEP-SEQ SECTION.
           MOVE ZEROS TO WS-NEXT-SEQ
           OPEN INPUT SRLIFES
           MOVE WS-ASK-SANDWICH TO SLF-SANDWICH-ID
           MOVE ZEROS TO SLF-SEQ
           START SRLIFES KEY IS GREATER OR EQUAL SLF-KEY
               INVALID KEY
                   SET EOFSRLIFE TO TRUE
           END-START
           PERFORM UNTIL EOFSRLIFE
               READ SRLIFES NEXT RECORD
                   AT END
                       SET EOFSRLIFE TO TRUE
                   NOT AT END
                       IF SLF-SANDWICH-ID NOT = WS-ASK-SANDWICH THEN
                           SET EOFSRLIFE TO TRUE
                       ELSE
                           MOVE SLF-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRLIFES
           ADD 1 TO WS-NEXT-SEQ
           EXIT SECTION.

      ******************************************************************

      *> PILOT SCHOOLS ARE ADDED OR TAKEN OUT ONE AT A TIME UNTIL A
      *> ZERO SCHOOL IS ENTERED
       MAINTAIN-PILOT-SCHOOLS SECTION.
           MOVE 1 TO WS-ASK-SCHOOL
           PERFORM UNTIL WS-ASK-SCHOOL = ZEROS OR KEYSTATUS = F3
               PERFORM COUNT-PILOT-SCHOOLS
               MOVE ZEROS TO WS-ASK-SCHOOL
               MOVE "N" TO WS-ASK-REMOVE
               DISPLAY CLEAR-SCREEN
               DISPLAY KEY-SCREEN
               DISPLAY PILOT-SCREEN
               ACCEPT PILOT-SCREEN
               IF KEYSTATUS NOT = F3 AND WS-ASK-SCHOOL NOT = ZEROS
                   MOVE UPPER-CASE (WS-ASK-REMOVE) TO WS-ASK-REMOVE
                   IF WS-ASK-REMOVE = "Y" THEN
                       PERFORM REMOVE-PILOT-SCHOOL
                   ELSE
                       PERFORM ADD-PILOT-SCHOOL
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZEROS TO KEYSTATUS
           EXIT SECTION.

       COUNT-PILOT-SCHOOLS SECTION.
           MOVE ZEROS TO WS-PILOT-COUNT
           OPEN INPUT SRPILOTS
           MOVE WS-ASK-SANDWICH TO SPL-SANDWICH-ID
           MOVE ZEROS TO SPL-SCHOOL-ID
           START SRPILOTS KEY IS GREATER OR EQUAL SPL-KEY
               INVALID KEY
                   SET EOFSRPILOT TO TRUE
           END-START
           PERFORM UNTIL EOFSRPILOT
               READ SRPILOTS NEXT RECORD
                   AT END
                       SET EOFSRPILOT TO TRUE
                   NOT AT END
                       IF SPL-SANDWICH-ID NOT = WS-ASK-SANDWICH THEN
                           SET EOFSRPILOT TO TRUE
                       ELSE
                           ADD 1 TO WS-PILOT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRPILOTS
           EXIT SECTION.

       ADD-PILOT-SCHOOL SECTION.
           OPEN INPUT SCHOOLS
           MOVE WS-ASK-SCHOOL TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
               INVALID KEY
                   CLOSE SCHOOLS
                   MOVE "SCHOOL NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE SCHOOLS

           OPEN I-O SRPILOTS
           MOVE WS-ASK-SANDWICH TO SPL-SANDWICH-ID
           MOVE WS-ASK-SCHOOL TO SPL-SCHOOL-ID
           MOVE WS-TODAY-NUM TO SPL-ADDED-DATE
           WRITE FD-SRPILOT
               INVALID KEY
                   MOVE "SCHOOL IS ALREADY A PILOT" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   MOVE "PILOT SCHOOL ADDED" TO WS-ERROR-TEXT
           END-WRITE
           CLOSE SRPILOTS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       REMOVE-PILOT-SCHOOL SECTION.
           OPEN I-O SRPILOTS
           MOVE WS-ASK-SANDWICH TO SPL-SANDWICH-ID
           MOVE WS-ASK-SCHOOL TO SPL-SCHOOL-ID
           READ SRPILOTS
               INVALID KEY
                   MOVE "SCHOOL IS NOT A PILOT" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   DELETE SRPILOTS
                   MOVE "PILOT SCHOOL TAKEN OUT" TO WS-ERROR-TEXT
           END-READ
           CLOSE SRPILOTS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM SRLIFE.
