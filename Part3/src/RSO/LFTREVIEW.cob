      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    LEFTOVER PROPOSAL REVIEW - THE SCHOOL OR ITS ACCOUNT
      *    MANAGER ACCEPTS (OPTIONALLY AMENDED) OR REJECTS EACH
      *    PENDING REDUCTION RAISED BY LFTANAL; AN ACCEPTED ONE IS
      *    APPLIED TO THE STANDING TEMPLATE OR MENU-CYCLE ROW
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LFTREVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LFTPROPS ASSIGN TO "FXLFTPROP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LFP-KEY
           FILE STATUS IS LFTPROP-FS.

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

      *> THE SIGNED-ON USER, AS LEFT BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LFTPROPS.
       COPY FD-LFTPROP.

       FD  STANDING.
       COPY FD-STANDING.

       FD  MENUCYCLE.
       COPY FD-MENUCYC.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  LFTPROP-FS                           PIC 9(002).
       77  STANDING-FS                          PIC 9(002).
       77  MENUCYC-FS                           PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-USER-CODE                         PIC X(008).
       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-ASK-SCHOOL                        PIC 9(003).
       77  WS-DECISION                          PIC X(001).
           88 DECISION-VALID                    VALUE "A" "R" "S".
       77  WS-NEW-QTY                           PIC 9(003).
       77  WS-APPLIED                           PIC X(001).
       77  WS-REVIEWED                          PIC 9(004).
       77  WS-TARGET-TEXT                       PIC X(020).
       77  WS-WEEKDAY-TEXT                      PIC X(003).

       01  WS-DAY-NAMES                         PIC X(021)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TAB REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7              PIC X(003).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  SCHOOL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | LEFTOVER PROPOSAL REVIEW"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SCHOOL (0 = ALL)....:" LINE 05 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 05 COL 34 TO WS-ASK-SCHOOL.

       01  PROPOSAL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | LEFTOVER PROPOSAL REVIEW"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SCHOOL..............:" LINE 04 COL 10.
           05 PIC 9(003) LINE 04 COL 34 FROM LFP-SCHOOL-ID.
           05 VALUE "APPLIES TO..........:" LINE 05 COL 10.
           05 PIC X(020) LINE 05 COL 34 FROM WS-TARGET-TEXT.
           05 VALUE "WEEKDAY.............:" LINE 06 COL 10.
           05 PIC X(003) LINE 06 COL 34 FROM WS-WEEKDAY-TEXT.
           05 VALUE "SANDWICH............:" LINE 07 COL 10.
           05 PIC 9(003) LINE 07 COL 34 FROM LFP-SANDWICH-ID.
           05 VALUE "ANALYSED MONTH......:" LINE 09 COL 10.
           05 PIC 9(004) LINE 09 COL 34 FROM LFP-PERIOD-YEAR.
           05 VALUE "/" LINE 09 COL 38.
           05 PIC 9(002) LINE 09 COL 39 FROM LFP-PERIOD-MONTH.
           05 VALUE "DELIVERIES..........:" LINE 10 COL 10.
           05 PIC ZZ9 LINE 10 COL 34 FROM LFP-DELIVERIES.
           05 VALUE "DELIVERED / UNEATEN.:" LINE 11 COL 10.
           05 PIC ZZZZZ9 LINE 11 COL 34 FROM LFP-DELIVERED-QTY.
           05 VALUE "/" LINE 11 COL 41.
           05 PIC ZZZZZ9 LINE 11 COL 43 FROM LFP-UNEATEN-QTY.
           05 VALUE "LEFT OVER %.........:" LINE 12 COL 10.
           05 PIC ZZ9.9 LINE 12 COL 34 FROM LFP-LEFTOVER-PCT.
           05 VALUE "CURRENT QUANTITY....:" LINE 14 COL 10.
           05 PIC ZZ9 LINE 14 COL 34 FROM LFP-CURRENT-QTY.
           05 VALUE "NEW QUANTITY........:" LINE 15 COL 10.
           05 SS-NEW-QTY PIC 9(003) LINE 15 COL 34
              USING WS-NEW-QTY.
           05 VALUE "ACCEPT/REJECT/SKIP (A/R/S):" LINE 17 COL 10.
           05 SS-DECISION PIC X(001) LINE 17 COL 40
              USING WS-DECISION.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM GET-SESSION-USER
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ASK-SCHOOL
           DISPLAY CLEAR-SCREEN
           DISPLAY SCHOOL-SCREEN
           ACCEPT SCHOOL-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF

           MOVE ZEROS TO WS-REVIEWED
           OPEN I-O LFTPROPS
           IF LFTPROP-FS = NOT-FILE THEN
               CLOSE LFTPROPS
               MOVE "NO PROPOSALS - RUN THE LEFTOVER ANALYSIS FIRST"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E" OR KEYSTATUS = F3
               READ LFTPROPS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF LFP-PENDING
                          AND (WS-ASK-SCHOOL = ZEROS
                          OR LFP-SCHOOL-ID = WS-ASK-SCHOOL) THEN
                           PERFORM REVIEW-ONE-PROPOSAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LFTPROPS

           MOVE SPACES TO WS-ERROR-TEXT
           STRING "PROPOSALS DECIDED: " WS-REVIEWED
               DELIMITED BY SIZE INTO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           GOBACK.

      *> WHO IS AT THE KEYBOARD - STAMPED ON EVERY DECISION
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
      *    THE PROPOSED QUANTITY CAN BE AMENDED BEFORE ACCEPTING; SKIP
      *    LEAVES THE PROPOSAL PENDING FOR ANOTHER DAY
      ******************************************************************
       REVIEW-ONE-PROPOSAL SECTION.
           IF LFP-FOR-STANDING THEN
               MOVE "STANDING ORDER" TO WS-TARGET-TEXT
           ELSE
               MOVE SPACES TO WS-TARGET-TEXT
               STRING "MENU CYCLE WEEK " LFP-WEEK
                   DELIMITED BY SIZE INTO WS-TARGET-TEXT
           END-IF
           MOVE SPACES TO WS-WEEKDAY-TEXT
           IF LFP-WEEKDAY >= 1 AND LFP-WEEKDAY <= 7 THEN
               MOVE WS-DAY-NAME (LFP-WEEKDAY) TO WS-WEEKDAY-TEXT
           END-IF
           MOVE LFP-PROPOSED-QTY TO WS-NEW-QTY
           MOVE "S" TO WS-DECISION
           DISPLAY CLEAR-SCREEN
           DISPLAY PROPOSAL-SCREEN
           ACCEPT PROPOSAL-SCREEN
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-DECISION) TO WS-DECISION
           IF NOT DECISION-VALID THEN
               MOVE "DECISION MUST BE A, R OR S - PROPOSAL LEFT PENDING"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           EVALUATE WS-DECISION
               WHEN "S"
                   EXIT SECTION
               WHEN "R"
                   MOVE "R" TO LFP-STATUS
               WHEN "A"
                   IF WS-NEW-QTY = ZEROS THEN
                       MOVE "NEW QUANTITY CANNOT BE ZERO - LEFT PENDING"
                         TO WS-ERROR-TEXT
                       ACCEPT MESSAGE-SCREEN
                       EXIT SECTION
                   END-IF
                   PERFORM APPLY-PROPOSAL
                   IF WS-APPLIED NOT = "Y" THEN
                       ACCEPT MESSAGE-SCREEN
                       EXIT SECTION
                   END-IF
                   MOVE WS-NEW-QTY TO LFP-PROPOSED-QTY
                   MOVE "A" TO LFP-STATUS
           END-EVALUATE
           MOVE WS-USER-CODE TO LFP-DECIDED-BY
           MOVE WS-TODAY-NUM TO LFP-DECIDED-DATE
           REWRITE FD-LFTPROP
           ADD 1 TO WS-REVIEWED
           EXIT SECTION.

      *> THE TEMPLATE OR CYCLE ROW MAY HAVE BEEN CHANGED OR REMOVED
      *> SINCE THE ANALYSIS RAN - ONLY AN UNCHANGED ROW IS UPDATED
       APPLY-PROPOSAL SECTION.
           MOVE "N" TO WS-APPLIED
           MOVE "TEMPLATE CHANGED SINCE THE ANALYSIS - LEFT PENDING"
             TO WS-ERROR-TEXT
           IF LFP-FOR-STANDING THEN
               OPEN I-O STANDING
               IF STANDING-FS NOT = NOT-FILE THEN
                   MOVE LFP-SCHOOL-ID TO STO-SCHOOL-ID
                   MOVE LFP-WEEKDAY TO STO-WEEKDAY
                   MOVE LFP-SANDWICH-ID TO STO-SANDWICH-ID
                   READ STANDING
                       NOT INVALID KEY
                           IF STO-QUANTITY = LFP-CURRENT-QTY THEN
                               MOVE WS-NEW-QTY TO STO-QUANTITY
                               REWRITE FD-STANDING
                               MOVE "Y" TO WS-APPLIED
                           END-IF
                   END-READ
               END-IF
               CLOSE STANDING
           ELSE
               OPEN I-O MENUCYCLE
               IF MENUCYC-FS NOT = NOT-FILE THEN
                   MOVE LFP-SCHOOL-ID TO MCY-SCHOOL-ID
                   MOVE LFP-WEEK TO MCY-WEEK
                   MOVE LFP-WEEKDAY TO MCY-WEEKDAY
                   MOVE LFP-SANDWICH-ID TO MCY-SANDWICH-ID
                   READ MENUCYCLE
                       NOT INVALID KEY
                           IF MCY-QUANTITY = LFP-CURRENT-QTY THEN
                               MOVE WS-NEW-QTY TO MCY-QUANTITY
                               REWRITE FD-MENUCYC
                               MOVE "Y" TO WS-APPLIED
                           END-IF
                   END-READ
               END-IF
               CLOSE MENUCYCLE
           END-IF
           EXIT SECTION.

       END PROGRAM LFTREVIEW.
