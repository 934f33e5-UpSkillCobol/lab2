      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH REGISTRATION
      ******************************************************************
      *    MUNICIPAL TENDER LOT MAINTENANCE - THE AWARDED TERM,
      *    TENDERED PRICE, QUANTITY AND VALUE CEILINGS AND THE
      *    PARTICIPATING SCHOOLS. CHANGING A CEILING ON A LOT ALREADY
      *    ON FILE IS RECORDED AS A CONTRACT AMENDMENT; ORDER ENTRY
      *    AND BILLING HOLD THE LOT'S CONSUMPTION AGAINST THE CEILINGS
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TENDERS ASSIGN TO "FXTENDER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TND-LOT-ID
           FILE STATUS IS TENDER-FS.

           SELECT TNDSCHOOLS ASSIGN TO "FXTNDSCHOOL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNS-KEY
           ALTERNATE RECORD KEY IS TNS-SCHOOL-ID
           WITH DUPLICATES
           FILE STATUS IS TNDSCHOOL-FS.

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
       FD  TENDERS.
       COPY FD-TENDER.

       FD  TNDSCHOOLS.
       COPY FD-TNDSCHOOL.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  TENDER-FS                            PIC 9(002).
       77  TNDSCHOOL-FS                         PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  DEFAULT-TENDER-WARN-PCT              VALUE 80.

       77  PRESS-KEY                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-NEW-LOT                           PIC X(001).
       77  WS-USER-CODE                         PIC X(008).
       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-ASK-LOT                           PIC 9(004).
       77  WS-ASK-REF                           PIC X(012).
       77  WS-ASK-LOT-NO                        PIC 9(002).
       77  WS-ASK-DESC                          PIC X(030).
       77  WS-ASK-FROM                          PIC 9(008).
       77  WS-ASK-TO                            PIC 9(008).
       77  WS-ASK-QTY                           PIC 9(007).
       77  WS-ASK-VALUE                         PIC 9(009)V99.
       77  WS-ASK-PRICE                         PIC 9(005)V99.
       77  WS-ASK-WARN                          PIC 9(003).
       77  WS-ASK-ACTIVE                        PIC X(001).
       77  WS-ASK-SCHOOL                        PIC 9(003).
       77  WS-ASK-REMOVE                        PIC X(001).

      *> THE LOT AS IT STOOD BEFORE THIS CHANGE
       77  WS-OLD-QTY                           PIC 9(007).
       77  WS-OLD-VALUE                         PIC 9(009)V99.
       77  WS-BILLED-QTY                        PIC 9(007).
       77  WS-BILLED-VALUE                      PIC 9(009)V99.
       77  WS-AMEND-COUNT                       PIC 9(002).
       77  WS-WARN-PCT                          PIC 9(003).
       77  WS-SCHOOL-COUNT                      PIC 9(003).
       77  WS-CLASH-LOT                         PIC 9(004).
       77  WS-SCHOOL-NAME                       PIC X(050).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | TENDER LOTS" LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "LOT ID....................:" LINE 05 COL 10.
           05 SS-LOT PIC 9(004) LINE 05 COL 40 TO WS-ASK-LOT.

       01  LOT-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "TENDER REFERENCE..........:" LINE 07 COL 10.
           05 SS-REF PIC X(012) LINE 07 COL 40 USING WS-ASK-REF.
           05 VALUE "LOT NUMBER IN THE TENDER..:" LINE 08 COL 10.
           05 SS-LOT-NO PIC 9(002) LINE 08 COL 40
              USING WS-ASK-LOT-NO.
           05 VALUE "DESCRIPTION...............:" LINE 09 COL 10.
           05 SS-DESC PIC X(030) LINE 09 COL 40 USING WS-ASK-DESC.
           05 VALUE "TERM FROM (YYYYMMDD)......:" LINE 10 COL 10.
           05 SS-FROM PIC 9(008) LINE 10 COL 40 USING WS-ASK-FROM.
           05 VALUE "TERM TO   (YYYYMMDD)......:" LINE 11 COL 10.
           05 SS-TO PIC 9(008) LINE 11 COL 40 USING WS-ASK-TO.
           05 VALUE "AWARDED MEALS.............:" LINE 12 COL 10.
           05 SS-QTY PIC 9(007) LINE 12 COL 40 USING WS-ASK-QTY.
           05 VALUE "AWARDED VALUE.............:" LINE 13 COL 10.
           05 SS-VALUE PIC 9(009)V99 LINE 13 COL 40
              USING WS-ASK-VALUE.
           05 VALUE "TENDERED UNIT PRICE.......:" LINE 14 COL 10.
           05 SS-PRICE PIC 9(005)V99 LINE 14 COL 40
              USING WS-ASK-PRICE.
           05 VALUE "WARN AT % (0 = DEFAULT 80):" LINE 15 COL 10.
           05 SS-WARN PIC 9(003) LINE 15 COL 40 USING WS-ASK-WARN.
           05 VALUE "ACTIVE (Y/N)..............:" LINE 16 COL 10.
           05 SS-ACTIVE PIC X(001) LINE 16 COL 40
              USING WS-ASK-ACTIVE.
           05 VALUE "BILLED MEALS / VALUE......:" LINE 18 COL 10.
           05 SS-BILLED-QTY PIC Z(006)9 LINE 18 COL 40
              FROM WS-BILLED-QTY.
           05 SS-BILLED-VALUE PIC Z(008)9.99 LINE 18 COL 50
              FROM WS-BILLED-VALUE.
           05 VALUE "AMENDMENTS................:" LINE 19 COL 10.
           05 SS-AMENDS PIC Z9 LINE 19 COL 40 FROM WS-AMEND-COUNT.

       01  SCHOOL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SCHOOLS IN THIS LOT.......:" LINE 07 COL 10.
           05 SS-SCHOOL-COUNT PIC ZZ9 LINE 07 COL 40
              FROM WS-SCHOOL-COUNT.
           05 VALUE "SCHOOL (0 = DONE).........:" LINE 09 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 09 COL 40 TO WS-ASK-SCHOOL.
           05 VALUE "REMOVE FROM THE LOT (Y/N).:" LINE 10 COL 10.
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
               MOVE ZEROS TO WS-ASK-LOT
               DISPLAY CLEAR-SCREEN
               DISPLAY KEY-SCREEN
               ACCEPT KEY-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM MAINTAIN-LOT
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O TENDERS
           IF TENDER-FS = NOT-FILE THEN
               OPEN OUTPUT TENDERS
           END-IF
           CLOSE TENDERS
           OPEN I-O TNDSCHOOLS
           IF TNDSCHOOL-FS = NOT-FILE THEN
               OPEN OUTPUT TNDSCHOOLS
           END-IF
           CLOSE TNDSCHOOLS
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

      *> AN EXISTING LOT COMES UP FILLED IN WITH ITS CONSUMPTION SO
      *> FAR; A NEW ONE STARTS ACTIVE WITH THE DEFAULT WARNING
       MAINTAIN-LOT SECTION.
           IF WS-ASK-LOT = ZEROS THEN
               MOVE "LOT ID IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN INPUT TENDERS
           MOVE WS-ASK-LOT TO TND-LOT-ID
           READ TENDERS
               INVALID KEY
                   MOVE "Y" TO WS-NEW-LOT
                   MOVE SPACES TO WS-ASK-REF WS-ASK-DESC
                   MOVE ZEROS TO WS-ASK-LOT-NO WS-ASK-FROM
                   MOVE ZEROS TO WS-ASK-QTY WS-ASK-VALUE
                   MOVE ZEROS TO WS-ASK-PRICE WS-ASK-WARN
                   MOVE 99999999 TO WS-ASK-TO
                   MOVE "Y" TO WS-ASK-ACTIVE
                   MOVE ZEROS TO WS-BILLED-QTY WS-BILLED-VALUE
                   MOVE ZEROS TO WS-AMEND-COUNT
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-LOT
                   MOVE TND-TENDER-REF TO WS-ASK-REF
                   MOVE TND-LOT-NO TO WS-ASK-LOT-NO
                   MOVE TND-DESCRIPTION TO WS-ASK-DESC
                   MOVE TND-FROM-DATE TO WS-ASK-FROM
                   MOVE TND-TO-DATE TO WS-ASK-TO
                   MOVE TND-AWARDED-QTY TO WS-ASK-QTY
                   MOVE TND-AWARDED-VALUE TO WS-ASK-VALUE
                   MOVE TND-UNIT-PRICE TO WS-ASK-PRICE
                   MOVE TND-WARN-PCT TO WS-ASK-WARN
                   MOVE TND-IS-ACTIVE TO WS-ASK-ACTIVE
                   MOVE TND-BILLED-QTY TO WS-BILLED-QTY
                   MOVE TND-BILLED-VALUE TO WS-BILLED-VALUE
                   MOVE TND-AMEND-COUNT TO WS-AMEND-COUNT
           END-READ
           CLOSE TENDERS
           MOVE WS-ASK-QTY TO WS-OLD-QTY
           MOVE WS-ASK-VALUE TO WS-OLD-VALUE

           DISPLAY LOT-SCREEN
           ACCEPT LOT-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ASK-REF) TO WS-ASK-REF
           MOVE UPPER-CASE (WS-ASK-DESC) TO WS-ASK-DESC
           MOVE UPPER-CASE (WS-ASK-ACTIVE) TO WS-ASK-ACTIVE
           IF WS-ASK-REF = SPACES THEN
               MOVE "TENDER REFERENCE IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-TO < WS-ASK-FROM THEN
               MOVE "TERM END BEFORE TERM START - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-QTY = ZEROS OR WS-ASK-VALUE = ZEROS
              OR WS-ASK-PRICE = ZEROS THEN
               MOVE "AWARDED MEALS, VALUE AND PRICE ARE REQUIRED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-WARN > 100 THEN
               MOVE "WARNING PERCENTAGE CANNOT PASS 100"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-ACTIVE NOT = "Y" AND WS-ASK-ACTIVE NOT = "N"
               MOVE "ACTIVE MUST BE Y OR N" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-QTY < WS-BILLED-QTY
              OR WS-ASK-VALUE < WS-BILLED-VALUE THEN
               MOVE "CEILING BELOW WHAT IS ALREADY BILLED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM SAVE-LOT
           PERFORM MAINTAIN-LOT-SCHOOLS
           EXIT SECTION.

      *> A CEILING CHANGE ON A LOT ALREADY ON FILE IS AN AMENDMENT;
      *> WHEN IT BRINGS THE LOT BACK UNDER THE WARNING PERCENTAGE
      *> THE WARNING IS ARMED AGAIN FOR THE NEXT BILLING RUN
       SAVE-LOT SECTION.
           OPEN I-O TENDERS
           MOVE WS-ASK-LOT TO TND-LOT-ID
           IF WS-NEW-LOT = "Y" THEN
               INITIALIZE FD-TENDER
               MOVE WS-ASK-LOT TO TND-LOT-ID
               MOVE "N" TO TND-WARN-SENT
           ELSE
               READ TENDERS
           END-IF
           MOVE WS-ASK-REF TO TND-TENDER-REF
           MOVE WS-ASK-LOT-NO TO TND-LOT-NO
           MOVE WS-ASK-DESC TO TND-DESCRIPTION
           MOVE WS-ASK-FROM TO TND-FROM-DATE
           MOVE WS-ASK-TO TO TND-TO-DATE
           MOVE WS-ASK-QTY TO TND-AWARDED-QTY
           MOVE WS-ASK-VALUE TO TND-AWARDED-VALUE
           MOVE WS-ASK-PRICE TO TND-UNIT-PRICE
           MOVE WS-ASK-WARN TO TND-WARN-PCT
           MOVE WS-ASK-ACTIVE TO TND-IS-ACTIVE
           MOVE WS-USER-CODE TO TND-UPDATED-BY
           MOVE WS-TODAY-NUM TO TND-UPDATED-DATE
           MOVE "LOT SAVED" TO WS-ERROR-TEXT
           IF WS-NEW-LOT = "Y" THEN
               WRITE FD-TENDER
           ELSE
               IF WS-ASK-QTY NOT = WS-OLD-QTY
                  OR WS-ASK-VALUE NOT = WS-OLD-VALUE THEN
                   ADD 1 TO TND-AMEND-COUNT
                   MOVE WS-TODAY-NUM TO TND-AMENDED-DATE
                   MOVE "CEILING AMENDMENT RECORDED" TO WS-ERROR-TEXT
                   MOVE TND-WARN-PCT TO WS-WARN-PCT
                   IF WS-WARN-PCT = ZEROS THEN
                       MOVE DEFAULT-TENDER-WARN-PCT TO WS-WARN-PCT
                   END-IF
                   IF TND-BILLED-QTY * 100
                      < TND-AWARDED-QTY * WS-WARN-PCT
                      AND TND-BILLED-VALUE * 100
                      < TND-AWARDED-VALUE * WS-WARN-PCT THEN
                       MOVE "N" TO TND-WARN-SENT
                   END-IF
               END-IF
               REWRITE FD-TENDER
           END-IF
           CLOSE TENDERS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      ******************************************************************

      *> SCHOOLS ARE ADDED OR TAKEN OUT ONE AT A TIME UNTIL A ZERO
      *> SCHOOL IS ENTERED
       MAINTAIN-LOT-SCHOOLS SECTION.
           MOVE 1 TO WS-ASK-SCHOOL
           PERFORM UNTIL WS-ASK-SCHOOL = ZEROS OR KEYSTATUS = F3
               PERFORM COUNT-LOT-SCHOOLS
               MOVE ZEROS TO WS-ASK-SCHOOL
               MOVE "N" TO WS-ASK-REMOVE
               DISPLAY CLEAR-SCREEN
               DISPLAY KEY-SCREEN
               DISPLAY SCHOOL-SCREEN
               ACCEPT SCHOOL-SCREEN
               IF KEYSTATUS NOT = F3 AND WS-ASK-SCHOOL NOT = ZEROS
                   MOVE UPPER-CASE (WS-ASK-REMOVE) TO WS-ASK-REMOVE
                   IF WS-ASK-REMOVE = "Y" THEN
                       PERFORM REMOVE-LOT-SCHOOL
                   ELSE
                       PERFORM ADD-LOT-SCHOOL
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZEROS TO KEYSTATUS
           EXIT SECTION.

       COUNT-LOT-SCHOOLS SECTION.
           MOVE ZEROS TO WS-SCHOOL-COUNT
           OPEN INPUT TNDSCHOOLS
           MOVE WS-ASK-LOT TO TNS-LOT-ID
           MOVE ZEROS TO TNS-SCHOOL-ID
           START TNDSCHOOLS KEY IS GREATER OR EQUAL TNS-KEY
               INVALID KEY
                   SET EOFTNDSCHOOLS TO TRUE
           END-START
           PERFORM UNTIL EOFTNDSCHOOLS
               READ TNDSCHOOLS NEXT RECORD
                   AT END
                       SET EOFTNDSCHOOLS TO TRUE
                   NOT AT END
                       IF TNS-LOT-ID NOT = WS-ASK-LOT THEN
                           SET EOFTNDSCHOOLS TO TRUE
                       ELSE
                           ADD 1 TO WS-SCHOOL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TNDSCHOOLS
           EXIT SECTION.

      *> A SCHOOL CAN SIT IN ONLY ONE ACTIVE LOT FOR ANY GIVEN DAY,
      *> OTHERWISE ITS ORDERS WOULD COUNT AGAINST TWO CEILINGS
       ADD-LOT-SCHOOL SECTION.
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

           PERFORM FIND-OVERLAPPING-LOT
           IF WS-CLASH-LOT NOT = ZEROS THEN
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "SCHOOL ALREADY IN LOT " WS-CLASH-LOT
                   " FOR AN OVERLAPPING TERM"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O TNDSCHOOLS
           MOVE WS-ASK-LOT TO TNS-LOT-ID
           MOVE WS-ASK-SCHOOL TO TNS-SCHOOL-ID
           MOVE WS-TODAY-NUM TO TNS-ADDED-DATE
           WRITE FD-TNDSCHOOL
               INVALID KEY
                   MOVE "SCHOOL IS ALREADY IN THIS LOT"
                     TO WS-ERROR-TEXT
               NOT INVALID KEY
                   MOVE "SCHOOL ADDED TO THE LOT" TO WS-ERROR-TEXT
           END-WRITE
           CLOSE TNDSCHOOLS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       FIND-OVERLAPPING-LOT SECTION.
           MOVE ZEROS TO WS-CLASH-LOT
           OPEN INPUT TNDSCHOOLS
           OPEN INPUT TENDERS
           MOVE WS-ASK-SCHOOL TO TNS-SCHOOL-ID
           START TNDSCHOOLS KEY IS = TNS-SCHOOL-ID
               INVALID KEY
                   SET EOFTNDSCHOOLS TO TRUE
           END-START
           PERFORM UNTIL EOFTNDSCHOOLS OR WS-CLASH-LOT NOT = ZEROS
               READ TNDSCHOOLS NEXT RECORD
                   AT END
                       SET EOFTNDSCHOOLS TO TRUE
                   NOT AT END
                       IF TNS-SCHOOL-ID NOT = WS-ASK-SCHOOL THEN
                           SET EOFTNDSCHOOLS TO TRUE
                       ELSE
                           IF TNS-LOT-ID NOT = WS-ASK-LOT THEN
                               PERFORM CHECK-LOT-OVERLAP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENDERS
           CLOSE TNDSCHOOLS
           EXIT SECTION.

       CHECK-LOT-OVERLAP SECTION.
           MOVE TNS-LOT-ID TO TND-LOT-ID
           READ TENDERS
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF TND-ACTIVE AND WS-ASK-ACTIVE = "Y"
              AND TND-FROM-DATE <= WS-ASK-TO
              AND TND-TO-DATE >= WS-ASK-FROM THEN
               MOVE TND-LOT-ID TO WS-CLASH-LOT
           END-IF
           EXIT SECTION.

       REMOVE-LOT-SCHOOL SECTION.
           OPEN I-O TNDSCHOOLS
           MOVE WS-ASK-LOT TO TNS-LOT-ID
           MOVE WS-ASK-SCHOOL TO TNS-SCHOOL-ID
           READ TNDSCHOOLS
               INVALID KEY
                   MOVE "SCHOOL IS NOT IN THIS LOT" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   DELETE TNDSCHOOLS
                   MOVE "SCHOOL TAKEN OUT OF THE LOT" TO WS-ERROR-TEXT
           END-READ
           CLOSE TNDSCHOOLS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM TENDER.
