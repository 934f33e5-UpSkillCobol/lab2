      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    LATE-DELIVERY PENALTY RULES - KEEPS THE CONTRACTUAL TERMS
      *    PER SCHOOL CONTRACT OR PER PAYER: GRACE MINUTES, A
      *    PERCENTAGE OF THE ORDER VALUE OR A FIXED AMOUNT PER LATE
      *    DELIVERY, AND THE MONTHLY CAP. PENRUN APPLIES THEM
      *    V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENRULE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PENRULES ASSIGN TO "FXPENRULE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PNR-ENTITY-ID
           FILE STATUS IS PENRULE-FS.

           SELECT PAYERS ASSIGN TO "FXPAYERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-ID
           FILE STATUS IS PAYER-FS.

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
       FD  PENRULES.
       COPY FD-PENRULE.

       FD  PAYERS.
       COPY FD-PAYER.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  PENRULE-FS                           PIC 9(002).
       77  PAYER-FS                             PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  FIRST-PAYER-ID                       VALUE 900.

       77  PRESS-KEY                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-USER-CODE                         PIC X(008).
       77  WS-ENTITY-ID                         PIC 9(003).
       77  WS-ENTITY-NAME                       PIC X(040).
       77  WS-ENTITY-OK                         PIC X(001).
       77  WS-RULE-FOUND                        PIC X(001).
       77  WS-GRACE-MINUTES                     PIC 9(003).
       77  WS-METHOD                            PIC X(001).
       77  WS-PERCENT                           PIC 9(002)V99.
       77  WS-FIXED-AMOUNT                      PIC 9(005)V99.
       77  WS-MONTH-CAP                         PIC 9(005)V99.
       77  WS-SAVE                              PIC X(001).
           88 SAVE-YES                          VALUE "Y" "y".
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | LATE-DELIVERY PENALTY RULES"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"                     LINE 02 COL 60.
           05 VALUE "1 - REGISTER / UPDATE RULE"    LINE 05 COL 10.
           05 VALUE "2 - REMOVE RULE"               LINE 06 COL 10.
           05 VALUE "OPTION:"                       LINE 08 COL 10.
           05 SS-OPTION PIC 9(001) LINE 08 COL 20
              TO WS-MENU-OPTION AUTO.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SCHOOL OR PAYER ID:" LINE 05 COL 10.
           05 SS-ENTITY-ID PIC 9(003) LINE 05 COL 32
              TO WS-ENTITY-ID.

       01  RULE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ENTITY-NAME PIC X(040) LINE 05 COL 37
              FROM WS-ENTITY-NAME.
           05 VALUE "GRACE MINUTES.....:" LINE 07 COL 10.
           05 SS-GRACE PIC 9(003) LINE 07 COL 32
              USING WS-GRACE-MINUTES.
           05 VALUE "METHOD (P/F)......:" LINE 08 COL 10.
           05 SS-METHOD PIC X(001) LINE 08 COL 32
              USING WS-METHOD.
           05 VALUE "P = % OF ORDER VALUE, F = FIXED PER DELIVERY"
              LINE 08 COL 36.
           05 VALUE "PERCENTAGE........:" LINE 09 COL 10.
           05 SS-PERCENT PIC Z9.99 LINE 09 COL 32
              USING WS-PERCENT.
           05 VALUE "FIXED AMOUNT......:" LINE 10 COL 10.
           05 SS-FIXED PIC ZZZZ9.99 LINE 10 COL 32
              USING WS-FIXED-AMOUNT.
           05 VALUE "MONTHLY CAP.......:" LINE 11 COL 10.
           05 SS-CAP PIC ZZZZ9.99 LINE 11 COL 32
              USING WS-MONTH-CAP.
           05 VALUE "(0 = NO CAP)" LINE 11 COL 42.
           05 VALUE "SAVE (Y/N)?" LINE 14 COL 10.
           05 SS-SAVE PIC X(001) LINE 14 COL 23 TO WS-SAVE.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM GET-SESSION-USER
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   EVALUATE WS-MENU-OPTION
                       WHEN 1 PERFORM EDIT-RULE
                       WHEN 2 PERFORM REMOVE-RULE
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O PENRULES
           IF PENRULE-FS = NOT-FILE THEN
               OPEN OUTPUT PENRULES
           END-IF
           CLOSE PENRULES
           EXIT SECTION.

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
      *    SAME SCREEN ADDS A NEW RULE OR CHANGES AN EXISTING ONE;
      *    THE CURRENT TERMS ARE SHOWN FOR EDITING
      ******************************************************************
       EDIT-RULE SECTION.
           MOVE ZEROS TO WS-ENTITY-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-SCREEN
           ACCEPT KEY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           PERFORM CHECK-ENTITY
           IF WS-ENTITY-OK NOT = "Y" THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           MOVE ZEROS TO WS-GRACE-MINUTES, WS-PERCENT
           MOVE ZEROS TO WS-FIXED-AMOUNT, WS-MONTH-CAP
           MOVE "P" TO WS-METHOD
           MOVE SPACES TO WS-RULE-FOUND
           OPEN INPUT PENRULES
           MOVE WS-ENTITY-ID TO PNR-ENTITY-ID
           READ PENRULES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RULE-FOUND
                   MOVE PNR-GRACE-MINUTES TO WS-GRACE-MINUTES
                   MOVE PNR-METHOD TO WS-METHOD
                   MOVE PNR-PERCENT TO WS-PERCENT
                   MOVE PNR-FIXED-AMOUNT TO WS-FIXED-AMOUNT
                   MOVE PNR-MONTH-CAP TO WS-MONTH-CAP
           END-READ
           CLOSE PENRULES

           MOVE SPACES TO WS-SAVE
           DISPLAY RULE-SCREEN
           ACCEPT RULE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF NOT SAVE-YES THEN
               EXIT SECTION
           END-IF

           MOVE UPPER-CASE (WS-METHOD) TO WS-METHOD
           IF WS-METHOD NOT = "P" AND WS-METHOD NOT = "F" THEN
               MOVE "METHOD MUST BE P OR F - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-METHOD = "P" AND WS-PERCENT = ZEROS THEN
               MOVE "A PERCENTAGE RULE NEEDS THE PERCENTAGE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-METHOD = "F" AND WS-FIXED-AMOUNT = ZEROS THEN
               MOVE "A FIXED RULE NEEDS THE AMOUNT PER DELIVERY"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
      *> ONLY THE FIGURE THE METHOD USES IS KEPT
           IF WS-METHOD = "P" THEN
               MOVE ZEROS TO WS-FIXED-AMOUNT
           ELSE
               MOVE ZEROS TO WS-PERCENT
           END-IF

           OPEN I-O PENRULES
           MOVE WS-ENTITY-ID TO PNR-ENTITY-ID
           READ PENRULES
               INVALID KEY
                   PERFORM MOVE-RULE-DETAILS
                   WRITE FD-PENRULE
                   MOVE "PENALTY RULE ADDED" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   PERFORM MOVE-RULE-DETAILS
                   REWRITE FD-PENRULE
                   MOVE "PENALTY RULE UPDATED" TO WS-ERROR-TEXT
           END-READ
           CLOSE PENRULES
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       MOVE-RULE-DETAILS SECTION.
           MOVE WS-ENTITY-ID TO PNR-ENTITY-ID
           MOVE WS-GRACE-MINUTES TO PNR-GRACE-MINUTES
           MOVE WS-METHOD TO PNR-METHOD
           MOVE WS-PERCENT TO PNR-PERCENT
           MOVE WS-FIXED-AMOUNT TO PNR-FIXED-AMOUNT
           MOVE WS-MONTH-CAP TO PNR-MONTH-CAP
           MOVE WS-USER-CODE TO PNR-UPDATED-BY
           MOVE WS-TODAY-NUM TO PNR-UPDATED-DATE
           EXIT SECTION.

      *> IDS FROM 900 ARE PAYERS, BELOW THAT SCHOOLS - EITHER WAY
      *> THE ENTITY MUST BE ON FILE BEFORE IT GETS A RULE
       CHECK-ENTITY SECTION.
           MOVE SPACES TO WS-ENTITY-OK, WS-ENTITY-NAME
           IF WS-ENTITY-ID >= FIRST-PAYER-ID THEN
               OPEN INPUT PAYERS
               IF PAYER-FS = NOT-FILE THEN
                   CLOSE PAYERS
                   MOVE "UNKNOWN PAYER - NOTHING SAVED"
                     TO WS-ERROR-TEXT
                   EXIT SECTION
               END-IF
               MOVE WS-ENTITY-ID TO PAY-ID
               READ PAYERS
                   INVALID KEY
                       MOVE "UNKNOWN PAYER - NOTHING SAVED"
                         TO WS-ERROR-TEXT
                   NOT INVALID KEY
                       MOVE PAY-NAME TO WS-ENTITY-NAME
                       MOVE "Y" TO WS-ENTITY-OK
               END-READ
               CLOSE PAYERS
               EXIT SECTION
           END-IF
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS = NOT-FILE THEN
               CLOSE SCHOOLS
               MOVE "NO SCHOOLS FILE" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE WS-ENTITY-ID TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
               INVALID KEY
                   MOVE "UNKNOWN SCHOOL - NOTHING SAVED"
                     TO WS-ERROR-TEXT
               NOT INVALID KEY
                   MOVE SCHOOL-DESIGNATION1 TO WS-ENTITY-NAME
                   MOVE "Y" TO WS-ENTITY-OK
           END-READ
           CLOSE SCHOOLS
           EXIT SECTION.

      *> PENALTIES ALREADY WORKED OUT UNDER THE RULE STAY ON FILE
       REMOVE-RULE SECTION.
           MOVE ZEROS TO WS-ENTITY-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-SCREEN
           ACCEPT KEY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           OPEN I-O PENRULES
           MOVE WS-ENTITY-ID TO PNR-ENTITY-ID
           READ PENRULES
               INVALID KEY
                   MOVE "NO PENALTY RULE FOR THAT ID" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   DELETE PENRULES
                   END-DELETE
                   MOVE "PENALTY RULE REMOVED" TO WS-ERROR-TEXT
           END-READ
           CLOSE PENRULES
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM PENRULE.
