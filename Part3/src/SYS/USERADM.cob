      *    PER-PROGRAM PERMISSION MATRIX AND REVIEW FAILED SIGN-ON
      *    ATTEMPTS. ADMIN (LEVEL 3) SIGN-ON REQUIRED | V0.2
      *    02.09.2026
      ******************************************************************
      *    DUTY CONFLICT RULES AND ACCEPTED CONFLICTS (REASON, EXPIRY)
      *    MAINTAINED HERE; A PERMISSION GRANT THAT WOULD CREATE A NEW
      *    CONFLICT IS WARNED ABOUT BEFORE IT IS SAVED | 15.10.2026
      ******************************************************************
      *    THE FAILED SIGN-ON REPORT HEADING CARRIES THE BUSINESS DATE
      *    (BUSDATE) IT WAS RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS UPM-KEY
           FILE STATUS IS USERPERM-FS.

      *> PAIRS OF RIGHTS NO ONE USER SHOULD HOLD TOGETHER, AND THE
      *> CONFLICTS ACCEPTED FOR A USER WITH A REASON AND AN EXPIRY
           SELECT SODRULES ASSIGN TO "FXSODRULES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOD-RULE-ID
           FILE STATUS IS SODRULE-FS.

           SELECT SODOVERRIDES ASSIGN TO "FXSODOVERRIDE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOV-KEY
           FILE STATUS IS SODOVR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERS.
       FD  USERPERMS.
       COPY FD-USERPERM.

       FD  SODRULES.
       COPY FD-SODRULE.

       FD  SODOVERRIDES.
       COPY FD-SODOVR.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  LOGINAUDIT-FS                        PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  USERPERM-FS                          PIC 9(002).
       77  SODRULE-FS                           PIC 9(002).
       77  SODOVR-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  ADMIN-LEVEL                          VALUE 3.

           05 WS-PRM-CHANGE                     PIC X(001).
           05 WS-PRM-DELETE                     PIC X(001).

      *> WHAT SODCHK SAYS A PERMISSION SAVE WOULD DO
       77  WS-SOD-CONFLICTS                     PIC 9(003).
       77  WS-SOD-RULE-ID                       PIC 9(003).
       77  WS-SOD-RULE-TEXT                     PIC X(050).
       77  WS-SOD-SAVE                          PIC X(001).
       01  WS-PRM-FLAGS.
           05 WS-PRM-NEW-VIEW                   PIC X(001).
           05 WS-PRM-NEW-ADD                    PIC X(001).
           05 WS-PRM-NEW-CHANGE                 PIC X(001).
           05 WS-PRM-NEW-DELETE                 PIC X(001).

       01  WS-TODAY-NUM                         PIC 9(008).

       01  WS-RULE-ENTRY.
           05 WS-RUL-ID                         PIC 9(003).
           05 WS-RUL-PROGRAM-A                  PIC X(012).
           05 WS-RUL-ACTION-A                   PIC X(001).
           05 WS-RUL-PROGRAM-B                  PIC X(012).
           05 WS-RUL-ACTION-B                   PIC X(001).
           05 WS-RUL-DESCRIPTION                PIC X(050).
           05 WS-RUL-ACTIVE                     PIC X(001).

       01  WS-OVR-ENTRY.
           05 WS-OVR-USER                       PIC X(008).
           05 WS-OVR-RULE-ID                    PIC 9(003).
           05 WS-OVR-REASON                     PIC X(060).
           05 WS-OVR-EXPIRY                     PIC 9(008).
           05 WS-OVR-REMOVE                     PIC X(001).

       01  RPT-HEADER.
           05 FILLER                            PIC X(035)
              VALUE "BREADWICH - FAILED SIGN-ON ATTEMPTS".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-FAIL-LINE.
           05 FILLER                            PIC X(006)
              VALUE "WHEN: ".
           05 VALUE "1 - ADD / EDIT / DISABLE USER" LINE 05 COL 10.
           05 VALUE "2 - FAILED SIGN-ON REPORT"     LINE 06 COL 10.
           05 VALUE "3 - PROGRAM PERMISSIONS"       LINE 07 COL 10.
           05 VALUE "4 - DUTY CONFLICT RULES"       LINE 08 COL 10.
           05 VALUE "5 - ACCEPTED DUTY CONFLICTS"   LINE 09 COL 10.
           05 VALUE "6 - BACK"                      LINE 10 COL 10.
           05 VALUE "OPTION:"                       LINE 12 COL 10.
           05 SS-MENU PIC 9(001) LINE 12 COL 20 TO WS-MENU-OPTION.

       01  USER-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "USER CODE...........:" LINE 05 COL 10.
           05 SS-P-DELETE PIC X(001) LINE 11 COL 34
              TO WS-PRM-DELETE.

       01  SOD-WARN-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "THIS GRANT GIVES THE USER BOTH SIDES OF"
              LINE 14 COL 10 FOREGROUND-COLOR 4.
           05 SS-W-COUNT PIC ZZ9 LINE 14 COL 50
              FROM WS-SOD-CONFLICTS FOREGROUND-COLOR 4.
           05 VALUE "CONFLICT RULE(S)" LINE 14 COL 54
              FOREGROUND-COLOR 4.
           05 VALUE "FIRST RULE..........:" LINE 15 COL 10.
           05 SS-W-RULE PIC 9(003) LINE 15 COL 34
              FROM WS-SOD-RULE-ID.
           05 SS-W-TEXT PIC X(050) LINE 16 COL 10
              FROM WS-SOD-RULE-TEXT.
           05 VALUE "SAVE ANYWAY (Y/N)...:" LINE 18 COL 10.
           05 SS-W-SAVE PIC X(001) LINE 18 COL 34 TO WS-SOD-SAVE.

       01  RULE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "DUTY CONFLICT RULE (BLANK PROGRAMS = CANCEL)"
              LINE 03 COL 10.
           05 VALUE "RULE NUMBER.........:" LINE 05 COL 10.
           05 SS-R-ID PIC 9(003) LINE 05 COL 34 TO WS-RUL-ID.
           05 VALUE "FIRST PROGRAM.......:" LINE 07 COL 10.
           05 SS-R-PROG-A PIC X(012) LINE 07 COL 34
              TO WS-RUL-PROGRAM-A.
           05 VALUE "ACTION (V/A/C/D/*)..:" LINE 08 COL 10.
           05 SS-R-ACT-A PIC X(001) LINE 08 COL 34
              TO WS-RUL-ACTION-A.
           05 VALUE "SECOND PROGRAM......:" LINE 10 COL 10.
           05 SS-R-PROG-B PIC X(012) LINE 10 COL 34
              TO WS-RUL-PROGRAM-B.
           05 VALUE "ACTION (V/A/C/D/*)..:" LINE 11 COL 10.
           05 SS-R-ACT-B PIC X(001) LINE 11 COL 34
              TO WS-RUL-ACTION-B.
           05 VALUE "DESCRIPTION.........:" LINE 13 COL 10.
           05 SS-R-DESC PIC X(050) LINE 14 COL 10
              TO WS-RUL-DESCRIPTION.
           05 VALUE "ACTIVE (Y/N)........:" LINE 16 COL 10.
           05 SS-R-ACTIVE PIC X(001) LINE 16 COL 34
              TO WS-RUL-ACTIVE.

       01  OVERRIDE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ACCEPTED DUTY CONFLICT (BLANK USER = CANCEL)"
              LINE 03 COL 10.
           05 VALUE "USER CODE...........:" LINE 05 COL 10.
           05 SS-O-USER PIC X(008) LINE 05 COL 34 TO WS-OVR-USER.
           05 VALUE "RULE NUMBER.........:" LINE 06 COL 10.
           05 SS-O-RULE PIC 9(003) LINE 06 COL 34 TO WS-OVR-RULE-ID.
           05 VALUE "REASON..............:" LINE 08 COL 10.
           05 SS-O-REASON PIC X(060) LINE 09 COL 10
              TO WS-OVR-REASON.
           05 VALUE "EXPIRES (YYYYMMDD)..:" LINE 11 COL 10.
           05 SS-O-EXPIRY PIC 9(008) LINE 11 COL 34
              TO WS-OVR-EXPIRY.
           05 VALUE "WITHDRAW IT (Y/N)...:" LINE 13 COL 10.
           05 SS-O-REMOVE PIC X(001) LINE 13 COL 34
              TO WS-OVR-REMOVE.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
               GOBACK
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 6
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
                   WHEN 1 PERFORM MAINTAIN-USER
                   WHEN 2 PERFORM FAILED-ATTEMPTS-REPORT
                   WHEN 3 PERFORM MAINTAIN-PERMISSION
                   WHEN 4 PERFORM MAINTAIN-SOD-RULE
                   WHEN 5 PERFORM MAINTAIN-SOD-OVERRIDE
               END-EVALUATE
           END-PERFORM
           GOBACK.
               WRITE FD-USERS
           END-IF
           CLOSE USERS
           OPEN I-O SODRULES
           IF SODRULE-FS = NOT-FILE THEN
               OPEN OUTPUT SODRULES
               PERFORM SEED-SOD-RULES
           END-IF
           CLOSE SODRULES
           EXIT SECTION.

      *> THE STARTING CONFLICT TABLE: SUPPLIER MASTER AGAINST AP
      *> PAYMENT, MAKER AGAINST CHECKER IN THE APPROVAL QUEUE, AND
      *> RECEIPT ENTRY AGAINST BAD-DEBT WRITE-OFF
       SEED-SOD-RULES SECTION.
           MOVE 1 TO SOD-RULE-ID
           MOVE "SUP-ADD" TO SOD-PROGRAM-A
           MOVE "A" TO SOD-ACTION-A
           MOVE "APPROP" TO SOD-PROGRAM-B
           MOVE "*" TO SOD-ACTION-B
           MOVE "ADD SUPPLIERS AND BUILD AP PAYMENT PROPOSALS"
             TO SOD-DESCRIPTION
           MOVE "Y" TO SOD-ACTIVE
           WRITE FD-SODRULE
           MOVE 2 TO SOD-RULE-ID
           MOVE "SUP-ADD" TO SOD-PROGRAM-A
           MOVE "A" TO SOD-ACTION-A
           MOVE "APREMIT" TO SOD-PROGRAM-B
           MOVE "*" TO SOD-ACTION-B
           MOVE "ADD SUPPLIERS AND RELEASE AP REMITTANCES"
             TO SOD-DESCRIPTION
           MOVE "Y" TO SOD-ACTIVE
           WRITE FD-SODRULE
           MOVE 3 TO SOD-RULE-ID
           MOVE "PRICEAPPR" TO SOD-PROGRAM-A
           MOVE "A" TO SOD-ACTION-A
           MOVE "PRICEAPPR" TO SOD-PROGRAM-B
           MOVE "C" TO SOD-ACTION-B
           MOVE "MAKE AND APPROVE QUEUED PRICE CHANGES"
             TO SOD-DESCRIPTION
           MOVE "Y" TO SOD-ACTIVE
           WRITE FD-SODRULE
           MOVE 4 TO SOD-RULE-ID
           MOVE "ARPAY" TO SOD-PROGRAM-A
           MOVE "A" TO SOD-ACTION-A
           MOVE "ARWRITEOFF" TO SOD-PROGRAM-B
           MOVE "*" TO SOD-ACTION-B
           MOVE "ENTER AR RECEIPTS AND WRITE OFF INVOICES"
             TO SOD-DESCRIPTION
           MOVE "Y" TO SOD-ACTIVE
           WRITE FD-SODRULE
           EXIT SECTION.

       ADMIN-SIGNON SECTION.
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-SOD-CONFLICT
           IF WS-SOD-SAVE NOT = "Y" THEN
               MOVE "PERMISSION NOT SAVED" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           OPEN I-O USERPERMS
           IF USERPERM-FS = NOT-FILE THEN
               CLOSE USERPERMS
           CLOSE USERS
           EXIT SECTION.

      *> A GRANT THAT WOULD GIVE THE USER BOTH SIDES OF A CONFLICT
      *> RULE NOT ALREADY ACCEPTED FOR THEM IS WARNED ABOUT; THE
      *> ADMINISTRATOR MAY STILL SAVE IT AND IT SHOWS ON SODRPT
       CHECK-SOD-CONFLICT SECTION.
           MOVE "Y" TO WS-SOD-SAVE
           MOVE UPPER-CASE (WS-PRM-VIEW) TO WS-PRM-NEW-VIEW
           MOVE UPPER-CASE (WS-PRM-ADD) TO WS-PRM-NEW-ADD
           MOVE UPPER-CASE (WS-PRM-CHANGE) TO WS-PRM-NEW-CHANGE
           MOVE UPPER-CASE (WS-PRM-DELETE) TO WS-PRM-NEW-DELETE
           CALL "SODCHK" USING WS-PRM-USER WS-PRM-PROGRAM
               WS-PRM-FLAGS WS-SOD-CONFLICTS WS-SOD-RULE-ID
               WS-SOD-RULE-TEXT
           IF WS-SOD-CONFLICTS = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-SOD-SAVE
           DISPLAY SOD-WARN-SCREEN
           ACCEPT SOD-WARN-SCREEN
           MOVE UPPER-CASE (WS-SOD-SAVE) TO WS-SOD-SAVE
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               MOVE "N" TO WS-SOD-SAVE
           END-IF
           EXIT SECTION.

       FILL-PERM-FLAGS SECTION.
           MOVE UPPER-CASE (WS-PRM-VIEW) TO UPM-VIEW
           MOVE UPPER-CASE (WS-PRM-ADD) TO UPM-ADD
           MOVE UPPER-CASE (WS-PRM-DELETE) TO UPM-DELETE
           EXIT SECTION.

      ******************************************************************
      *    ONE CONFLICT RULE PER NUMBER - SAVING OVERWRITES AN
      *    EXISTING RULE; ACTIVE = N RETIRES IT WITHOUT LOSING IT
      ******************************************************************
       MAINTAIN-SOD-RULE SECTION.
           MOVE SPACES TO WS-RULE-ENTRY
           MOVE ZEROS TO WS-RUL-ID
           MOVE "Y" TO WS-RUL-ACTIVE
           DISPLAY CLEAR-SCREEN
           DISPLAY RULE-SCREEN
           ACCEPT RULE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF WS-RUL-PROGRAM-A = SPACES OR WS-RUL-PROGRAM-B = SPACES
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-RUL-ACTION-A) TO WS-RUL-ACTION-A
           MOVE UPPER-CASE (WS-RUL-ACTION-B) TO WS-RUL-ACTION-B
           MOVE UPPER-CASE (WS-RUL-ACTIVE) TO WS-RUL-ACTIVE
           IF WS-RUL-ID = ZEROS THEN
               MOVE "RULE NUMBER MUST NOT BE ZERO" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF (WS-RUL-ACTION-A NOT = "V" AND NOT = "A"
               AND NOT = "C" AND NOT = "D" AND NOT = "*")
              OR (WS-RUL-ACTION-B NOT = "V" AND NOT = "A"
               AND NOT = "C" AND NOT = "D" AND NOT = "*") THEN
               MOVE "ACTIONS ARE V, A, C, D OR * FOR ANY"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-RUL-PROGRAM-A = WS-RUL-PROGRAM-B
              AND (WS-RUL-ACTION-A = WS-RUL-ACTION-B
                   OR WS-RUL-ACTION-A = "*"
                   OR WS-RUL-ACTION-B = "*") THEN
               MOVE "BOTH SIDES NAME THE SAME RIGHT" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           OPEN I-O SODRULES
           MOVE WS-RUL-ID TO SOD-RULE-ID
           READ SODRULES
               INVALID KEY
                   MOVE WS-RUL-ID TO SOD-RULE-ID
                   PERFORM FILL-RULE-FIELDS
                   WRITE FD-SODRULE
                   MOVE "CONFLICT RULE ADDED" TO WS-STATUS-TEXT
               NOT INVALID KEY
                   PERFORM FILL-RULE-FIELDS
                   REWRITE FD-SODRULE
                   MOVE "CONFLICT RULE UPDATED" TO WS-STATUS-TEXT
           END-READ
           CLOSE SODRULES
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       FILL-RULE-FIELDS SECTION.
           MOVE WS-RUL-PROGRAM-A TO SOD-PROGRAM-A
           MOVE WS-RUL-ACTION-A TO SOD-ACTION-A
           MOVE WS-RUL-PROGRAM-B TO SOD-PROGRAM-B
           MOVE WS-RUL-ACTION-B TO SOD-ACTION-B
           MOVE WS-RUL-DESCRIPTION TO SOD-DESCRIPTION
           IF WS-RUL-ACTIVE = "N" THEN
               MOVE "N" TO SOD-ACTIVE
           ELSE
               MOVE "Y" TO SOD-ACTIVE
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    A CONFLICT IS ONLY ACCEPTED WITH A WRITTEN REASON AND AN
      *    EXPIRY ON OR AFTER TODAY'S BUSINESS DATE; THE SIGNED-ON
      *    ADMINISTRATOR IS RECORDED AS THE ONE WHO ACCEPTED IT
      ******************************************************************
       MAINTAIN-SOD-OVERRIDE SECTION.
           MOVE SPACES TO WS-OVR-ENTRY
           MOVE ZEROS TO WS-OVR-RULE-ID WS-OVR-EXPIRY
           MOVE "N" TO WS-OVR-REMOVE
           DISPLAY CLEAR-SCREEN
           DISPLAY OVERRIDE-SCREEN
           ACCEPT OVERRIDE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF WS-OVR-USER = SPACES THEN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-OVR-REMOVE) TO WS-OVR-REMOVE
           IF WS-OVR-REMOVE = "Y" THEN
               PERFORM WITHDRAW-SOD-OVERRIDE
               EXIT SECTION
           END-IF
           MOVE WS-OVR-USER TO WS-PRM-USER
           PERFORM CHECK-USER-EXISTS
           IF FLAG-TRUE NOT = "Y" THEN
               MOVE "NO SUCH USER ON FXUSERS" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SODRULES
           MOVE WS-OVR-RULE-ID TO SOD-RULE-ID
           READ SODRULES
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO FLAG-TRUE
           END-READ
           CLOSE SODRULES
           IF FLAG-TRUE NOT = "Y" THEN
               MOVE "NO SUCH CONFLICT RULE" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           IF WS-OVR-REASON = SPACES THEN
               MOVE "AN ACCEPTED CONFLICT NEEDS A REASON"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           CALL "BUSDATE" USING WS-TODAY-NUM
           IF TEST-DATE-YYYYMMDD (WS-OVR-EXPIRY) NOT = ZEROS
              OR WS-OVR-EXPIRY < WS-TODAY-NUM THEN
               MOVE "EXPIRY MUST BE A VALID DATE FROM TODAY ON"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           OPEN I-O SODOVERRIDES
           IF SODOVR-FS = NOT-FILE THEN
               CLOSE SODOVERRIDES
               OPEN OUTPUT SODOVERRIDES
               CLOSE SODOVERRIDES
               OPEN I-O SODOVERRIDES
           END-IF
           MOVE WS-OVR-USER TO SOV-USER-CODE
           MOVE WS-OVR-RULE-ID TO SOV-RULE-ID
           READ SODOVERRIDES
               INVALID KEY
                   MOVE WS-OVR-USER TO SOV-USER-CODE
                   MOVE WS-OVR-RULE-ID TO SOV-RULE-ID
                   PERFORM FILL-OVERRIDE-FIELDS
                   WRITE FD-SODOVR
                   MOVE "CONFLICT ACCEPTED" TO WS-STATUS-TEXT
               NOT INVALID KEY
                   PERFORM FILL-OVERRIDE-FIELDS
                   REWRITE FD-SODOVR
                   MOVE "ACCEPTED CONFLICT UPDATED" TO WS-STATUS-TEXT
           END-READ
           CLOSE SODOVERRIDES
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       FILL-OVERRIDE-FIELDS SECTION.
           MOVE WS-OVR-REASON TO SOV-REASON
           MOVE WS-OVR-EXPIRY TO SOV-EXPIRY-DATE
           MOVE WS-SIGNON-CODE TO SOV-GRANTED-BY
           MOVE WS-TODAY-NUM TO SOV-GRANTED-DATE
           EXIT SECTION.

       WITHDRAW-SOD-OVERRIDE SECTION.
           OPEN I-O SODOVERRIDES
           IF SODOVR-FS = NOT-FILE THEN
               CLOSE SODOVERRIDES
               MOVE "NO ACCEPTED CONFLICTS ON FILE" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-OVR-USER TO SOV-USER-CODE
           MOVE WS-OVR-RULE-ID TO SOV-RULE-ID
           READ SODOVERRIDES
               INVALID KEY
                   MOVE "NO SUCH ACCEPTED CONFLICT" TO WS-STATUS-TEXT
               NOT INVALID KEY
                   DELETE SODOVERRIDES RECORD
                   MOVE "ACCEPTED CONFLICT WITHDRAWN" TO WS-STATUS-TEXT
           END-READ
           CLOSE SODOVERRIDES
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    EVERY FAILED SIGN-ON ON ONE LIST SO SOMEBODY GUESSING THE
      *    ADMIN PASSWORD GETS NOTICED
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LOGINAUDIT
