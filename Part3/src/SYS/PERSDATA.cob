      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    PERSONAL DATA - PRINTS THE REGISTER OF FILES AND FIELDS
      *    HOLDING PERSONAL DATA, FINDS EVERY RECORD HOLDING A GIVEN
      *    NAME, EMAIL, PHONE OR PUPIL REFERENCE FOR A SUBJECT-ACCESS
      *    REPORT, ERASES THAT PERSON BY ANONYMISING THOSE FIELDS
      *    (FINANCIAL AND DELIVERY RECORDS STAY), AND SETS THE
      *    RETENTION PERIOD THE PDRETAIN STEP WORKS TO. EVERY ERASURE
      *    IS JOURNALED ON FXMASTJRNL WITHOUT THE PERSONAL VALUES
      *    V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSDATA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SCHCONTACTS ASSIGN TO "FXSCHCONTACTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCT-KEY
           FILE STATUS IS SCHCONTACT-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-ID
           ALTERNATE KEY IS SUPPLIER-TOWN WITH DUPLICATES
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS SUPP-FS.

           SELECT USERS ASSIGN TO "FXUSERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USR-CODE
           FILE STATUS IS USERS-FS.

           SELECT PODFILE ASSIGN TO "FXPODFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POD-KEY
           FILE STATUS IS POD-FS.

           SELECT PUPILDIETS ASSIGN TO "FXPUPILDIET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PDT-KEY
           FILE STATUS IS PUPILDIET-FS.

           SELECT ORDDIETS ASSIGN TO "FXORDDIET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODT-KEY
           FILE STATUS IS ORDDIET-FS.

           SELECT NOTIFYBOX ASSIGN TO "FXNOTIFYOUT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTF-ID
           FILE STATUS IS NOTIFY-FS.

           SELECT PDPOLICY ASSIGN TO "FXPDPOLICY"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PDPOLICY-FS.

      *> WHO IS SIGNED ON - WRITTEN BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

      *> ONE OUTPUT FOR THE REGISTER, THE SUBJECT-ACCESS REPORT AND
      *> THE ERASURE LIST - THE SPOOL TYPE TELLS THEM APART
           SELECT REPORTFILE ASSIGN TO "PERSDATAFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHCONTACTS.
       COPY CB-SCHCONTACT.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  USERS.
       COPY FD-USERS.

       FD  PODFILE.
       COPY FD-POD.

       FD  PUPILDIETS.
       COPY FD-PUPILDIET.

       FD  ORDDIETS.
       COPY FD-ORDDIET.

       FD  NOTIFYBOX.
       COPY FD-NOTIFY.

       FD  PDPOLICY.
       COPY FD-PDPOLICY.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(110).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SCHCONTACT-FS                        PIC 9(002).
       77  SUPP-FS                              PIC 9(002).
       77  USERS-FS                             PIC 9(002).
       77  POD-FS                               PIC 9(002).
       77  PUPILDIET-FS                         PIC 9(002).
       77  ORDDIET-FS                           PIC 9(002).
       77  NOTIFY-FS                            PIC 9(002).
       77  PDPOLICY-FS                          PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

      *> MONTHS WITHOUT AN ORDER BEFORE CONTACTS ARE ANONYMISED,
      *> UNTIL FXPDPOLICY IS SET
       78  DEFAULT-RETAIN-MONTHS                VALUE 24.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-CONFIRM                           PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "PDSAR".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "PERSDATAFILE".

       77  WS-PERM-PROGRAM                      PIC X(012)
           VALUE "PERSDATA".
       77  WS-PERM-ACTION                       PIC X(001).
       77  WS-PERM-AUDIT                        PIC X(001).
       77  WS-PERM-ALLOWED                      PIC X(001).

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-USER-CODE                         PIC X(008).
       77  WS-USER-ROLE                         PIC 9(001).

       77  WS-RETAIN-MONTHS                     PIC 9(003).
       77  WS-NEW-MONTHS                        PIC 9(003).
       77  WS-POL-CHANGED-BY                    PIC X(008).
       77  WS-POL-CHANGED-DATE                  PIC 9(008).

      *> THE PERSON ASKED ABOUT, AS KEYED
       01  WS-SUBJECT-ENTRY.
           05 WS-SUB-NAME                       PIC X(030).
           05 WS-SUB-EMAIL                      PIC X(050).
           05 WS-SUB-PHONE                      PIC X(009).
           05 WS-SUB-SCHOOL                     PIC 9(003).
           05 WS-SUB-PUPIL                      PIC X(010).
       77  WS-SUBJECT-OK                        PIC X(001).

      *> THE SAME VALUES UPPER CASE AND LEFT-JUSTIFIED - A FIELD
      *> ON FILE MATCHES ONLY WHEN IT HOLDS EXACTLY THE SAME VALUE
       01  WS-MATCH-KEYS.
           05 WS-MAT-NAME                       PIC X(050).
           05 WS-MAT-EMAIL                      PIC X(050).
           05 WS-MAT-PHONE                      PIC X(050).
           05 WS-MAT-PUPIL                      PIC X(050).
       77  WS-CMP-VALUE                         PIC X(050).
       77  WS-CMP-SCHOOL                        PIC 9(003).
       77  WS-HIT                               PIC X(001).
       77  WS-MATCHED                           PIC X(001).

      *> S SEARCH AND REPORT, C COUNT ONLY, E ERASE
       77  WS-RUN-MODE                          PIC X(001).
           88 RUN-SEARCH                        VALUE "S".
           88 RUN-COUNT                         VALUE "C".
           88 RUN-ERASE                         VALUE "E".

      *> EMAILS OF THE CONTACT ROWS FOUND - THE OUTBOX IS ALSO
      *> SEARCHED FOR THEM WHEN THE EMAIL WAS NOT KEYED
       78  MAX-EMAILS                           VALUE 20.
       77  MAX-EMAIL-ROW                        PIC 9(003).
       01  EMAIL-TABLE.
           05 EMAIL-ROW OCCURS 20 TIMES INDEXED BY IND-EMAIL.
               10 TAB-EMAIL                     PIC X(050).

      *> THE PERSONAL-DATA REGISTER - ONE ROW PER FILE SEARCHED
       78  MAX-PD-FILE                          VALUE 7.
       01  REGISTER-TABLE.
           05 REGISTER-ROW OCCURS 7 TIMES INDEXED BY IND-FILE.
               10 TAB-FILE-NAME                 PIC X(014).
               10 TAB-FIELDS                    PIC X(034).
               10 TAB-TREATMENT                 PIC X(046).
               10 TAB-FOUND                     PIC 9(005).
       77  WS-CNT-TOTAL                         PIC 9(005).

      *> ONE LINE OF THE SUBJECT-ACCESS OR ERASURE LISTING
       77  WS-KEY-TEXT                          PIC X(020).
       77  WS-FIELD-TEXT                        PIC X(014).
       77  WS-VALUE-TEXT                        PIC X(050).
       77  WS-FIELD-NAME                        PIC X(016).
       77  WS-FIELD-LIST                        PIC X(060).
       77  WS-LIST-PTR                          PIC 9(003).
       77  WS-ERASE-REASON                      PIC X(030)
           VALUE "ERASED ON SUBJECT REQUEST:".

       01  JRNL-FILE-TAG                        PIC X(010).
       01  JRNL-RECORD-KEY                      PIC X(012).
       01  JRNL-ACTION                          PIC X(001).
       01  JRNL-USER-ROLE                       PIC 9(001).
       01  JRNL-BEFORE                          PIC X(512).
       01  JRNL-AFTER                           PIC X(512).

       01  DIVIDER-LINE                         PIC X(110)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 RPT-HEAD-TITLE                    PIC X(049).
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-LABEL-LINE.
           05 RPT-L-LABEL                       PIC X(016).
           05 RPT-L-VALUE                       PIC X(060).

       01  RPT-REG-COLUMNS.
           05 FILLER PIC X(016) VALUE "FILE".
           05 FILLER PIC X(036) VALUE "PERSONAL FIELDS".
           05 FILLER PIC X(046) VALUE "ON ERASURE".

       01  RPT-REG-LINE.
           05 RPT-REG-FILE                      PIC X(014).
           05 FILLER                            PIC X(002).
           05 RPT-REG-FIELDS                    PIC X(034).
           05 FILLER                            PIC X(002).
           05 RPT-REG-TREATMENT                 PIC X(046).

       01  RPT-COLUMNS.
           05 FILLER PIC X(016) VALUE "FILE".
           05 FILLER PIC X(022) VALUE "RECORD".
           05 FILLER PIC X(016) VALUE "FIELD".
           05 FILLER PIC X(050) VALUE "VALUE HELD".

       01  RPT-DETAIL.
           05 RPT-DET-FILE                      PIC X(014).
           05 FILLER                            PIC X(002).
           05 RPT-DET-KEY                       PIC X(020).
           05 FILLER                            PIC X(002).
           05 RPT-DET-FIELD                     PIC X(014).
           05 FILLER                            PIC X(002).
           05 RPT-DET-VALUE                     PIC X(060).

       01  RPT-RETAIN-LINE.
           05 FILLER                            PIC X(039)
              VALUE "CONTACTS OF A SCHOOL WITH NO ORDER FOR".
           05 RPT-RET-MONTHS                    PIC ZZ9.
           05 FILLER                            PIC X(049)
              VALUE " MONTHS ARE ANONYMISED BY THE NIGHTLY PDRETAIN".

       01  RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL                     PIC X(045).
           05 RPT-TOT-COUNT                     PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | PERSONAL DATA"     LINE 02 COL 10.
           05 VALUE "1 - PERSONAL-DATA REGISTER"    LINE 05 COL 10.
           05 VALUE "2 - SUBJECT-ACCESS REPORT"     LINE 06 COL 10.
           05 VALUE "3 - ERASE A PERSON"            LINE 07 COL 10.
           05 VALUE "4 - RETENTION PERIOD"          LINE 08 COL 10.
           05 VALUE "5 - BACK"                      LINE 09 COL 10.
           05 VALUE "OPTION:"                       LINE 11 COL 10.
           05 SS-MENU PIC 9(001) LINE 11 COL 20 TO WS-MENU-OPTION.

       01  SUBJECT-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "THE PERSON (ANY OF THESE, F3 = CANCEL)"
              LINE 03 COL 10.
           05 VALUE "NAME................:" LINE 05 COL 10.
           05 SS-S-NAME PIC X(030) LINE 05 COL 34 TO WS-SUB-NAME.
           05 VALUE "EMAIL...............:" LINE 06 COL 10.
           05 SS-S-EMAIL PIC X(050) LINE 07 COL 10 TO WS-SUB-EMAIL.
           05 VALUE "PHONE...............:" LINE 08 COL 10.
           05 SS-S-PHONE PIC X(009) LINE 08 COL 34 TO WS-SUB-PHONE.
           05 VALUE "PUPIL REF...........:" LINE 10 COL 10.
           05 SS-S-PUPIL PIC X(010) LINE 10 COL 34 TO WS-SUB-PUPIL.
           05 VALUE "AT SCHOOL (0 = ANY).:" LINE 11 COL 10.
           05 SS-S-SCHOOL PIC 9(003) LINE 11 COL 34
              TO WS-SUB-SCHOOL.

       01  CONFIRM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "RECORDS HOLDING THIS PERSON'S DATA..:"
              LINE 14 COL 10.
           05 SS-C-COUNT PIC ZZZZ9 LINE 14 COL 48 FROM WS-CNT-TOTAL.
           05 VALUE "ANONYMISE THEM ALL - THIS CANNOT BE UNDONE"
              LINE 16 COL 10 FOREGROUND-COLOR 4.
           05 VALUE "ERASE (Y/N)..........................:"
              LINE 17 COL 10.
           05 SS-C-CONFIRM PIC X(001) LINE 17 COL 48 TO WS-CONFIRM.

       01  POLICY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | PERSONAL-DATA RETENTION"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"                 LINE 02 COL 60.
           05 VALUE "CONTACTS OF A SCHOOL WITH NO ORDER FOR THIS MANY"
              LINE 05 COL 10.
           05 VALUE "MONTHS ARE ANONYMISED BY THE NIGHTLY PDRETAIN STEP"
              LINE 06 COL 10.
           05 VALUE "LAST CHANGED BY........:"  LINE 08 COL 10.
           05 SS-P-BY PIC X(008) LINE 08 COL 36
              FROM WS-POL-CHANGED-BY.
           05 VALUE "LAST CHANGED ON........:"  LINE 09 COL 10.
           05 SS-P-ON PIC 9(008) LINE 09 COL 36
              FROM WS-POL-CHANGED-DATE.
           05 VALUE "RETENTION (MONTHS).....:"  LINE 11 COL 10.
           05 SS-P-MONTHS PIC 9(003) LINE 11 COL 36
              USING WS-NEW-MONTHS.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "LISTING WRITTEN ON PERSDATAFILE"
              LINE 12 COL 10.
           05 VALUE "RECORDS LISTED........:" LINE 13 COL 10.
           05 SS-DONE PIC ZZZZ9 LINE 13 COL 34 FROM WS-CNT-TOTAL.
           05 VALUE "PRESS ANY KEY" LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM GET-SESSION-USER
           PERFORM LOAD-REGISTER

           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 5
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF KEYSTATUS = F3 THEN
                   MOVE ZEROS TO KEYSTATUS
                   MOVE 5 TO WS-MENU-OPTION
               END-IF
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM PRINT-REGISTER
                   WHEN 2 PERFORM SUBJECT-ACCESS
                   WHEN 3 PERFORM ERASE-SUBJECT
                   WHEN 4 PERFORM SET-RETENTION
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *> THE JOURNAL CARRIES THE ROLE OF WHOEVER IS SIGNED ON
       GET-SESSION-USER SECTION.
           MOVE "UNKNOWN" TO WS-USER-CODE
           MOVE ZEROS TO WS-USER-ROLE
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
           OPEN INPUT USERS
           IF USERS-FS = NOT-FILE THEN
               CLOSE USERS
               EXIT SECTION
           END-IF
           MOVE WS-USER-CODE TO USR-CODE
           READ USERS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE USR-ACCESS-LEVEL TO WS-USER-ROLE
           END-READ
           CLOSE USERS
           EXIT SECTION.

       LOAD-REGISTER SECTION.
           MOVE "FXSCHCONTACTS" TO TAB-FILE-NAME (1)
           MOVE "CONTACT NAME, PHONE, EMAIL" TO TAB-FIELDS (1)
           MOVE "NAME ERASED, PHONE/EMAIL CLEARED, ROLE KEPT"
             TO TAB-TREATMENT (1)
           MOVE "FXSUPPLIERS" TO TAB-FILE-NAME (2)
           MOVE "CONTACT EMAILS 1-3, PHONES 1-3" TO TAB-FIELDS (2)
           MOVE "MATCHING EMAIL/PHONE CLEARED, SUPPLIER KEPT"
             TO TAB-TREATMENT (2)
           MOVE "FXUSERS" TO TAB-FILE-NAME (3)
           MOVE "USER NAME" TO TAB-FIELDS (3)
           MOVE "NAME ERASED, ACCOUNT DISABLED, CODE KEPT"
             TO TAB-TREATMENT (3)
           MOVE "FXPODFILE" TO TAB-FILE-NAME (4)
           MOVE "RECEIVED BY" TO TAB-FIELDS (4)
           MOVE "RECEIVER ERASED, DELIVERY AND COSTS KEPT"
             TO TAB-TREATMENT (4)
           MOVE "FXPUPILDIET" TO TAB-FILE-NAME (5)
           MOVE "PUPIL REF, DIET, ALLERGENS" TO TAB-FIELDS (5)
           MOVE "PUPIL DIET PROFILE REMOVED" TO TAB-TREATMENT (5)
           MOVE "FXORDDIET" TO TAB-FILE-NAME (6)
           MOVE "PUPIL REF ON NAMED ORDER LINES" TO TAB-FIELDS (6)
           MOVE "PUPIL REF ERASED, DIET/ALLERGENS KEPT"
             TO TAB-TREATMENT (6)
           MOVE "FXNOTIFYOUT" TO TAB-FILE-NAME (7)
           MOVE "RECIPIENT" TO TAB-FIELDS (7)
           MOVE "RECIPIENT ERASED, UNSENT NOTICE CLOSED"
             TO TAB-TREATMENT (7)
           EXIT SECTION.

      ******************************************************************
      *    THE REGISTER ON ITS OWN - WHAT IS HELD WHERE, WHAT AN
      *    ERASURE DOES TO IT AND HOW LONG CONTACTS ARE KEPT
      ******************************************************************
       PRINT-REGISTER SECTION.
           MOVE "PDREGISTER" TO SPOOL-REPORT-TYPE
           PERFORM READ-POLICY
           MOVE ZEROS TO WS-CNT-TOTAL
           OPEN OUTPUT REPORTFILE
           MOVE "BREADWICH - PERSONAL-DATA REGISTER AS AT"
             TO RPT-HEAD-TITLE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM WRITE-REGISTER
           MOVE MAX-PD-FILE TO WS-CNT-TOTAL
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE SPOOL-SOURCE-NAME
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           EXIT SECTION.

       WRITE-REGISTER SECTION.
           WRITE REPORT-LINE FROM RPT-REG-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-FILE FROM 1 BY 1
                   UNTIL IND-FILE > MAX-PD-FILE
               MOVE SPACES TO RPT-REG-LINE
               MOVE TAB-FILE-NAME (IND-FILE) TO RPT-REG-FILE
               MOVE TAB-FIELDS (IND-FILE) TO RPT-REG-FIELDS
               MOVE TAB-TREATMENT (IND-FILE) TO RPT-REG-TREATMENT
               WRITE REPORT-LINE FROM RPT-REG-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-RETAIN-MONTHS TO RPT-RET-MONTHS
           WRITE REPORT-LINE FROM RPT-RETAIN-LINE
           MOVE "EVERY ERASURE IS JOURNALED ON FXMASTJRNL AS ACTION E"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NAMING THE FIELDS CLEARED, NEVER THEIR VALUES"
             TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           EXIT SECTION.

      ******************************************************************
      *    SUBJECT-ACCESS REPORT - EVERY PERSONAL FIELD HELD ON THE
      *    RECORDS THAT MATCH, WITH ITS VALUE, FOLLOWED BY THE REGISTER
      *    SO THE PERSON SEES WHAT WAS SEARCHED
      ******************************************************************
       SUBJECT-ACCESS SECTION.
           PERFORM ACCEPT-SUBJECT
           IF WS-SUBJECT-OK NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE "PDSAR" TO SPOOL-REPORT-TYPE
           PERFORM READ-POLICY
           MOVE "S" TO WS-RUN-MODE
           OPEN OUTPUT REPORTFILE
           MOVE "BREADWICH - SUBJECT-ACCESS REPORT AS AT"
             TO RPT-HEAD-TITLE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           IF WS-SUB-NAME NOT = SPACES THEN
               MOVE "NAME" TO RPT-L-LABEL
               MOVE WS-SUB-NAME TO RPT-L-VALUE
               WRITE REPORT-LINE FROM RPT-LABEL-LINE
           END-IF
           IF WS-SUB-EMAIL NOT = SPACES THEN
               MOVE "EMAIL" TO RPT-L-LABEL
               MOVE WS-SUB-EMAIL TO RPT-L-VALUE
               WRITE REPORT-LINE FROM RPT-LABEL-LINE
           END-IF
           IF WS-SUB-PHONE NOT = SPACES THEN
               MOVE "PHONE" TO RPT-L-LABEL
               MOVE WS-SUB-PHONE TO RPT-L-VALUE
               WRITE REPORT-LINE FROM RPT-LABEL-LINE
           END-IF
           IF WS-SUB-PUPIL NOT = SPACES THEN
               MOVE "PUPIL REF" TO RPT-L-LABEL
               MOVE SPACES TO RPT-L-VALUE
               STRING WS-SUB-PUPIL " AT SCHOOL " WS-SUB-SCHOOL
                   DELIMITED BY SIZE INTO RPT-L-VALUE
               WRITE REPORT-LINE FROM RPT-LABEL-LINE
           END-IF
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM SCAN-ALL-FILES
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM WRITE-FILE-TOTALS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM WRITE-REGISTER
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE SPOOL-SOURCE-NAME
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    ERASURE - COUNTS FIRST AND ASKS, THEN ANONYMISES EVERY
      *    MATCH. THE ERASURE LISTING NAMES RECORDS AND FIELDS ONLY -
      *    NOT EVEN THE SEARCH VALUES ARE PRINTED ON IT
      ******************************************************************
       ERASE-SUBJECT SECTION.
           MOVE "D" TO WS-PERM-ACTION
           MOVE "Y" TO WS-PERM-AUDIT
           CALL "PERMCHK" USING WS-PERM-PROGRAM WS-PERM-ACTION
               WS-PERM-AUDIT WS-PERM-ALLOWED
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               MOVE "YOU ARE NOT ALLOWED TO ERASE PERSONAL DATA"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-SUBJECT
           IF WS-SUBJECT-OK NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE "C" TO WS-RUN-MODE
           PERFORM SCAN-ALL-FILES
           IF WS-CNT-TOTAL = ZEROS THEN
               MOVE "NOTHING ON FILE FOR THIS PERSON" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-CONFIRM
           DISPLAY CONFIRM-SCREEN
           ACCEPT CONFIRM-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               MOVE "N" TO WS-CONFIRM
           END-IF
           IF UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
               MOVE "NOTHING ERASED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           MOVE "PDERASE" TO SPOOL-REPORT-TYPE
           MOVE "E" TO WS-RUN-MODE
           OPEN OUTPUT REPORTFILE
           MOVE "BREADWICH - PERSONAL-DATA ERASURE AS AT"
             TO RPT-HEAD-TITLE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           MOVE "ERASED BY" TO RPT-L-LABEL
           MOVE WS-USER-CODE TO RPT-L-VALUE
           WRITE REPORT-LINE FROM RPT-LABEL-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM SCAN-ALL-FILES
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM WRITE-FILE-TOTALS
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE SPOOL-SOURCE-NAME
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           EXIT SECTION.

      *> "ERASED" ITSELF IS REFUSED AS A NAME - IT WOULD FIND EVERY
      *> PERSON ALREADY ANONYMISED
       ACCEPT-SUBJECT SECTION.
           MOVE "N" TO WS-SUBJECT-OK
           MOVE SPACES TO WS-SUBJECT-ENTRY
           MOVE ZEROS TO WS-SUB-SCHOOL
           DISPLAY CLEAR-SCREEN
           DISPLAY SUBJECT-SCREEN
           ACCEPT SUBJECT-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (TRIM (WS-SUB-NAME)) TO WS-MAT-NAME
           MOVE UPPER-CASE (TRIM (WS-SUB-EMAIL)) TO WS-MAT-EMAIL
           MOVE UPPER-CASE (TRIM (WS-SUB-PHONE)) TO WS-MAT-PHONE
           MOVE UPPER-CASE (TRIM (WS-SUB-PUPIL)) TO WS-MAT-PUPIL
           IF WS-MAT-NAME = SPACES AND WS-MAT-EMAIL = SPACES
              AND WS-MAT-PHONE = SPACES AND WS-MAT-PUPIL = SPACES
              THEN
               MOVE "GIVE A NAME, EMAIL, PHONE OR PUPIL REF"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-MAT-NAME = "ERASED" OR WS-MAT-PUPIL = "ERASED" THEN
               MOVE "ERASED IS NOT A PERSON" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE "Y" TO WS-SUBJECT-OK
           EXIT SECTION.

      ******************************************************************
      *    ONE PASS OVER EVERY FILE IN THE REGISTER; THE RUN MODE SAYS
      *    WHETHER A MATCH IS LISTED, ONLY COUNTED OR ANONYMISED. THE
      *    OUTBOX GOES LAST SO IT CAN BE SEARCHED FOR THE EMAILS OF
      *    THE CONTACT ROWS FOUND
      ******************************************************************
       SCAN-ALL-FILES SECTION.
           MOVE ZEROS TO WS-CNT-TOTAL MAX-EMAIL-ROW
           PERFORM VARYING IND-FILE FROM 1 BY 1
                   UNTIL IND-FILE > MAX-PD-FILE
               MOVE ZEROS TO TAB-FOUND (IND-FILE)
           END-PERFORM
           SET IND-FILE TO 1
           PERFORM SCAN-CONTACTS
           SET IND-FILE TO 2
           PERFORM SCAN-SUPPLIERS
           SET IND-FILE TO 3
           PERFORM SCAN-USERS
           SET IND-FILE TO 4
           PERFORM SCAN-PODS
           SET IND-FILE TO 5
           PERFORM SCAN-PUPILDIETS
           SET IND-FILE TO 6
           PERFORM SCAN-ORDDIETS
           SET IND-FILE TO 7
           PERFORM SCAN-NOTIFY
           EXIT SECTION.

       WRITE-FILE-TOTALS SECTION.
           PERFORM VARYING IND-FILE FROM 1 BY 1
                   UNTIL IND-FILE > MAX-PD-FILE
               MOVE SPACES TO RPT-TOT-LABEL
               STRING "RECORDS FOUND ON " TAB-FILE-NAME (IND-FILE)
                   DELIMITED BY SIZE INTO RPT-TOT-LABEL
               MOVE TAB-FOUND (IND-FILE) TO RPT-TOT-COUNT
               WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           END-PERFORM
           MOVE "RECORDS HOLDING THE PERSON'S DATA" TO RPT-TOT-LABEL
           MOVE WS-CNT-TOTAL TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           EXIT SECTION.

      ******************************************************************

       SCAN-CONTACTS SECTION.
           IF RUN-ERASE THEN
               OPEN I-O SCHCONTACTS
           ELSE
               OPEN INPUT SCHCONTACTS
           END-IF
           IF SCHCONTACT-FS = NOT-FILE THEN
               CLOSE SCHCONTACTS
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SCHCONTACTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-CONTACT
               END-READ
           END-PERFORM
           CLOSE SCHCONTACTS
           EXIT SECTION.

      *> THE CONTACT ROW IS THE PERSON, SO ANY ONE OF NAME, EMAIL OR
      *> PHONE MATCHING TAKES THE WHOLE ROW
       JUDGE-CONTACT SECTION.
           MOVE "N" TO WS-MATCHED
           MOVE SCT-NAME TO WS-CMP-VALUE
           PERFORM TEST-NAME
           MOVE SCT-EMAIL TO WS-CMP-VALUE
           PERFORM TEST-EMAIL
           MOVE SCT-PHONE TO WS-CMP-VALUE
           PERFORM TEST-PHONE
           IF WS-MATCHED NOT = "Y" THEN
               EXIT SECTION
           END-IF
           ADD 1 TO TAB-FOUND (IND-FILE) WS-CNT-TOTAL
           MOVE SCT-EMAIL TO WS-CMP-VALUE
           PERFORM KEEP-EMAIL
           MOVE SPACES TO WS-KEY-TEXT
           STRING "SCHOOL " SCT-SCHOOL-ID " SEQ " SCT-SEQ
               DELIMITED BY SIZE INTO WS-KEY-TEXT
           EVALUATE TRUE
           WHEN RUN-SEARCH
               MOVE "NAME" TO WS-FIELD-TEXT
               MOVE SCT-NAME TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
               MOVE "ROLE" TO WS-FIELD-TEXT
               MOVE SCT-ROLE TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
               MOVE "PHONE" TO WS-FIELD-TEXT
               MOVE SCT-PHONE TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
               MOVE "EMAIL" TO WS-FIELD-TEXT
               MOVE SCT-EMAIL TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
           WHEN RUN-ERASE
               MOVE "ERASED" TO SCT-NAME
               MOVE SPACES TO SCT-PHONE SCT-EMAIL
               MOVE "N" TO SCT-PREFERRED
               REWRITE FD-SCHCONTACT
               END-REWRITE
               MOVE "SCT-NAME SCT-PHONE SCT-EMAIL" TO WS-FIELD-LIST
               MOVE "SCHCONTACT" TO JRNL-FILE-TAG
               MOVE SPACES TO JRNL-RECORD-KEY
               MOVE SCT-KEY TO JRNL-RECORD-KEY (1:5)
               MOVE FD-SCHCONTACT TO JRNL-AFTER
               PERFORM WRITE-ERASE-JOURNAL
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************

       SCAN-SUPPLIERS SECTION.
           IF RUN-ERASE THEN
               OPEN I-O FXSUPPLY
           ELSE
               OPEN INPUT FXSUPPLY
           END-IF
           IF SUPP-FS = NOT-FILE THEN
               CLOSE FXSUPPLY
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ FXSUPPLY NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-SUPPLIER
               END-READ
           END-PERFORM
           CLOSE FXSUPPLY
           EXIT SECTION.

      *> A SUPPLIER IS A COMPANY - ONLY THE EMAIL OR PHONE SLOT THAT
      *> HOLDS THE PERSON'S OWN DETAILS IS TOUCHED
       JUDGE-SUPPLIER SECTION.
           MOVE "N" TO WS-MATCHED
           MOVE SPACES TO WS-FIELD-LIST
           MOVE 1 TO WS-LIST-PTR
           MOVE SPACES TO WS-KEY-TEXT
           STRING "SUPPLIER " SUPPLIER-ID
               DELIMITED BY SIZE INTO WS-KEY-TEXT

           MOVE SUPPLIER-EMAIL1 TO WS-CMP-VALUE
           PERFORM TEST-EMAIL
           IF WS-HIT = "Y" THEN
               MOVE "EMAIL 1" TO WS-FIELD-TEXT
               MOVE "SUPPLIER-EMAIL1" TO WS-FIELD-NAME
               PERFORM NOTE-FIELD-HIT
               IF RUN-ERASE THEN
                   MOVE SPACES TO SUPPLIER-EMAIL1
               END-IF
           END-IF
           MOVE SUPPLIER-EMAIL2 TO WS-CMP-VALUE
           PERFORM TEST-EMAIL
           IF WS-HIT = "Y" THEN
               MOVE "EMAIL 2" TO WS-FIELD-TEXT
               MOVE "SUPPLIER-EMAIL2" TO WS-FIELD-NAME
               PERFORM NOTE-FIELD-HIT
               IF RUN-ERASE THEN
                   MOVE SPACES TO SUPPLIER-EMAIL2
               END-IF
           END-IF
           MOVE SUPPLIER-EMAIL3 TO WS-CMP-VALUE
           PERFORM TEST-EMAIL
           IF WS-HIT = "Y" THEN
               MOVE "EMAIL 3" TO WS-FIELD-TEXT
               MOVE "SUPPLIER-EMAIL3" TO WS-FIELD-NAME
               PERFORM NOTE-FIELD-HIT
               IF RUN-ERASE THEN
                   MOVE SPACES TO SUPPLIER-EMAIL3
               END-IF
           END-IF
           MOVE SUPPLIER-PHONE1 TO WS-CMP-VALUE
           PERFORM TEST-PHONE
           IF WS-HIT = "Y" THEN
               MOVE "PHONE 1" TO WS-FIELD-TEXT
               MOVE "SUPPLIER-PHONE1" TO WS-FIELD-NAME
               PERFORM NOTE-FIELD-HIT
               IF RUN-ERASE THEN
                   MOVE SPACES TO SUPPLIER-PHONE1
               END-IF
           END-IF
           MOVE SUPPLIER-PHONE2 TO WS-CMP-VALUE
           PERFORM TEST-PHONE
           IF WS-HIT = "Y" THEN
               MOVE "PHONE 2" TO WS-FIELD-TEXT
               MOVE "SUPPLIER-PHONE2" TO WS-FIELD-NAME
               PERFORM NOTE-FIELD-HIT
               IF RUN-ERASE THEN
                   MOVE SPACES TO SUPPLIER-PHONE2
               END-IF
           END-IF
           MOVE SUPPLIER-PHONE3 TO WS-CMP-VALUE
           PERFORM TEST-PHONE
           IF WS-HIT = "Y" THEN
               MOVE "PHONE 3" TO WS-FIELD-TEXT
               MOVE "SUPPLIER-PHONE3" TO WS-FIELD-NAME
               PERFORM NOTE-FIELD-HIT
               IF RUN-ERASE THEN
                   MOVE SPACES TO SUPPLIER-PHONE3
               END-IF
           END-IF

           IF WS-MATCHED NOT = "Y" THEN
               EXIT SECTION
           END-IF
           ADD 1 TO TAB-FOUND (IND-FILE) WS-CNT-TOTAL
           IF RUN-ERASE THEN
               REWRITE SUPPLIER-DETAILS
               END-REWRITE
               MOVE "SUPPLIERS" TO JRNL-FILE-TAG
               MOVE SPACES TO JRNL-RECORD-KEY
               MOVE SUPPLIER-ID TO JRNL-RECORD-KEY (1:3)
               MOVE SUPPLIER-DETAILS TO JRNL-AFTER
               PERFORM WRITE-ERASE-JOURNAL
           END-IF
           EXIT SECTION.

      *> ONE MATCHING SLOT: LISTED WITH ITS VALUE WHEN SEARCHING,
      *> ADDED TO THE FIELDS-CLEARED LIST WHEN ERASING
       NOTE-FIELD-HIT SECTION.
           IF RUN-SEARCH THEN
               MOVE WS-CMP-VALUE TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
           END-IF
           STRING WS-FIELD-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO WS-FIELD-LIST WITH POINTER WS-LIST-PTR
           END-STRING
           EXIT SECTION.

      ******************************************************************

       SCAN-USERS SECTION.
           IF RUN-ERASE THEN
               OPEN I-O USERS
           ELSE
               OPEN INPUT USERS
           END-IF
           IF USERS-FS = NOT-FILE THEN
               CLOSE USERS
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ USERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-USER
               END-READ
           END-PERFORM
           CLOSE USERS
           EXIT SECTION.

      *> THE USER CODE STAYS - IT IS WHAT THE AUDIT TRAILS POINT AT -
      *> BUT THE ACCOUNT OF SOMEONE ERASED CAN NO LONGER SIGN ON
       JUDGE-USER SECTION.
           MOVE "N" TO WS-MATCHED
           MOVE USR-NAME TO WS-CMP-VALUE
           PERFORM TEST-NAME
           IF WS-MATCHED NOT = "Y" THEN
               EXIT SECTION
           END-IF
           ADD 1 TO TAB-FOUND (IND-FILE) WS-CNT-TOTAL
           MOVE SPACES TO WS-KEY-TEXT
           STRING "USER " USR-CODE
               DELIMITED BY SIZE INTO WS-KEY-TEXT
           EVALUATE TRUE
           WHEN RUN-SEARCH
               MOVE "USER NAME" TO WS-FIELD-TEXT
               MOVE USR-NAME TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
           WHEN RUN-ERASE
               MOVE "ERASED" TO USR-NAME
               MOVE "Y" TO USR-DISABLED
               REWRITE FD-USERS
               END-REWRITE
               MOVE "USR-NAME (ACCOUNT DISABLED)" TO WS-FIELD-LIST
               MOVE "USERS" TO JRNL-FILE-TAG
               MOVE SPACES TO JRNL-RECORD-KEY
               MOVE USR-CODE TO JRNL-RECORD-KEY (1:8)
               MOVE FD-USERS TO JRNL-AFTER
               PERFORM WRITE-ERASE-JOURNAL
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************

       SCAN-PODS SECTION.
           IF RUN-ERASE THEN
               OPEN I-O PODFILE
           ELSE
               OPEN INPUT PODFILE
           END-IF
           IF POD-FS = NOT-FILE THEN
               CLOSE PODFILE
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PODFILE NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-POD
               END-READ
           END-PERFORM
           CLOSE PODFILE
           EXIT SECTION.

      *> THE PROOF OF DELIVERY ITSELF STAYS - ONLY WHO SIGNED GOES
       JUDGE-POD SECTION.
           MOVE "N" TO WS-MATCHED
           MOVE POD-RECEIVED-BY TO WS-CMP-VALUE
           PERFORM TEST-NAME
           IF WS-MATCHED NOT = "Y" THEN
               EXIT SECTION
           END-IF
           ADD 1 TO TAB-FOUND (IND-FILE) WS-CNT-TOTAL
           MOVE SPACES TO WS-KEY-TEXT
           STRING POD-DATE " ORDER " POD-ORDER-ID
               DELIMITED BY SIZE INTO WS-KEY-TEXT
           EVALUATE TRUE
           WHEN RUN-SEARCH
               MOVE "RECEIVED BY" TO WS-FIELD-TEXT
               MOVE POD-RECEIVED-BY TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
           WHEN RUN-ERASE
               MOVE "ERASED" TO POD-RECEIVED-BY
               REWRITE FD-POD
               END-REWRITE
               MOVE "POD-RECEIVED-BY" TO WS-FIELD-LIST
               MOVE "PODFILE" TO JRNL-FILE-TAG
      *> THE 13-BYTE KEY GOES ON THE JOURNAL AS YYMMDD + ORDER
               MOVE SPACES TO JRNL-RECORD-KEY
               MOVE POD-DATE (3:6) TO JRNL-RECORD-KEY (1:6)
               MOVE POD-ORDER-ID TO JRNL-RECORD-KEY (7:5)
               MOVE FD-POD TO JRNL-AFTER
               PERFORM WRITE-ERASE-JOURNAL
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************

       SCAN-PUPILDIETS SECTION.
           IF WS-MAT-PUPIL = SPACES THEN
               EXIT SECTION
           END-IF
           IF RUN-ERASE THEN
               OPEN I-O PUPILDIETS
           ELSE
               OPEN INPUT PUPILDIETS
           END-IF
           IF PUPILDIET-FS = NOT-FILE THEN
               CLOSE PUPILDIETS
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PUPILDIETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-PUPILDIET
               END-READ
           END-PERFORM
           CLOSE PUPILDIETS
           EXIT SECTION.

      *> THE PUPIL REFERENCE IS PART OF THE KEY AND THE PROFILE IS
      *> HEALTH DATA ONLY NEEDED WHILE THE PUPIL IS AT THE SCHOOL,
      *> SO THE ROW GOES; THE JOURNAL KEY CARRIES THE SCHOOL ONLY
       JUDGE-PUPILDIET SECTION.
           MOVE PDT-PUPIL-REF TO WS-CMP-VALUE
           MOVE PDT-SCHOOL-ID TO WS-CMP-SCHOOL
           PERFORM TEST-PUPIL
           IF WS-HIT NOT = "Y" THEN
               EXIT SECTION
           END-IF
           ADD 1 TO TAB-FOUND (IND-FILE) WS-CNT-TOTAL
           MOVE SPACES TO WS-KEY-TEXT
           STRING "SCHOOL " PDT-SCHOOL-ID
               DELIMITED BY SIZE INTO WS-KEY-TEXT
           EVALUATE TRUE
           WHEN RUN-SEARCH
               MOVE "PUPIL REF" TO WS-FIELD-TEXT
               MOVE PDT-PUPIL-REF TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
               MOVE "DIET" TO WS-FIELD-TEXT
               MOVE PDT-DIET-NAME TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
               MOVE "ALLERGENS" TO WS-FIELD-TEXT
               MOVE PDT-ALRG-FLAGS TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
               MOVE "CONSENT" TO WS-FIELD-TEXT
               MOVE PDT-CONSENT TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
               MOVE "VALID" TO WS-FIELD-TEXT
               MOVE SPACES TO WS-VALUE-TEXT
               STRING PDT-VALID-FROM " TO " PDT-VALID-TO
                   DELIMITED BY SIZE INTO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
           WHEN RUN-ERASE
               DELETE PUPILDIETS RECORD
               END-DELETE
               MOVE "PUPIL DIET PROFILE REMOVED" TO WS-FIELD-LIST
               MOVE "PUPILDIET" TO JRNL-FILE-TAG
               MOVE SPACES TO JRNL-RECORD-KEY
               MOVE PDT-SCHOOL-ID TO JRNL-RECORD-KEY (1:3)
               MOVE SPACES TO JRNL-AFTER
               PERFORM WRITE-ERASE-JOURNAL
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************

       SCAN-ORDDIETS SECTION.
           IF WS-MAT-PUPIL = SPACES THEN
               EXIT SECTION
           END-IF
           IF RUN-ERASE THEN
               OPEN I-O ORDDIETS
           ELSE
               OPEN INPUT ORDDIETS
           END-IF
           IF ORDDIET-FS = NOT-FILE THEN
               CLOSE ORDDIETS
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ORDDIETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-ORDDIET
               END-READ
           END-PERFORM
           CLOSE ORDDIETS
           EXIT SECTION.

      *> THE NAMED LINE IS PART OF A DELIVERED ORDER - WHAT WAS MADE
      *> AND AGAINST WHICH ALLERGENS STAYS, ONLY THE PUPIL GOES
       JUDGE-ORDDIET SECTION.
           MOVE ODT-PUPIL-REF TO WS-CMP-VALUE
           MOVE ODT-SCHOOL-ID TO WS-CMP-SCHOOL
           PERFORM TEST-PUPIL
           IF WS-HIT NOT = "Y" THEN
               EXIT SECTION
           END-IF
           ADD 1 TO TAB-FOUND (IND-FILE) WS-CNT-TOTAL
           MOVE SPACES TO WS-KEY-TEXT
           STRING "ORDER " ODT-ORDER-ID " LINE " ODT-LINE-NO
               DELIMITED BY SIZE INTO WS-KEY-TEXT
           EVALUATE TRUE
           WHEN RUN-SEARCH
               MOVE "PUPIL REF" TO WS-FIELD-TEXT
               MOVE ODT-PUPIL-REF TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
               MOVE "DIET" TO WS-FIELD-TEXT
               MOVE ODT-DIET-NAME TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
           WHEN RUN-ERASE
               MOVE "ERASED" TO ODT-PUPIL-REF
               REWRITE FD-ORDDIET
               END-REWRITE
               MOVE "ODT-PUPIL-REF" TO WS-FIELD-LIST
               MOVE "ORDDIET" TO JRNL-FILE-TAG
               MOVE SPACES TO JRNL-RECORD-KEY
               MOVE ODT-KEY TO JRNL-RECORD-KEY (1:8)
               MOVE FD-ORDDIET TO JRNL-AFTER
               PERFORM WRITE-ERASE-JOURNAL
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************

       SCAN-NOTIFY SECTION.
           IF RUN-ERASE THEN
               OPEN I-O NOTIFYBOX
           ELSE
               OPEN INPUT NOTIFYBOX
           END-IF
           IF NOTIFY-FS = NOT-FILE THEN
               CLOSE NOTIFYBOX
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ NOTIFYBOX NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-NOTIFY
               END-READ
           END-PERFORM
           CLOSE NOTIFYBOX
           EXIT SECTION.

      *> A NOTICE STILL WAITING FOR SOMEONE ERASED HAS NOWHERE LEFT
      *> TO GO, SO IT IS CLOSED AS WELL AS ANONYMISED
       JUDGE-NOTIFY SECTION.
           MOVE "N" TO WS-MATCHED
           MOVE NTF-RECIPIENT TO WS-CMP-VALUE
           PERFORM TEST-NAME
           PERFORM TEST-EMAIL
           PERFORM TEST-KEPT-EMAILS
           IF WS-MATCHED NOT = "Y" THEN
               EXIT SECTION
           END-IF
           ADD 1 TO TAB-FOUND (IND-FILE) WS-CNT-TOTAL
           MOVE SPACES TO WS-KEY-TEXT
           STRING "NOTICE " NTF-ID
               DELIMITED BY SIZE INTO WS-KEY-TEXT
           EVALUATE TRUE
           WHEN RUN-SEARCH
               MOVE "RECIPIENT" TO WS-FIELD-TEXT
               MOVE NTF-RECIPIENT TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
               MOVE "MESSAGE" TO WS-FIELD-TEXT
               MOVE NTF-TEXT TO WS-VALUE-TEXT
               PERFORM WRITE-HIT-LINE
           WHEN RUN-ERASE
               MOVE "ERASED" TO NTF-RECIPIENT
               IF NTF-PENDING THEN
                   MOVE "S" TO NTF-STATUS
               END-IF
               REWRITE FD-NOTIFY
               END-REWRITE
               MOVE "NTF-RECIPIENT" TO WS-FIELD-LIST
               MOVE "NOTIFYOUT" TO JRNL-FILE-TAG
               MOVE SPACES TO JRNL-RECORD-KEY
               MOVE NTF-ID TO JRNL-RECORD-KEY (1:6)
               MOVE FD-NOTIFY TO JRNL-AFTER
               PERFORM WRITE-ERASE-JOURNAL
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************
      *    FIELD TESTS - EACH SETS WS-HIT FOR THE FIELD JUST TESTED
      *    AND SWITCHES WS-MATCHED ON FOR THE RECORD AS A WHOLE
      ******************************************************************
       TEST-NAME SECTION.
           MOVE "N" TO WS-HIT
           IF WS-MAT-NAME = SPACES OR WS-CMP-VALUE = SPACES THEN
               EXIT SECTION
           END-IF
           IF UPPER-CASE (TRIM (WS-CMP-VALUE)) = WS-MAT-NAME THEN
               MOVE "Y" TO WS-HIT WS-MATCHED
           END-IF
           EXIT SECTION.

       TEST-EMAIL SECTION.
           MOVE "N" TO WS-HIT
           IF WS-MAT-EMAIL = SPACES OR WS-CMP-VALUE = SPACES THEN
               EXIT SECTION
           END-IF
           IF UPPER-CASE (TRIM (WS-CMP-VALUE)) = WS-MAT-EMAIL THEN
               MOVE "Y" TO WS-HIT WS-MATCHED
           END-IF
           EXIT SECTION.

       TEST-PHONE SECTION.
           MOVE "N" TO WS-HIT
           IF WS-MAT-PHONE = SPACES OR WS-CMP-VALUE = SPACES THEN
               EXIT SECTION
           END-IF
           IF UPPER-CASE (TRIM (WS-CMP-VALUE)) = WS-MAT-PHONE THEN
               MOVE "Y" TO WS-HIT WS-MATCHED
           END-IF
           EXIT SECTION.

      *> A PUPIL REFERENCE IS ONLY UNIQUE WITHIN ITS SCHOOL - SCHOOL
      *> ZERO ON THE SCREEN MEANS EVERY SCHOOL
       TEST-PUPIL SECTION.
           MOVE "N" TO WS-HIT
           IF WS-MAT-PUPIL = SPACES OR WS-CMP-VALUE = SPACES THEN
               EXIT SECTION
           END-IF
           IF WS-SUB-SCHOOL NOT = ZEROS
              AND WS-SUB-SCHOOL NOT = WS-CMP-SCHOOL THEN
               EXIT SECTION
           END-IF
           IF UPPER-CASE (TRIM (WS-CMP-VALUE)) = WS-MAT-PUPIL THEN
               MOVE "Y" TO WS-HIT
           END-IF
           EXIT SECTION.

       TEST-KEPT-EMAILS SECTION.
           IF WS-CMP-VALUE = SPACES THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING IND-EMAIL FROM 1 BY 1
                   UNTIL IND-EMAIL > MAX-EMAIL-ROW
               IF UPPER-CASE (TRIM (WS-CMP-VALUE))
                  = TAB-EMAIL (IND-EMAIL) THEN
                   MOVE "Y" TO WS-MATCHED
               END-IF
           END-PERFORM
           EXIT SECTION.

       KEEP-EMAIL SECTION.
           IF WS-CMP-VALUE = SPACES OR MAX-EMAIL-ROW >= MAX-EMAILS THEN
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-EMAIL-ROW
           MOVE UPPER-CASE (TRIM (WS-CMP-VALUE))
             TO TAB-EMAIL (MAX-EMAIL-ROW)
           EXIT SECTION.

      ******************************************************************

       WRITE-HIT-LINE SECTION.
           MOVE SPACES TO RPT-DETAIL
           MOVE TAB-FILE-NAME (IND-FILE) TO RPT-DET-FILE
           MOVE WS-KEY-TEXT TO RPT-DET-KEY
           MOVE WS-FIELD-TEXT TO RPT-DET-FIELD
           MOVE WS-VALUE-TEXT TO RPT-DET-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      *> THE BEFORE IMAGE SAYS WHY AND WHICH FIELDS - NEVER WHAT
      *> THEY HELD; THE AFTER IMAGE IS THE ANONYMISED ROW
       WRITE-ERASE-JOURNAL SECTION.
           MOVE SPACES TO JRNL-BEFORE
           STRING WS-ERASE-REASON " " WS-FIELD-LIST
               DELIMITED BY SIZE INTO JRNL-BEFORE
           MOVE "E" TO JRNL-ACTION
           MOVE WS-USER-ROLE TO JRNL-USER-ROLE
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           MOVE SPACES TO RPT-DETAIL
           MOVE TAB-FILE-NAME (IND-FILE) TO RPT-DET-FILE
           MOVE WS-KEY-TEXT TO RPT-DET-KEY
           MOVE "CLEARED" TO RPT-DET-FIELD
           MOVE WS-FIELD-LIST TO RPT-DET-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      ******************************************************************
      *    RETENTION PERIOD - ONE CONTROL RECORD, REWRITTEN WHOLE
      ******************************************************************
       SET-RETENTION SECTION.
           PERFORM READ-POLICY
           MOVE WS-RETAIN-MONTHS TO WS-NEW-MONTHS
           DISPLAY CLEAR-SCREEN
           DISPLAY POLICY-SCREEN
           ACCEPT POLICY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF WS-NEW-MONTHS = WS-RETAIN-MONTHS THEN
               EXIT SECTION
           END-IF
           IF WS-NEW-MONTHS = ZEROS THEN
               MOVE "THE PERIOD MUST BE AT LEAST ONE MONTH"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE "C" TO WS-PERM-ACTION
           MOVE "Y" TO WS-PERM-AUDIT
           CALL "PERMCHK" USING WS-PERM-PROGRAM WS-PERM-ACTION
               WS-PERM-AUDIT WS-PERM-ALLOWED
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               MOVE "YOU ARE NOT ALLOWED TO CHANGE THE RETENTION"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           OPEN OUTPUT PDPOLICY
           MOVE WS-NEW-MONTHS TO PDP-RETAIN-MONTHS
           ACCEPT PDP-CHANGED-DATE FROM DATE YYYYMMDD
           MOVE WS-USER-CODE TO PDP-CHANGED-BY
           WRITE FD-PDPOLICY
           CLOSE PDPOLICY
           MOVE "RETENTION PERIOD SAVED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       READ-POLICY SECTION.
           MOVE DEFAULT-RETAIN-MONTHS TO WS-RETAIN-MONTHS
           MOVE SPACES TO WS-POL-CHANGED-BY
           MOVE ZEROS TO WS-POL-CHANGED-DATE
           OPEN INPUT PDPOLICY
           IF PDPOLICY-FS NOT = ZEROS THEN
               CLOSE PDPOLICY
               EXIT SECTION
           END-IF
           READ PDPOLICY
               AT END CONTINUE
               NOT AT END
                   MOVE PDP-RETAIN-MONTHS TO WS-RETAIN-MONTHS
                   MOVE PDP-CHANGED-BY TO WS-POL-CHANGED-BY
                   MOVE PDP-CHANGED-DATE TO WS-POL-CHANGED-DATE
           END-READ
           CLOSE PDPOLICY
           EXIT SECTION.

       END PROGRAM PERSDATA.
