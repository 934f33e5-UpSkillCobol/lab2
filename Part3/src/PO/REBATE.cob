      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SUPPLIER VOLUME REBATE AGREEMENTS - KEYS A NEW AGREEMENT
      *    WITH ITS PERIOD, BASIS, TIERS AND INGREDIENT SCOPE, AND
      *    RECORDS WHAT THE SUPPLIER SETTLED ON A CLAIMED AGREEMENT
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    THE SETTLEMENT IS RAISED AS A REBATE DEBIT NOTE ON FXSUPRET
      *    SO THE NEXT PAYMENT PROPOSAL AND REMITTANCE NET IT OFF WHAT
      *    WE OWE THE SUPPLIER; GLPOST BOOKS IT DR PAYABLES / CR
      *    REBATES RECEIVABLE. ANY DIFFERENCE TO WHAT WAS ACCRUED IS
      *    TRUED UP THROUGH PURCHASES BY A RELEASED JOURNAL ENTRY
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REBATES ASSIGN TO "FXREBATES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RBT-ID
           FILE STATUS IS REBATE-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-ID
           ALTERNATE KEY IS SUPPLIER-TOWN WITH DUPLICATES
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS SUPP-STATUS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

           SELECT SUPRETS ASSIGN TO "FXSUPRET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTN-ID
           ALTERNATE RECORD KEY IS RTN-SUPPLIER-ID WITH DUPLICATES
           FILE STATUS IS SUPRET-FS.

           SELECT JOURNALS ASSIGN TO "FXJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JNL-ID
           FILE STATUS IS JOURNAL-FS.

           SELECT JNLKEYS ASSIGN TO "JNLKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JNLKEY-FS.

      *> RUNNING COUNTERS FOR THE NEXT RBT-ID AND RTN-ID
           SELECT REBATEKEYS ASSIGN TO "REBATEKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REBATEKEY-FS.

           SELECT SUPRETKEYS ASSIGN TO "SUPRETKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SUPRETKEY-FS.

      *> SHARED AUDIT TRAIL FOR EVERY KEYS COUNTER ADVANCED SYSTEM-WIDE
           SELECT KEYSAUDIT ASSIGN TO "KEYSAUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATES.
       COPY FD-REBATE.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       FD  SUPRETS.
       COPY FD-SUPRET.

       FD  JOURNALS.
       COPY FD-JOURNAL.

       FD  JNLKEYS.
       01  FDJNLKEYS                            PIC 9(006).

       FD  REBATEKEYS.
       01  FDREBATEKEYS                         PIC 9(006).

       FD  SUPRETKEYS.
       01  FDSUPRETKEYS                         PIC 9(006).

       FD  KEYSAUDIT.
       01  KEYS-AUDIT-RECORD.
           05  AUD-COUNTER-NAME                 PIC X(012).
           05  AUD-OLD-VALUE                    PIC 9(006).
           05  AUD-NEW-VALUE                    PIC 9(006).
           05  AUD-DATE                         PIC 9(008).
           05  AUD-TIME                         PIC 9(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  REBATE-FS                            PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  SUPRET-FS                            PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  JNLKEY-FS                            PIC 9(002).
       77  REBATEKEY-FS                         PIC 9(002).
       77  SUPRETKEY-FS                         PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  RBT-COUNTER-NAME                     VALUE "REBATEKEYS".
       78  RTN-COUNTER-NAME                     VALUE "SUPRETKEYS".

       78  ACCT-REBATES-RECEIVABLE              VALUE 1300.
       78  ACCT-PURCHASES                       VALUE 5000.
       78  CENTRAL-SITE                         VALUE 0.

       77  PRESS-KEY                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-SAVE                              PIC X(001).
           88 SAVE-YES                          VALUE "Y" "y".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-PERCHECK-DATE                     PIC 9(008).
       77  WS-PERIOD-OPEN                       PIC X(001).

       77  WS-ENT-SUPPLIER                      PIC 9(003).
       77  WS-ENT-DESC                          PIC X(030).
       77  WS-ENT-START                         PIC 9(008).
       77  WS-ENT-END                           PIC 9(008).
       77  WS-ENT-BASIS                         PIC X(001).
           88 ENT-BASIS-VALID                   VALUE "V" "Q".

       01  WS-ENT-SCOPE.
           05 WS-ENT-ING-1                      PIC 9(003).
           05 WS-ENT-ING-2                      PIC 9(003).
           05 WS-ENT-ING-3                      PIC 9(003).
           05 WS-ENT-ING-4                      PIC 9(003).
           05 WS-ENT-ING-5                      PIC 9(003).
       01  WS-ENT-SCOPE-TABLE REDEFINES WS-ENT-SCOPE.
           05 WS-ENT-ING OCCURS 5 TIMES         PIC 9(003).

       01  WS-ENT-TIERS.
           05 WS-ENT-FROM-1                     PIC 9(009)V99.
           05 WS-ENT-PCT-1                      PIC 9(002)V99.
           05 WS-ENT-FROM-2                     PIC 9(009)V99.
           05 WS-ENT-PCT-2                      PIC 9(002)V99.
           05 WS-ENT-FROM-3                     PIC 9(009)V99.
           05 WS-ENT-PCT-3                      PIC 9(002)V99.
           05 WS-ENT-FROM-4                     PIC 9(009)V99.
           05 WS-ENT-PCT-4                      PIC 9(002)V99.
           05 WS-ENT-FROM-5                     PIC 9(009)V99.
           05 WS-ENT-PCT-5                      PIC 9(002)V99.
       01  WS-ENT-TIER-TABLE REDEFINES WS-ENT-TIERS.
           05 WS-ENT-TIER OCCURS 5 TIMES.
               10 WS-ENT-FROM                   PIC 9(009)V99.
               10 WS-ENT-PCT                    PIC 9(002)V99.

       77  WS-IX                                PIC 9(001).
       77  WS-SCOPE-COUNT                       PIC 9(001).
       77  WS-TIER-COUNT                        PIC 9(001).
       77  WS-GAP-SEEN                          PIC X(001).

       77  WS-ENT-RBT-ID                        PIC 9(006).
       77  WS-ENT-SETTLE                        PIC 9(007)V99.
       77  WS-ENT-SETTLE-DATE                   PIC 9(008).

       77  WS-NEW-RBT-ID                        PIC 9(006).
       77  WS-NEW-RTN-ID                        PIC 9(006).
       77  WS-NEW-JNL-ID                        PIC 9(006).
       77  WS-AUDIT-OLD-VALUE                   PIC 9(006).
       77  WS-TRUE-UP                           PIC S9(007)V99.
       77  WS-ENTRY-AMOUNT                      PIC 9(007)V99.
       77  WS-CLAIM-SHOW                        PIC ZZZZZZ9.99.
       77  WS-TRUE-UP-SHOW                      PIC -ZZZZZZ9.99.
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | SUPPLIER REBATES" LINE 02 COL 10.
           05 VALUE "1 - NEW REBATE AGREEMENT"     LINE 05 COL 10.
           05 VALUE "2 - RECORD A SETTLEMENT"      LINE 06 COL 10.
           05 VALUE "3 - BACK"                     LINE 07 COL 10.
           05 VALUE "OPTION:"                      LINE 09 COL 10.
           05 SS-MENU PIC 9(001) LINE 09 COL 20 TO WS-MENU-OPTION.

      ******************************************************************

       01  ENTRY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | NEW REBATE AGREEMENT" LINE 02 COL 10.
           05 VALUE "F3 - BACK"            LINE 02 COL 60.
           05 VALUE "SUPPLIER...........:" LINE 04 COL 10.
           05 SS-SUPPLIER PIC 9(003)       LINE 04 COL 32
              USING WS-ENT-SUPPLIER.
           05 VALUE "DESCRIPTION........:" LINE 05 COL 10.
           05 SS-DESC PIC X(030)           LINE 05 COL 32
              USING WS-ENT-DESC.
           05 VALUE "FROM (YYYYMMDD)....:" LINE 06 COL 10.
           05 SS-START PIC 9(008)          LINE 06 COL 32
              USING WS-ENT-START.
           05 VALUE "TO (YYYYMMDD)......:" LINE 07 COL 10.
           05 SS-END PIC 9(008)            LINE 07 COL 32
              USING WS-ENT-END.
           05 VALUE "BASIS..............:" LINE 08 COL 10.
           05 SS-BASIS PIC X(001)          LINE 08 COL 32
              USING WS-ENT-BASIS.
           05 VALUE "(V=VALUE Q=QUANTITY)" LINE 08 COL 46.
           05 VALUE "INGREDIENTS........:" LINE 09 COL 10.
           05 SS-ING-1 PIC 9(003)          LINE 09 COL 32
              USING WS-ENT-ING-1.
           05 SS-ING-2 PIC 9(003)          LINE 09 COL 36
              USING WS-ENT-ING-2.
           05 SS-ING-3 PIC 9(003)          LINE 09 COL 40
              USING WS-ENT-ING-3.
           05 SS-ING-4 PIC 9(003)          LINE 09 COL 44
              USING WS-ENT-ING-4.
           05 SS-ING-5 PIC 9(003)          LINE 09 COL 48
              USING WS-ENT-ING-5.
           05 VALUE "(ALL 0 = EVERYTHING)" LINE 09 COL 54.
           05 VALUE "TIER  FROM (VALUE OR UNITS)    REBATE %"
              LINE 11 COL 10.
           05 VALUE "1"                    LINE 12 COL 10.
           05 SS-FROM-1 PIC 9(009)V99      LINE 12 COL 16
              USING WS-ENT-FROM-1.
           05 SS-PCT-1 PIC 9(002)V99       LINE 12 COL 41
              USING WS-ENT-PCT-1.
           05 VALUE "2"                    LINE 13 COL 10.
           05 SS-FROM-2 PIC 9(009)V99      LINE 13 COL 16
              USING WS-ENT-FROM-2.
           05 SS-PCT-2 PIC 9(002)V99       LINE 13 COL 41
              USING WS-ENT-PCT-2.
           05 VALUE "3"                    LINE 14 COL 10.
           05 SS-FROM-3 PIC 9(009)V99      LINE 14 COL 16
              USING WS-ENT-FROM-3.
           05 SS-PCT-3 PIC 9(002)V99       LINE 14 COL 41
              USING WS-ENT-PCT-3.
           05 VALUE "4"                    LINE 15 COL 10.
           05 SS-FROM-4 PIC 9(009)V99      LINE 15 COL 16
              USING WS-ENT-FROM-4.
           05 SS-PCT-4 PIC 9(002)V99       LINE 15 COL 41
              USING WS-ENT-PCT-4.
           05 VALUE "5"                    LINE 16 COL 10.
           05 SS-FROM-5 PIC 9(009)V99      LINE 16 COL 16
              USING WS-ENT-FROM-5.
           05 SS-PCT-5 PIC 9(002)V99       LINE 16 COL 41
              USING WS-ENT-PCT-5.

       01  ADD-CONFIRM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SAVE THE AGREEMENT (Y/N)?" LINE 19 COL 10.
           05 SS-ADD-SAVE PIC X(001)       LINE 19 COL 38 TO WS-SAVE.

      ******************************************************************

       01  SETTLE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | REBATE SETTLEMENT" LINE 02 COL 10.
           05 VALUE "F3 - BACK"            LINE 02 COL 60.
           05 VALUE "AGREEMENT ID.......:" LINE 05 COL 10.
           05 SS-RBT-ID PIC 9(006)         LINE 05 COL 32
              TO WS-ENT-RBT-ID.
           05 VALUE "AMOUNT SETTLED.....:" LINE 06 COL 10.
           05 SS-SETTLE PIC 9(007)V99      LINE 06 COL 32
              TO WS-ENT-SETTLE.
           05 VALUE "SETTLED (YYYYMMDD).:" LINE 07 COL 10.
           05 SS-SETTLE-DATE PIC 9(008)    LINE 07 COL 32
              USING WS-ENT-SETTLE-DATE.

       01  SETTLE-CONFIRM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "AGREEMENT..........:" LINE 10 COL 10.
           05 SS-SET-DESC PIC X(030)       LINE 10 COL 32
              FROM RBT-DESC.
           05 VALUE "AMOUNT CLAIMED.....:" LINE 11 COL 10.
           05 SS-CLAIMED PIC X(010)        LINE 11 COL 32
              FROM WS-CLAIM-SHOW.
           05 VALUE "OVER / UNDER (-)...:" LINE 12 COL 10.
           05 SS-TRUE-UP PIC X(011)        LINE 12 COL 32
              FROM WS-TRUE-UP-SHOW.
           05 VALUE "RECORD THE SETTLEMENT (Y/N)?" LINE 14 COL 10.
           05 SS-SET-SAVE PIC X(001)       LINE 14 COL 41 TO WS-SAVE.

      ******************************************************************

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060)  LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM ADD-AGREEMENT
                   WHEN 2 PERFORM RECORD-SETTLEMENT
               END-EVALUATE
           END-PERFORM
           GOBACK.

      ******************************************************************
      *    NEW AGREEMENT
      ******************************************************************
       ADD-AGREEMENT SECTION.
           MOVE ZEROS TO WS-ENT-SUPPLIER, WS-ENT-END
           MOVE SPACES TO WS-ENT-DESC
           MOVE "V" TO WS-ENT-BASIS
           MOVE WS-TODAY-NUM TO WS-ENT-START
           MOVE ZEROS TO WS-ENT-SCOPE, WS-ENT-TIERS
           DISPLAY CLEAR-SCREEN
           DISPLAY ENTRY-SCREEN
           ACCEPT ENTRY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF

           PERFORM VALIDATE-AGREEMENT
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-SAVE
           DISPLAY ADD-CONFIRM-SCREEN
           ACCEPT ADD-CONFIRM-SCREEN
           IF KEYSTATUS = F3 OR NOT SAVE-YES THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF

           PERFORM GET-REBATE-ID
           PERFORM WRITE-AGREEMENT
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "REBATE AGREEMENT " WS-NEW-RBT-ID " SAVED"
               INTO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       VALIDATE-AGREEMENT SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE UPPER-CASE (WS-ENT-BASIS) TO WS-ENT-BASIS
           IF WS-ENT-DESC = SPACES THEN
               MOVE "A DESCRIPTION IS REQUIRED - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ENT-START) NOT = ZEROS
              OR TEST-DATE-YYYYMMDD (WS-ENT-END) NOT = ZEROS
              OR WS-ENT-END NOT > WS-ENT-START THEN
               MOVE "AGREEMENT PERIOD IS NOT VALID" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF NOT ENT-BASIS-VALID THEN
               MOVE "BASIS MUST BE V OR Q" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF

           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS = NOT-FILE THEN
               MOVE "NO SUPPLIERS ON FILE YET" TO WS-ERROR-TEXT
           ELSE
               MOVE WS-ENT-SUPPLIER TO SUPPLIER-ID
               READ FXSUPPLY
                   INVALID KEY
                       MOVE "SUPPLIER NOT ON FILE" TO WS-ERROR-TEXT
               END-READ
           END-IF
           CLOSE FXSUPPLY
           IF WS-ERROR-TEXT NOT = SPACES THEN
               EXIT SECTION
           END-IF

           PERFORM CHECK-SCOPE
           IF WS-ERROR-TEXT NOT = SPACES THEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-TIERS
           EXIT SECTION.

      *> EVERY INGREDIENT KEYED MUST BE ON FILE; THEY ARE PACKED TO
      *> THE FRONT OF THE SCOPE
       CHECK-SCOPE SECTION.
           MOVE ZEROS TO WS-SCOPE-COUNT
           OPEN INPUT FXINGRED
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               IF WS-ENT-ING (WS-IX) NOT = ZEROS
                  AND WS-ERROR-TEXT = SPACES THEN
                   MOVE WS-ENT-ING (WS-IX) TO INGREDS-ID
                   READ FXINGRED
                       INVALID KEY
                           MOVE SPACES TO WS-ERROR-TEXT
                           STRING "INGREDIENT " WS-ENT-ING (WS-IX)
                               " NOT ON FILE" INTO WS-ERROR-TEXT
                       NOT INVALID KEY
                           ADD 1 TO WS-SCOPE-COUNT
                           MOVE WS-ENT-ING (WS-IX)
                             TO WS-ENT-ING (WS-SCOPE-COUNT)
                   END-READ
               END-IF
           END-PERFORM
           CLOSE FXINGRED
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               IF WS-IX > WS-SCOPE-COUNT THEN
                   MOVE ZEROS TO WS-ENT-ING (WS-IX)
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> TIERS RUN FROM THE TOP WITHOUT GAPS, THRESHOLDS RISING
       CHECK-TIERS SECTION.
           MOVE ZEROS TO WS-TIER-COUNT
           MOVE SPACES TO WS-GAP-SEEN
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               IF WS-ENT-PCT (WS-IX) = ZEROS THEN
                   MOVE "Y" TO WS-GAP-SEEN
                   IF WS-ENT-FROM (WS-IX) NOT = ZEROS THEN
                       MOVE "EVERY TIER NEEDS A REBATE %"
                         TO WS-ERROR-TEXT
                   END-IF
               ELSE
                   IF WS-GAP-SEEN = "Y" THEN
                       MOVE "TIERS MUST BE KEYED FROM THE TOP, NO GAPS"
                         TO WS-ERROR-TEXT
                   END-IF
                   IF WS-IX > 1 THEN
                       IF WS-ENT-FROM (WS-IX)
                          NOT > WS-ENT-FROM (WS-IX - 1) THEN
                           MOVE "TIER THRESHOLDS MUST RISE"
                             TO WS-ERROR-TEXT
                       END-IF
                   END-IF
                   ADD 1 TO WS-TIER-COUNT
               END-IF
           END-PERFORM
           IF WS-TIER-COUNT = ZEROS AND WS-ERROR-TEXT = SPACES THEN
               MOVE "AT LEAST ONE TIER IS REQUIRED" TO WS-ERROR-TEXT
           END-IF
           EXIT SECTION.

       GET-REBATE-ID SECTION.
           OPEN I-O REBATEKEYS
           IF REBATEKEY-FS = NOT-FILE THEN
               CLOSE REBATEKEYS
               OPEN OUTPUT REBATEKEYS
               MOVE ZEROS TO FDREBATEKEYS
               WRITE FDREBATEKEYS
               CLOSE REBATEKEYS
               OPEN I-O REBATEKEYS
           END-IF
           READ REBATEKEYS
               MOVE FDREBATEKEYS TO WS-AUDIT-OLD-VALUE
               ADD 1 TO FDREBATEKEYS
               MOVE FDREBATEKEYS TO WS-NEW-RBT-ID
           REWRITE FDREBATEKEYS
           CLOSE REBATEKEYS

           MOVE RBT-COUNTER-NAME TO AUD-COUNTER-NAME
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-RBT-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
               WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

       WRITE-AGREEMENT SECTION.
           OPEN I-O REBATES
           IF REBATE-FS = NOT-FILE THEN
               CLOSE REBATES
               OPEN OUTPUT REBATES
               CLOSE REBATES
               OPEN I-O REBATES
           END-IF
           INITIALIZE FD-REBATE
           MOVE WS-NEW-RBT-ID TO RBT-ID
           MOVE WS-ENT-SUPPLIER TO RBT-SUPPLIER-ID
           MOVE WS-ENT-DESC TO RBT-DESC
           MOVE WS-ENT-START TO RBT-START-DATE
           MOVE WS-ENT-END TO RBT-END-DATE
           MOVE WS-ENT-BASIS TO RBT-BASIS
           MOVE WS-SCOPE-COUNT TO RBT-SCOPE-COUNT
           MOVE WS-TIER-COUNT TO RBT-TIER-COUNT
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE WS-ENT-ING (WS-IX) TO RBT-SCOPE-INGRED (WS-IX)
               MOVE WS-ENT-FROM (WS-IX) TO RBT-TIER-FROM (WS-IX)
               MOVE WS-ENT-PCT (WS-IX) TO RBT-TIER-PCT (WS-IX)
           END-PERFORM
           MOVE "A" TO RBT-STATUS
           WRITE FD-REBATE
           END-WRITE
           CLOSE REBATES
           EXIT SECTION.

      ******************************************************************
      *    SETTLEMENT OF A CLAIMED AGREEMENT
      ******************************************************************
       RECORD-SETTLEMENT SECTION.
           MOVE ZEROS TO WS-ENT-RBT-ID, WS-ENT-SETTLE
           MOVE WS-TODAY-NUM TO WS-ENT-SETTLE-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY SETTLE-SCREEN
           ACCEPT SETTLE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF

           OPEN I-O REBATES
           IF REBATE-FS = NOT-FILE THEN
               CLOSE REBATES
               MOVE "NO REBATE AGREEMENTS ON FILE YET" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-RBT-ID TO RBT-ID
           READ REBATES
               INVALID KEY
                   CLOSE REBATES
                   MOVE "AGREEMENT NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           IF NOT RBT-CLAIMED THEN
               CLOSE REBATES
               MOVE "ONLY A CLAIMED AGREEMENT CAN BE SETTLED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ENT-SETTLE-DATE) NOT = ZEROS THEN
               CLOSE REBATES
               MOVE "SETTLEMENT DATE IS NOT VALID" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-SETTLE-DATE TO WS-PERCHECK-DATE
           CALL "PERCHECK" USING WS-PERCHECK-DATE WS-PERIOD-OPEN
           IF WS-PERIOD-OPEN NOT = "Y" THEN
               CLOSE REBATES
               MOVE "THAT PERIOD IS CLOSED - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           COMPUTE WS-TRUE-UP = WS-ENT-SETTLE - RBT-ACCRUED
           MOVE RBT-CLAIM-AMOUNT TO WS-CLAIM-SHOW
           MOVE WS-TRUE-UP TO WS-TRUE-UP-SHOW
           MOVE SPACES TO WS-SAVE
           DISPLAY SETTLE-CONFIRM-SCREEN
           ACCEPT SETTLE-CONFIRM-SCREEN
           IF KEYSTATUS = F3 OR NOT SAVE-YES THEN
               MOVE ZEROS TO KEYSTATUS
               CLOSE REBATES
               EXIT SECTION
           END-IF

           MOVE ZEROS TO WS-NEW-RTN-ID
           IF WS-ENT-SETTLE > ZEROS THEN
               PERFORM GET-RETURN-ID
               PERFORM WRITE-REBATE-NOTE
           END-IF
           IF WS-TRUE-UP NOT = ZEROS THEN
               PERFORM WRITE-TRUE-UP-ENTRY
           END-IF
           MOVE "S" TO RBT-STATUS
           MOVE WS-ENT-SETTLE-DATE TO RBT-SETTLE-DATE
           MOVE WS-ENT-SETTLE TO RBT-SETTLE-AMOUNT
           MOVE WS-NEW-RTN-ID TO RBT-SETTLE-RTN-ID
           REWRITE FD-REBATE
           END-REWRITE
           CLOSE REBATES
           MOVE SPACES TO WS-ERROR-TEXT
           IF WS-NEW-RTN-ID = ZEROS THEN
               STRING "AGREEMENT " RBT-ID " CLOSED - NOTHING SETTLED"
                   INTO WS-ERROR-TEXT
           ELSE
               STRING "AGREEMENT " RBT-ID " SETTLED - DEBIT NOTE "
                   WS-NEW-RTN-ID " RAISED" INTO WS-ERROR-TEXT
           END-IF
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       GET-RETURN-ID SECTION.
           OPEN I-O SUPRETKEYS
           IF SUPRETKEY-FS = NOT-FILE THEN
               CLOSE SUPRETKEYS
               OPEN OUTPUT SUPRETKEYS
               MOVE ZEROS TO FDSUPRETKEYS
               WRITE FDSUPRETKEYS
               CLOSE SUPRETKEYS
               OPEN I-O SUPRETKEYS
           END-IF
           READ SUPRETKEYS
               MOVE FDSUPRETKEYS TO WS-AUDIT-OLD-VALUE
               ADD 1 TO FDSUPRETKEYS
               MOVE FDSUPRETKEYS TO WS-NEW-RTN-ID
           REWRITE FDSUPRETKEYS
           CLOSE SUPRETKEYS

           MOVE RTN-COUNTER-NAME TO AUD-COUNTER-NAME
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-RTN-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
               WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

      *> AN OPEN NOTE WITH NO ORDER - THE PAYMENT RUN NETS IT OFF THE
      *> SUPPLIER'S TOTAL, APINV NEVER TAKES IT AGAINST AN INVOICE
       WRITE-REBATE-NOTE SECTION.
           OPEN I-O SUPRETS
           IF SUPRET-FS = NOT-FILE THEN
               CLOSE SUPRETS
               OPEN OUTPUT SUPRETS
               CLOSE SUPRETS
               OPEN I-O SUPRETS
           END-IF
           INITIALIZE FD-SUPRET
           MOVE WS-NEW-RTN-ID TO RTN-ID
           MOVE WS-ENT-SETTLE-DATE TO RTN-DATE
           MOVE RBT-SUPPLIER-ID TO RTN-SUPPLIER-ID
           MOVE ZEROS TO RTN-PO-ID, RTN-PO-LINE-NO, RTN-INGRED-ID
           MOVE SPACES TO RTN-BATCH-LOT
           MOVE ZEROS TO RTN-QTY, RTN-UNIT-PRICE
           MOVE WS-ENT-SETTLE TO RTN-VALUE
           MOVE CENTRAL-SITE TO RTN-SITE-ID
           MOVE "B" TO RTN-REASON
           MOVE ZEROS TO RTN-COMPLAINT-ID
           MOVE "N" TO RTN-STOCK-POSTED
           MOVE "O" TO RTN-DN-STATUS
           MOVE ZEROS TO RTN-NETTED-DATE
           MOVE SPACES TO RTN-AP-INVOICE-NO
           MOVE "N" TO RTN-GL-POSTED
           WRITE FD-SUPRET
           END-WRITE
           CLOSE SUPRETS
           EXIT SECTION.

      *> A SETTLEMENT ABOVE THE ACCRUAL TAKES PURCHASES FURTHER DOWN,
      *> ONE BELOW IT GIVES THE SHORTFALL BACK
       WRITE-TRUE-UP-ENTRY SECTION.
           OPEN I-O JOURNALS
           IF JOURNAL-FS = NOT-FILE THEN
               CLOSE JOURNALS
               OPEN OUTPUT JOURNALS
               CLOSE JOURNALS
               OPEN I-O JOURNALS
           END-IF
           PERFORM NEXT-JOURNAL-ID
           INITIALIZE FD-JOURNAL
           MOVE WS-NEW-JNL-ID TO JNL-ID
           MOVE "E" TO JNL-KIND
           MOVE WS-ENT-SETTLE-DATE TO JNL-DATE
           STRING "REBATE SETTLEMENT AGRMT " RBT-ID
               DELIMITED BY SIZE INTO JNL-DESC
           MOVE ZEROS TO JNL-KEYED-BY
           MOVE "A" TO JNL-STATUS
           MOVE "N" TO JNL-AUTO-REVERSE
           IF WS-TRUE-UP > ZEROS THEN
               MOVE WS-TRUE-UP TO WS-ENTRY-AMOUNT
               MOVE ACCT-REBATES-RECEIVABLE TO JNL-LN-ACCOUNT (1)
               MOVE ACCT-PURCHASES TO JNL-LN-ACCOUNT (2)
           ELSE
               COMPUTE WS-ENTRY-AMOUNT = ZEROS - WS-TRUE-UP
               MOVE ACCT-PURCHASES TO JNL-LN-ACCOUNT (1)
               MOVE ACCT-REBATES-RECEIVABLE TO JNL-LN-ACCOUNT (2)
           END-IF
           MOVE WS-ENTRY-AMOUNT TO JNL-TOTAL
           MOVE 2 TO JNL-LINE-COUNT
           MOVE CENTRAL-SITE TO JNL-LN-SITE-ID (1)
           MOVE WS-ENTRY-AMOUNT TO JNL-LN-DEBIT (1)
           MOVE ZEROS TO JNL-LN-CREDIT (1)
           MOVE CENTRAL-SITE TO JNL-LN-SITE-ID (2)
           MOVE ZEROS TO JNL-LN-DEBIT (2)
           MOVE WS-ENTRY-AMOUNT TO JNL-LN-CREDIT (2)
           WRITE FD-JOURNAL
           END-WRITE
           CLOSE JOURNALS
           EXIT SECTION.

       NEXT-JOURNAL-ID SECTION.
           OPEN I-O JNLKEYS
           IF JNLKEY-FS = NOT-FILE THEN
               CLOSE JNLKEYS
               OPEN OUTPUT JNLKEYS
               MOVE ZEROS TO FDJNLKEYS
               WRITE FDJNLKEYS
               CLOSE JNLKEYS
               OPEN I-O JNLKEYS
           END-IF
           READ JNLKEYS
               ADD 1 TO FDJNLKEYS
               MOVE FDJNLKEYS TO WS-NEW-JNL-ID
           REWRITE FDJNLKEYS
           CLOSE JNLKEYS
           EXIT SECTION.

       END PROGRAM REBATE.
