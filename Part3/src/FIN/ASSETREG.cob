      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    FIXED ASSET REGISTER - KEYS A NEW VAN OR PIECE OF KITCHEN
      *    EQUIPMENT WITH ITS COST, SITE, USEFUL LIFE AND RESIDUAL
      *    VALUE, AND DISPOSES OF ONE AT ITS NET BOOK VALUE | V0.1
      *    15.10.2026
      ******************************************************************
      *    AN ACQUISITION IS BOOKED DR FIXED ASSETS / CR BANK. A
      *    DISPOSAL TAKES THE COST OUT OF FIXED ASSETS AND THE
      *    DEPRECIATION CHARGED SO FAR OUT OF ACCUMULATED DEPRECIATION,
      *    BANKS THE PROCEEDS AND BOOKS THE DIFFERENCE AS A GAIN OR A
      *    LOSS. BOTH GO ON AS RELEASED JOURNAL ENTRIES FOR GLPOST
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ASSETS ASSIGN TO "FXASSETS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AST-ID
           FILE STATUS IS ASSET-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

           SELECT VEHICLES ASSIGN TO "FXVEHICLES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEH-ID
           FILE STATUS IS VEHICLE-FS.

           SELECT TEMPLOG ASSIGN TO "FXTEMPLOG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TLG-KEY
           FILE STATUS IS TEMPLOG-FS.

           SELECT JOURNALS ASSIGN TO "FXJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JNL-ID
           FILE STATUS IS JOURNAL-FS.

           SELECT JNLKEYS ASSIGN TO "JNLKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JNLKEY-FS.

      *> RUNNING COUNTER FOR THE NEXT AST-ID
           SELECT ASSETKEYS ASSIGN TO "ASSETKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ASSETKEY-FS.

      *> SHARED AUDIT TRAIL FOR EVERY KEYS COUNTER ADVANCED SYSTEM-WIDE
           SELECT KEYSAUDIT ASSIGN TO "KEYSAUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSETS.
       COPY FD-ASSET.

       FD  SITES.
       COPY FD-SITES.

       FD  VEHICLES.
       COPY FD-VEHICLE.

       FD  TEMPLOG.
       COPY FD-TEMPLOG.

       FD  JOURNALS.
       COPY FD-JOURNAL.

       FD  JNLKEYS.
       01  FDJNLKEYS                            PIC 9(006).

       FD  ASSETKEYS.
       01  FDASSETKEYS                          PIC 9(006).

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
       77  ASSET-FS                             PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       77  VEHICLE-FS                           PIC 9(002).
       77  TEMPLOG-FS                           PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  JNLKEY-FS                            PIC 9(002).
       77  ASSETKEY-FS                          PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  AST-COUNTER-NAME                     VALUE "ASSETKEYS".

       78  ACCT-BANK                            VALUE 1000.
       78  ACCT-FIXED-ASSETS                    VALUE 1500.
       78  ACCT-ACCUM-DEPREC                    VALUE 1510.
       78  ACCT-DISPOSAL-GAIN                   VALUE 4300.
       78  ACCT-DISPOSAL-LOSS                   VALUE 5310.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-SAVE                              PIC X(001).
           88 SAVE-YES                          VALUE "Y" "y".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-PERCHECK-DATE                     PIC 9(008).
       77  WS-PERIOD-OPEN                       PIC X(001).

       77  WS-ENT-DESC                          PIC X(030).
       77  WS-ENT-CLASS                         PIC X(001).
           88 ENT-CLASS-VAN                     VALUE "V".
           88 ENT-CLASS-EQUIPMENT               VALUE "E".
       77  WS-ENT-SITE                          PIC 9(003).
       77  WS-ENT-ACQ-DATE                      PIC 9(008).
       77  WS-ENT-COST                          PIC 9(007)V99.
       77  WS-ENT-LIFE                          PIC 9(003).
       77  WS-ENT-RESIDUAL                      PIC 9(007)V99.
       77  WS-ENT-VEH-ID                        PIC 9(003).
       77  WS-ENT-TEMP-UNIT                     PIC X(008).

       77  WS-ENT-AST-ID                        PIC 9(006).
       77  WS-ENT-DISP-DATE                     PIC 9(008).
       77  WS-ENT-PROCEEDS                      PIC 9(007)V99.

       77  WS-NEW-AST-ID                        PIC 9(006).
       77  WS-NEW-JNL-ID                        PIC 9(006).
       77  WS-AUDIT-OLD-VALUE                   PIC 9(006).
       77  WS-MONTHLY-DEP                       PIC 9(007)V99.
       77  WS-BOOK-VALUE                        PIC 9(007)V99.
       77  WS-DISP-RESULT                       PIC S9(007)V99.
       77  WS-LINE                              PIC 9(002).
       77  WS-MONTHLY-SHOW                      PIC ZZZZZZ9.99.
       77  WS-BOOK-SHOW                         PIC ZZZZZZ9.99.
       77  WS-RESULT-SHOW                       PIC -ZZZZZZ9.99.
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | FIXED ASSET REGISTER" LINE 02 COL 10.
           05 VALUE "1 - ADD AN ASSET"             LINE 05 COL 10.
           05 VALUE "2 - DISPOSE OF AN ASSET"      LINE 06 COL 10.
           05 VALUE "3 - BACK"                     LINE 07 COL 10.
           05 VALUE "OPTION:"                      LINE 09 COL 10.
           05 SS-MENU PIC 9(001) LINE 09 COL 20 TO WS-MENU-OPTION.

      ******************************************************************

       01  ENTRY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | NEW FIXED ASSET" LINE 02 COL 10.
           05 VALUE "F3 - BACK"            LINE 02 COL 60.
           05 VALUE "DESCRIPTION........:" LINE 05 COL 10.
           05 SS-DESC PIC X(030)           LINE 05 COL 32
              USING WS-ENT-DESC.
           05 VALUE "CLASS..............:" LINE 06 COL 10.
           05 SS-CLASS PIC X(001)          LINE 06 COL 32
              USING WS-ENT-CLASS.
           05 VALUE "(V=VAN E=KITCHEN EQUIPMENT)" LINE 06 COL 46.
           05 VALUE "SITE...............:" LINE 07 COL 10.
           05 SS-SITE PIC 9(003)           LINE 07 COL 32
              USING WS-ENT-SITE.
           05 VALUE "ACQUIRED (YYYYMMDD):" LINE 08 COL 10.
           05 SS-ACQ-DATE PIC 9(008)       LINE 08 COL 32
              USING WS-ENT-ACQ-DATE.
           05 VALUE "COST...............:" LINE 09 COL 10.
           05 SS-COST PIC 9(007)V99        LINE 09 COL 32
              USING WS-ENT-COST.
           05 VALUE "USEFUL LIFE MONTHS.:" LINE 10 COL 10.
           05 SS-LIFE PIC 9(003)           LINE 10 COL 32
              USING WS-ENT-LIFE.
           05 VALUE "RESIDUAL VALUE.....:" LINE 11 COL 10.
           05 SS-RESIDUAL PIC 9(007)V99    LINE 11 COL 32
              USING WS-ENT-RESIDUAL.
           05 VALUE "VEHICLE ID.........:" LINE 12 COL 10.
           05 SS-VEH-ID PIC 9(003)         LINE 12 COL 32
              USING WS-ENT-VEH-ID.
           05 VALUE "(VANS - 0 = NOT LINKED)" LINE 12 COL 46.
           05 VALUE "STORAGE UNIT.......:" LINE 13 COL 10.
           05 SS-TEMP-UNIT PIC X(008)      LINE 13 COL 32
              USING WS-ENT-TEMP-UNIT.
           05 VALUE "(FRIDGE/FREEZER ON THE TEMP LOG)" LINE 13 COL 46.

      ******************************************************************

       01  ADD-CONFIRM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "MONTHLY DEPRECIATION:" LINE 16 COL 10.
           05 SS-MONTHLY PIC X(010)        LINE 16 COL 32
              FROM WS-MONTHLY-SHOW.
           05 VALUE "SAVE THE ASSET (Y/N)?" LINE 18 COL 10.
           05 SS-ADD-SAVE PIC X(001)       LINE 18 COL 35 TO WS-SAVE.

      ******************************************************************

       01  DISPOSE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | ASSET DISPOSAL" LINE 02 COL 10.
           05 VALUE "F3 - BACK"            LINE 02 COL 60.
           05 VALUE "ASSET ID...........:" LINE 05 COL 10.
           05 SS-AST-ID PIC 9(006)         LINE 05 COL 32
              TO WS-ENT-AST-ID.
           05 VALUE "DISPOSED (YYYYMMDD):" LINE 06 COL 10.
           05 SS-DISP-DATE PIC 9(008)      LINE 06 COL 32
              USING WS-ENT-DISP-DATE.
           05 VALUE "SALE PROCEEDS......:" LINE 07 COL 10.
           05 SS-PROCEEDS PIC 9(007)V99    LINE 07 COL 32
              TO WS-ENT-PROCEEDS.
           05 VALUE "(0 = SCRAPPED)"       LINE 07 COL 46.

       01  DISPOSE-CONFIRM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ASSET..............:" LINE 10 COL 10.
           05 SS-DISP-DESC PIC X(030)      LINE 10 COL 32
              FROM AST-DESC.
           05 VALUE "NET BOOK VALUE.....:" LINE 11 COL 10.
           05 SS-BOOK PIC X(010)           LINE 11 COL 32
              FROM WS-BOOK-SHOW.
           05 VALUE "GAIN / LOSS (-)....:" LINE 12 COL 10.
           05 SS-RESULT PIC X(011)         LINE 12 COL 32
              FROM WS-RESULT-SHOW.
           05 VALUE "DISPOSE OF THE ASSET (Y/N)?" LINE 14 COL 10.
           05 SS-DISP-SAVE PIC X(001)      LINE 14 COL 40 TO WS-SAVE.

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
                   WHEN 1 PERFORM ADD-ASSET
                   WHEN 2 PERFORM DISPOSE-ASSET
               END-EVALUATE
           END-PERFORM
           GOBACK.

      ******************************************************************
      *    NEW ASSET - CHECK THE ENTRY, SHOW THE MONTHLY CHARGE AND
      *    SAVE IT WITH ITS ACQUISITION ENTRY ONCE CONFIRMED
      ******************************************************************
       ADD-ASSET SECTION.
           MOVE SPACES TO WS-ENT-DESC, WS-ENT-TEMP-UNIT
           MOVE "E" TO WS-ENT-CLASS
           MOVE ZEROS TO WS-ENT-SITE, WS-ENT-COST, WS-ENT-LIFE
           MOVE ZEROS TO WS-ENT-RESIDUAL, WS-ENT-VEH-ID
           MOVE WS-TODAY-NUM TO WS-ENT-ACQ-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY ENTRY-SCREEN
           ACCEPT ENTRY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF

           PERFORM VALIDATE-NEW-ASSET
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           COMPUTE WS-MONTHLY-DEP ROUNDED =
               (WS-ENT-COST - WS-ENT-RESIDUAL) / WS-ENT-LIFE
           MOVE WS-MONTHLY-DEP TO WS-MONTHLY-SHOW
           MOVE SPACES TO WS-SAVE
           DISPLAY ADD-CONFIRM-SCREEN
           ACCEPT ADD-CONFIRM-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF NOT SAVE-YES THEN
               EXIT SECTION
           END-IF

           PERFORM GET-ASSET-ID
           PERFORM WRITE-ASSET
           PERFORM WRITE-ACQUISITION-ENTRY
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "ASSET " WS-NEW-AST-ID " ADDED - ACQUISITION ENTRY "
               WS-NEW-JNL-ID " RELEASED" INTO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       VALIDATE-NEW-ASSET SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE UPPER-CASE (WS-ENT-CLASS) TO WS-ENT-CLASS
           MOVE UPPER-CASE (WS-ENT-TEMP-UNIT) TO WS-ENT-TEMP-UNIT
           IF WS-ENT-DESC = SPACES THEN
               MOVE "A DESCRIPTION IS REQUIRED - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF NOT ENT-CLASS-VAN AND NOT ENT-CLASS-EQUIPMENT THEN
               MOVE "CLASS MUST BE V OR E" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ENT-ACQ-DATE) NOT = ZEROS
              OR WS-ENT-ACQ-DATE > WS-TODAY-NUM THEN
               MOVE "ACQUISITION DATE IS NOT A VALID PAST DATE"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-ENT-COST = ZEROS OR WS-ENT-LIFE = ZEROS THEN
               MOVE "COST AND USEFUL LIFE ARE REQUIRED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-ENT-RESIDUAL >= WS-ENT-COST THEN
               MOVE "RESIDUAL VALUE MUST BE BELOW THE COST"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF

           OPEN INPUT SITES
           IF SITES-FS = NOT-FILE THEN
               MOVE "NO SITES ON FILE YET" TO WS-ERROR-TEXT
           ELSE
               MOVE WS-ENT-SITE TO FD-SITE-ID
               READ SITES
                   INVALID KEY
                       MOVE "SITE NOT ON FILE" TO WS-ERROR-TEXT
               END-READ
           END-IF
           CLOSE SITES
           IF WS-ERROR-TEXT NOT = SPACES THEN
               EXIT SECTION
           END-IF

           IF WS-ENT-VEH-ID NOT = ZEROS THEN
               PERFORM CHECK-VEHICLE-LINK
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES THEN
               EXIT SECTION
           END-IF
           IF WS-ENT-TEMP-UNIT NOT = SPACES THEN
               PERFORM CHECK-TEMP-UNIT-LINK
           END-IF
           EXIT SECTION.

       CHECK-VEHICLE-LINK SECTION.
           IF NOT ENT-CLASS-VAN THEN
               MOVE "ONLY A VAN CAN BE LINKED TO A VEHICLE"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           OPEN INPUT VEHICLES
           IF VEHICLE-FS = NOT-FILE THEN
               MOVE "NO VEHICLES ON FILE YET" TO WS-ERROR-TEXT
           ELSE
               MOVE WS-ENT-VEH-ID TO VEH-ID
               READ VEHICLES
                   INVALID KEY
                       MOVE "VEHICLE NOT ON FILE" TO WS-ERROR-TEXT
               END-READ
           END-IF
           CLOSE VEHICLES
           EXIT SECTION.

      *> A STORAGE UNIT IS KNOWN ONCE IT HAS A READING ON THE LOG AT
      *> THE ASSET'S SITE
       CHECK-TEMP-UNIT-LINK SECTION.
           IF NOT ENT-CLASS-EQUIPMENT THEN
               MOVE "ONLY EQUIPMENT CAN BE LINKED TO A STORAGE UNIT"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE "STORAGE UNIT HAS NO READINGS AT THAT SITE"
             TO WS-ERROR-TEXT
           OPEN INPUT TEMPLOG
           IF TEMPLOG-FS = NOT-FILE THEN
               CLOSE TEMPLOG
               EXIT SECTION
           END-IF
           MOVE WS-ENT-SITE TO TLG-SITE-ID
           MOVE WS-ENT-TEMP-UNIT TO TLG-UNIT
           MOVE ZEROS TO TLG-DATE, TLG-SLOT
           START TEMPLOG KEY IS NOT LESS THAN TLG-KEY
               INVALID KEY
                   CLOSE TEMPLOG
                   EXIT SECTION
           END-START
           READ TEMPLOG NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF TLG-SITE-ID = WS-ENT-SITE
                      AND TLG-UNIT = WS-ENT-TEMP-UNIT THEN
                       MOVE SPACES TO WS-ERROR-TEXT
                   END-IF
           END-READ
           CLOSE TEMPLOG
           EXIT SECTION.

       GET-ASSET-ID SECTION.
           OPEN I-O ASSETKEYS
           IF ASSETKEY-FS = NOT-FILE THEN
               CLOSE ASSETKEYS
               OPEN OUTPUT ASSETKEYS
               MOVE ZEROS TO FDASSETKEYS
               WRITE FDASSETKEYS
               CLOSE ASSETKEYS
               OPEN I-O ASSETKEYS
           END-IF
           READ ASSETKEYS
               MOVE FDASSETKEYS TO WS-AUDIT-OLD-VALUE
               ADD 1 TO FDASSETKEYS
               MOVE FDASSETKEYS TO WS-NEW-AST-ID
           REWRITE FDASSETKEYS
           CLOSE ASSETKEYS

           MOVE AST-COUNTER-NAME TO AUD-COUNTER-NAME
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-AST-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
               WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

       WRITE-ASSET SECTION.
           OPEN I-O ASSETS
           IF ASSET-FS = NOT-FILE THEN
               CLOSE ASSETS
               OPEN OUTPUT ASSETS
               CLOSE ASSETS
               OPEN I-O ASSETS
           END-IF
           INITIALIZE FD-ASSET
           MOVE WS-NEW-AST-ID TO AST-ID
           MOVE WS-ENT-DESC TO AST-DESC
           MOVE WS-ENT-CLASS TO AST-CLASS
           MOVE WS-ENT-SITE TO AST-SITE-ID
           MOVE WS-ENT-ACQ-DATE TO AST-ACQ-DATE
           MOVE WS-ENT-COST TO AST-COST
           MOVE WS-ENT-LIFE TO AST-LIFE-MONTHS
           MOVE WS-ENT-RESIDUAL TO AST-RESIDUAL
           MOVE WS-ENT-VEH-ID TO AST-VEH-ID
           MOVE WS-ENT-TEMP-UNIT TO AST-TEMP-UNIT
           MOVE ZEROS TO AST-ACCUM-DEP, AST-LAST-DEP-PERIOD
           MOVE "A" TO AST-STATUS
           WRITE FD-ASSET
           END-WRITE
           CLOSE ASSETS
           EXIT SECTION.

      *> DR FIXED ASSETS / CR BANK ON THE ASSET'S OWN SITE
       WRITE-ACQUISITION-ENTRY SECTION.
           PERFORM OPEN-JOURNALS
           PERFORM NEXT-JOURNAL-ID
           INITIALIZE FD-JOURNAL
           MOVE WS-NEW-JNL-ID TO JNL-ID
           MOVE "E" TO JNL-KIND
           MOVE WS-ENT-ACQ-DATE TO JNL-DATE
           STRING "ASSET " WS-NEW-AST-ID " ACQUIRED"
               DELIMITED BY SIZE INTO JNL-DESC
           MOVE ZEROS TO JNL-KEYED-BY
           MOVE "A" TO JNL-STATUS
           MOVE "N" TO JNL-AUTO-REVERSE
           MOVE WS-ENT-COST TO JNL-TOTAL
           MOVE 2 TO JNL-LINE-COUNT
           MOVE ACCT-FIXED-ASSETS TO JNL-LN-ACCOUNT (1)
           MOVE WS-ENT-SITE TO JNL-LN-SITE-ID (1)
           MOVE WS-ENT-COST TO JNL-LN-DEBIT (1)
           MOVE ZEROS TO JNL-LN-CREDIT (1)
           MOVE ACCT-BANK TO JNL-LN-ACCOUNT (2)
           MOVE WS-ENT-SITE TO JNL-LN-SITE-ID (2)
           MOVE ZEROS TO JNL-LN-DEBIT (2)
           MOVE WS-ENT-COST TO JNL-LN-CREDIT (2)
           WRITE FD-JOURNAL
           END-WRITE
           CLOSE JOURNALS
           EXIT SECTION.

      ******************************************************************
      *    DISPOSAL - THE ASSET LEAVES AT ITS NET BOOK VALUE AS IT
      *    STANDS AFTER THE LAST DEPRECIATION RUN
      ******************************************************************
       DISPOSE-ASSET SECTION.
           MOVE ZEROS TO WS-ENT-AST-ID, WS-ENT-PROCEEDS
           MOVE WS-TODAY-NUM TO WS-ENT-DISP-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY DISPOSE-SCREEN
           ACCEPT DISPOSE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF

           OPEN I-O ASSETS
           IF ASSET-FS = NOT-FILE THEN
               CLOSE ASSETS
               MOVE "NO ASSETS ON FILE YET" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-AST-ID TO AST-ID
           READ ASSETS
               INVALID KEY
                   CLOSE ASSETS
                   MOVE "ASSET NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           IF AST-DISPOSED THEN
               CLOSE ASSETS
               MOVE "ASSET IS ALREADY DISPOSED OF" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ENT-DISP-DATE) NOT = ZEROS
              OR WS-ENT-DISP-DATE < AST-ACQ-DATE THEN
               CLOSE ASSETS
               MOVE "DISPOSAL DATE IS NOT VALID FOR THIS ASSET"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-DISP-DATE TO WS-PERCHECK-DATE
           CALL "PERCHECK" USING WS-PERCHECK-DATE WS-PERIOD-OPEN
           IF WS-PERIOD-OPEN NOT = "Y" THEN
               CLOSE ASSETS
               MOVE "THAT PERIOD IS CLOSED - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           COMPUTE WS-BOOK-VALUE = AST-COST - AST-ACCUM-DEP
           COMPUTE WS-DISP-RESULT = WS-ENT-PROCEEDS - WS-BOOK-VALUE
           MOVE WS-BOOK-VALUE TO WS-BOOK-SHOW
           MOVE WS-DISP-RESULT TO WS-RESULT-SHOW
           MOVE SPACES TO WS-SAVE
           DISPLAY DISPOSE-CONFIRM-SCREEN
           ACCEPT DISPOSE-CONFIRM-SCREEN
           IF KEYSTATUS = F3 OR NOT SAVE-YES THEN
               MOVE ZEROS TO KEYSTATUS
               CLOSE ASSETS
               EXIT SECTION
           END-IF

           PERFORM WRITE-DISPOSAL-ENTRY
           MOVE "D" TO AST-STATUS
           MOVE WS-ENT-DISP-DATE TO AST-DISP-DATE
           MOVE WS-ENT-PROCEEDS TO AST-DISP-PROCEEDS
           MOVE WS-DISP-RESULT TO AST-DISP-RESULT
           REWRITE FD-ASSET
           END-REWRITE
           CLOSE ASSETS
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "ASSET " AST-ID " DISPOSED - ENTRY " WS-NEW-JNL-ID
               " RELEASED" INTO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> DR ACCUMULATED DEPRECIATION, DR BANK WITH THE PROCEEDS,
      *> CR FIXED ASSETS WITH THE COST; THE DIFFERENCE GOES TO GAIN
      *> (CREDIT) OR LOSS (DEBIT) ON DISPOSAL
       WRITE-DISPOSAL-ENTRY SECTION.
           PERFORM OPEN-JOURNALS
           PERFORM NEXT-JOURNAL-ID
           INITIALIZE FD-JOURNAL
           MOVE WS-NEW-JNL-ID TO JNL-ID
           MOVE "E" TO JNL-KIND
           MOVE WS-ENT-DISP-DATE TO JNL-DATE
           STRING "ASSET " AST-ID " DISPOSED"
               DELIMITED BY SIZE INTO JNL-DESC
           MOVE ZEROS TO JNL-KEYED-BY
           MOVE "A" TO JNL-STATUS
           MOVE "N" TO JNL-AUTO-REVERSE
           MOVE ZEROS TO WS-LINE

           ADD 1 TO WS-LINE
           MOVE ACCT-FIXED-ASSETS TO JNL-LN-ACCOUNT (WS-LINE)
           MOVE AST-SITE-ID TO JNL-LN-SITE-ID (WS-LINE)
           MOVE ZEROS TO JNL-LN-DEBIT (WS-LINE)
           MOVE AST-COST TO JNL-LN-CREDIT (WS-LINE)
           IF AST-ACCUM-DEP > ZEROS THEN
               ADD 1 TO WS-LINE
               MOVE ACCT-ACCUM-DEPREC TO JNL-LN-ACCOUNT (WS-LINE)
               MOVE AST-SITE-ID TO JNL-LN-SITE-ID (WS-LINE)
               MOVE AST-ACCUM-DEP TO JNL-LN-DEBIT (WS-LINE)
               MOVE ZEROS TO JNL-LN-CREDIT (WS-LINE)
           END-IF
           IF WS-ENT-PROCEEDS > ZEROS THEN
               ADD 1 TO WS-LINE
               MOVE ACCT-BANK TO JNL-LN-ACCOUNT (WS-LINE)
               MOVE AST-SITE-ID TO JNL-LN-SITE-ID (WS-LINE)
               MOVE WS-ENT-PROCEEDS TO JNL-LN-DEBIT (WS-LINE)
               MOVE ZEROS TO JNL-LN-CREDIT (WS-LINE)
           END-IF
           IF WS-DISP-RESULT > ZEROS THEN
               ADD 1 TO WS-LINE
               MOVE ACCT-DISPOSAL-GAIN TO JNL-LN-ACCOUNT (WS-LINE)
               MOVE AST-SITE-ID TO JNL-LN-SITE-ID (WS-LINE)
               MOVE ZEROS TO JNL-LN-DEBIT (WS-LINE)
               MOVE WS-DISP-RESULT TO JNL-LN-CREDIT (WS-LINE)
           END-IF
           IF WS-DISP-RESULT < ZEROS THEN
               ADD 1 TO WS-LINE
               MOVE ACCT-DISPOSAL-LOSS TO JNL-LN-ACCOUNT (WS-LINE)
               MOVE AST-SITE-ID TO JNL-LN-SITE-ID (WS-LINE)
               COMPUTE JNL-LN-DEBIT (WS-LINE) = ZEROS - WS-DISP-RESULT
               MOVE ZEROS TO JNL-LN-CREDIT (WS-LINE)
           END-IF
           MOVE WS-LINE TO JNL-LINE-COUNT
      *> THE CREDITS ARE THE COST PLUS ANY GAIN
           IF WS-DISP-RESULT > ZEROS THEN
               COMPUTE JNL-TOTAL = AST-COST + WS-DISP-RESULT
           ELSE
               MOVE AST-COST TO JNL-TOTAL
           END-IF
           WRITE FD-JOURNAL
           END-WRITE
           CLOSE JOURNALS
           EXIT SECTION.

      ******************************************************************

       OPEN-JOURNALS SECTION.
           OPEN I-O JOURNALS
           IF JOURNAL-FS = NOT-FILE THEN
               CLOSE JOURNALS
               OPEN OUTPUT JOURNALS
               CLOSE JOURNALS
               OPEN I-O JOURNALS
           END-IF
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

       END PROGRAM ASSETREG.
