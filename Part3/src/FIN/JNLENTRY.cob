      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    MANUAL JOURNAL ENTRY - ACCRUALS, RECLASSIFICATIONS AND
      *    CORRECTIONS KEYED BY THE ACCOUNTANTS. AN ENTRY MUST
      *    BALANCE, USE ONLY ACTIVE ACCOUNTS ON THE CHART AND FALL IN
      *    AN OPEN PERIOD; ONE ABOVE THE APPROVAL THRESHOLD WAITS IN
      *    THE PRICEAPPR QUEUE. GLPOST BOOKS RELEASED ENTRIES | V0.1
      *    15.10.2026
      ******************************************************************
      *    AN ENTRY MARKED REPEAT MONTHLY IS SAVED AS A TEMPLATE AND
      *    THE GENERATE OPTION COPIES EVERY RELEASED TEMPLATE INTO
      *    THAT MONTH'S ENTRY. AN AUTO-REVERSE ENTRY IS TURNED ROUND
      *    BY GLPOST ON THE 1ST OF THE FOLLOWING PERIOD
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JNLENTRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JOURNALS ASSIGN TO "FXJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JNL-ID
           FILE STATUS IS JOURNAL-FS.

      *> RUNNING COUNTER FOR THE NEXT JOURNAL ENTRY ID - GLPOST
      *> DRAWS ON IT TOO FOR THE REVERSALS
           SELECT JNLKEYS ASSIGN TO "JNLKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JNLKEY-FS.

      *> APPROVAL THRESHOLD - ONE RECORD
           SELECT JNLCTL ASSIGN TO "JNLCTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JNLCTL-FS.

           SELECT GLACCTS ASSIGN TO "FXGLACCTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLA-ACCOUNT
           FILE STATUS IS GLACCT-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

           SELECT PRICEPEND ASSIGN TO "FXPRICEPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPD-ID
           FILE STATUS IS PRICEPEND-FS.

      *> RUNNING COUNTER FOR THE NEXT PENDING-CHANGE ID
           SELECT PENDKEYS ASSIGN TO "PRICEPENDKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PENDKEY-FS.

      *> SHARED ROLE/PERMISSION LOOKUP - ONLY A SUPERVISOR MOVES THE
      *> APPROVAL THRESHOLD
           SELECT ACCESSLVL ASSIGN TO "ACCESSLVL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCESS-ROLE-ID
           FILE STATUS IS ACCESS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNALS.
       COPY FD-JOURNAL.

       FD  JNLKEYS.
       01  FDJNLKEYS                            PIC 9(006).

       FD  JNLCTL.
       01  FD-JNLCTL.
           05 JCT-THRESHOLD                     PIC 9(008)V99.
           05 JCT-CHANGED-DATE                  PIC 9(008).
           05 JCT-CHANGED-BY                    PIC 9(001).

       FD  GLACCTS.
       COPY FD-GLACCT.

       FD  SITES.
       COPY FD-SITES.

       FD  PRICEPEND.
       COPY FD-PRICEPEND.

       FD  PENDKEYS.
       01  FDPENDKEYS                           PIC 9(006).

       FD  ACCESSLVL.
       01  ACCESS-LEVEL-DETAILS.
           05 ACCESS-ROLE-ID                    PIC 9(001).
           05 ACCESS-ROLE-NAME                  PIC X(020).
           05 ACCESS-CAN-DELETE                 PIC X(001).
               88 ACCESS-DELETE-ALLOWED         VALUE "Y".
               88 ACCESS-DELETE-DENIED          VALUE "N".

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  JOURNAL-FS                           PIC 9(002).
       77  JNLKEY-FS                            PIC 9(002).
       77  JNLCTL-FS                            PIC 9(002).
       77  GLACCT-FS                            PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       77  PRICEPEND-FS                         PIC 9(002).
       77  PENDKEY-FS                           PIC 9(002).
       77  ACCESS-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  CENTRAL-SITE                         VALUE 0.
      *> THRESHOLD USED UNTIL A SUPERVISOR FIRST SAVES ONE
       78  DEFAULT-THRESHOLD                    VALUE 5000.
      *> LARGEST AMOUNT THE APPROVAL QUEUE CAN CARRY IN NEW VALUE
       78  MAX-QUEUE-AMOUNT                     VALUE 99999.99.
       78  MAX-LINES                            VALUE 10.
      *> A REPEATING ENTRY FALLS ON THIS DAY AT THE LATEST SO EVERY
      *> MONTH HAS IT
       78  LAST-RECUR-DAY                       VALUE 28.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-SAVE                              PIC X(001).
           88 SAVE-YES                          VALUE "Y" "y".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-PERIOD-OPEN                       PIC X(001).
       77  WS-PERCHECK-DATE                     PIC 9(008).
       77  WS-THRESHOLD                         PIC 9(008)V99.
       77  WS-ROLE-OK                           PIC X(001).

      *> THE ENTRY AS KEYED
       77  WS-JNL-DATE                          PIC 9(008).
       77  WS-JNL-DESC                          PIC X(030).
       77  WS-ENT-ROLE                          PIC 9(001).
       77  WS-AUTO-REVERSE                      PIC X(001).
       77  WS-REPEAT                            PIC X(001).
       77  WS-UNTIL-PERIOD                      PIC 9(006).
       01  WS-LINES.
           05 WS-LINE OCCURS 10 TIMES.
               10 WS-LN-ACCOUNT                 PIC 9(004).
               10 WS-LN-SITE-ID                 PIC 9(003).
               10 WS-LN-DEBIT                   PIC 9(007)V99.
               10 WS-LN-CREDIT                  PIC 9(007)V99.
       77  WS-LN                                PIC 9(002).
       77  WS-OUT-LN                            PIC 9(002).
       77  WS-LINE-COUNT                        PIC 9(002).
       77  WS-TOT-DEBIT                         PIC 9(008)V99.
       77  WS-TOT-CREDIT                        PIC 9(008)V99.
       77  WS-LN-TEXT                           PIC Z9.
       77  WS-START-PERIOD                      PIC 9(006).

       77  WS-NEW-JNL-ID                        PIC 9(006).
       77  WS-NEW-PEND-ID                       PIC 9(006).
       77  WS-ID-TEXT                           PIC 9(006).

      *> GENERATING A MONTH FROM THE TEMPLATES - THE TEMPLATE IDS ARE
      *> GATHERED FIRST SO THE FILE IS NOT WRITTEN WHILE IT IS BEING
      *> READ IN KEY ORDER
       77  WS-GEN-YEAR                          PIC 9(004).
       77  WS-GEN-MONTH                         PIC 9(002).
       77  WS-GEN-PERIOD                        PIC 9(006).
       77  WS-GEN-DAY                           PIC 9(002).
       77  MAX-TMPL                             PIC 9(003).
       01  TAB-TMPL OCCURS 500 INDEXED BY IND-TMPL.
           05 TAB-TMPL-ID                       PIC 9(006).
       77  WS-GEN-MADE                          PIC 9(004).
       77  WS-GEN-CLOSED                        PIC 9(004).
       77  WS-GEN-SKIPPED                       PIC 9(004).
       01  WS-TEMPLATE-HOLD                     PIC X(400).

       77  WS-STOP-ID                           PIC 9(006).
       77  WS-NEW-THRESHOLD                     PIC 9(008)V99.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | MANUAL JOURNAL ENTRIES" LINE 02 COL 10.
           05 VALUE "F3 - BACK"                     LINE 02 COL 60.
           05 VALUE "1 - KEY A JOURNAL ENTRY"       LINE 05 COL 10.
           05 VALUE "2 - GENERATE A MONTH'S REPEATING ENTRIES"
              LINE 06 COL 10.
           05 VALUE "3 - STOP A REPEATING ENTRY"    LINE 07 COL 10.
           05 VALUE "4 - APPROVAL THRESHOLD"        LINE 08 COL 10.
           05 VALUE "ENTRIES ABOVE"                 LINE 10 COL 10.
           05 SS-MENU-THRESH PIC ZZZZZZZ9.99 LINE 10 COL 24
              FROM WS-THRESHOLD.
           05 VALUE "NEED SUPERVISOR APPROVAL"      LINE 10 COL 36.
           05 VALUE "OPTION:"                       LINE 12 COL 10.
           05 SS-OPTION PIC 9(001) LINE 12 COL 20
              TO WS-MENU-OPTION AUTO.

       01  ENTRY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | JOURNAL ENTRY" LINE 02 COL 10.
           05 VALUE "F3 - BACK"                 LINE 02 COL 60.
           05 VALUE "DATE (YYYYMMDD)...:" LINE 04 COL 10.
           05 SS-JNL-DATE PIC 9(008) LINE 04 COL 30
              USING WS-JNL-DATE.
           05 VALUE "YOUR ROLE CODE:" LINE 04 COL 42.
           05 SS-ROLE PIC 9(001) LINE 04 COL 58 USING WS-ENT-ROLE.
           05 VALUE "DESCRIPTION.......:" LINE 05 COL 10.
           05 SS-JNL-DESC PIC X(030) LINE 05 COL 30
              USING WS-JNL-DESC.
           05 VALUE "AUTO-REVERSE (Y/N):" LINE 06 COL 10.
           05 SS-AUTO-REV PIC X(001) LINE 06 COL 30
              USING WS-AUTO-REVERSE.
           05 VALUE "REPEAT MONTHLY (Y/N):" LINE 07 COL 10.
           05 SS-REPEAT PIC X(001) LINE 07 COL 32 USING WS-REPEAT.
           05 VALUE "UNTIL (YYYYMM, 0 = NO END):" LINE 07 COL 36.
           05 SS-UNTIL PIC 9(006) LINE 07 COL 64
              USING WS-UNTIL-PERIOD.
           05 VALUE "LN ACCT CTR        DEBIT       CREDIT"
              LINE 09 COL 10.
           05 VALUE " 1" LINE 10 COL 10.
           05 SS-ACC-01 PIC 9(004) LINE 10 COL 13
              USING WS-LN-ACCOUNT (1).
           05 SS-SIT-01 PIC 9(003) LINE 10 COL 18
              USING WS-LN-SITE-ID (1).
           05 SS-DEB-01 PIC ZZZZZZ9.99 LINE 10 COL 23
              USING WS-LN-DEBIT (1).
           05 SS-CRE-01 PIC ZZZZZZ9.99 LINE 10 COL 36
              USING WS-LN-CREDIT (1).
           05 VALUE " 2" LINE 11 COL 10.
           05 SS-ACC-02 PIC 9(004) LINE 11 COL 13
              USING WS-LN-ACCOUNT (2).
           05 SS-SIT-02 PIC 9(003) LINE 11 COL 18
              USING WS-LN-SITE-ID (2).
           05 SS-DEB-02 PIC ZZZZZZ9.99 LINE 11 COL 23
              USING WS-LN-DEBIT (2).
           05 SS-CRE-02 PIC ZZZZZZ9.99 LINE 11 COL 36
              USING WS-LN-CREDIT (2).
           05 VALUE " 3" LINE 12 COL 10.
           05 SS-ACC-03 PIC 9(004) LINE 12 COL 13
              USING WS-LN-ACCOUNT (3).
           05 SS-SIT-03 PIC 9(003) LINE 12 COL 18
              USING WS-LN-SITE-ID (3).
           05 SS-DEB-03 PIC ZZZZZZ9.99 LINE 12 COL 23
              USING WS-LN-DEBIT (3).
           05 SS-CRE-03 PIC ZZZZZZ9.99 LINE 12 COL 36
              USING WS-LN-CREDIT (3).
           05 VALUE " 4" LINE 13 COL 10.
           05 SS-ACC-04 PIC 9(004) LINE 13 COL 13
              USING WS-LN-ACCOUNT (4).
           05 SS-SIT-04 PIC 9(003) LINE 13 COL 18
              USING WS-LN-SITE-ID (4).
           05 SS-DEB-04 PIC ZZZZZZ9.99 LINE 13 COL 23
              USING WS-LN-DEBIT (4).
           05 SS-CRE-04 PIC ZZZZZZ9.99 LINE 13 COL 36
              USING WS-LN-CREDIT (4).
           05 VALUE " 5" LINE 14 COL 10.
           05 SS-ACC-05 PIC 9(004) LINE 14 COL 13
              USING WS-LN-ACCOUNT (5).
           05 SS-SIT-05 PIC 9(003) LINE 14 COL 18
              USING WS-LN-SITE-ID (5).
           05 SS-DEB-05 PIC ZZZZZZ9.99 LINE 14 COL 23
              USING WS-LN-DEBIT (5).
           05 SS-CRE-05 PIC ZZZZZZ9.99 LINE 14 COL 36
              USING WS-LN-CREDIT (5).
           05 VALUE " 6" LINE 15 COL 10.
           05 SS-ACC-06 PIC 9(004) LINE 15 COL 13
              USING WS-LN-ACCOUNT (6).
           05 SS-SIT-06 PIC 9(003) LINE 15 COL 18
              USING WS-LN-SITE-ID (6).
           05 SS-DEB-06 PIC ZZZZZZ9.99 LINE 15 COL 23
              USING WS-LN-DEBIT (6).
           05 SS-CRE-06 PIC ZZZZZZ9.99 LINE 15 COL 36
              USING WS-LN-CREDIT (6).
           05 VALUE " 7" LINE 16 COL 10.
           05 SS-ACC-07 PIC 9(004) LINE 16 COL 13
              USING WS-LN-ACCOUNT (7).
           05 SS-SIT-07 PIC 9(003) LINE 16 COL 18
              USING WS-LN-SITE-ID (7).
           05 SS-DEB-07 PIC ZZZZZZ9.99 LINE 16 COL 23
              USING WS-LN-DEBIT (7).
           05 SS-CRE-07 PIC ZZZZZZ9.99 LINE 16 COL 36
              USING WS-LN-CREDIT (7).
           05 VALUE " 8" LINE 17 COL 10.
           05 SS-ACC-08 PIC 9(004) LINE 17 COL 13
              USING WS-LN-ACCOUNT (8).
           05 SS-SIT-08 PIC 9(003) LINE 17 COL 18
              USING WS-LN-SITE-ID (8).
           05 SS-DEB-08 PIC ZZZZZZ9.99 LINE 17 COL 23
              USING WS-LN-DEBIT (8).
           05 SS-CRE-08 PIC ZZZZZZ9.99 LINE 17 COL 36
              USING WS-LN-CREDIT (8).
           05 VALUE " 9" LINE 18 COL 10.
           05 SS-ACC-09 PIC 9(004) LINE 18 COL 13
              USING WS-LN-ACCOUNT (9).
           05 SS-SIT-09 PIC 9(003) LINE 18 COL 18
              USING WS-LN-SITE-ID (9).
           05 SS-DEB-09 PIC ZZZZZZ9.99 LINE 18 COL 23
              USING WS-LN-DEBIT (9).
           05 SS-CRE-09 PIC ZZZZZZ9.99 LINE 18 COL 36
              USING WS-LN-CREDIT (9).
           05 VALUE "10" LINE 19 COL 10.
           05 SS-ACC-10 PIC 9(004) LINE 19 COL 13
              USING WS-LN-ACCOUNT (10).
           05 SS-SIT-10 PIC 9(003) LINE 19 COL 18
              USING WS-LN-SITE-ID (10).
           05 SS-DEB-10 PIC ZZZZZZ9.99 LINE 19 COL 23
              USING WS-LN-DEBIT (10).
           05 SS-CRE-10 PIC ZZZZZZ9.99 LINE 19 COL 36
              USING WS-LN-CREDIT (10).
           05 VALUE "SAVE (Y/N)?" LINE 21 COL 10.
           05 SS-SAVE PIC X(001) LINE 21 COL 22 TO WS-SAVE.

       01  GENERATE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "GENERATE REPEATING ENTRIES FOR" LINE 05 COL 10.
           05 VALUE "YEAR  (YYYY):" LINE 07 COL 10.
           05 SS-GEN-YEAR PIC 9(004) LINE 07 COL 25
              USING WS-GEN-YEAR.
           05 VALUE "MONTH (MM)..:" LINE 08 COL 10.
           05 SS-GEN-MONTH PIC 9(002) LINE 08 COL 25
              USING WS-GEN-MONTH.

       01  GENERATE-DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ENTRIES MADE..............:" LINE 10 COL 10.
           05 SS-GD-MADE PIC ZZZ9 LINE 10 COL 38 FROM WS-GEN-MADE.
           05 VALUE "ALREADY MADE / NOT DUE....:" LINE 11 COL 10.
           05 SS-GD-SKIP PIC ZZZ9 LINE 11 COL 38
              FROM WS-GEN-SKIPPED.
           05 VALUE "PERIOD CLOSED - NOT MADE..:" LINE 12 COL 10.
           05 SS-GD-CLOSED PIC ZZZ9 LINE 12 COL 38
              FROM WS-GEN-CLOSED.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  STOP-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "REPEATING ENTRY (TEMPLATE) ID:" LINE 05 COL 10.
           05 SS-STOP-ID PIC 9(006) LINE 05 COL 42 TO WS-STOP-ID.

       01  THRESHOLD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "YOUR SUPERVISOR ROLE CODE:" LINE 05 COL 10.
           05 SS-TH-ROLE PIC 9(001) LINE 05 COL 40 TO WS-ENT-ROLE.
           05 VALUE "APPROVAL NEEDED ABOVE....:" LINE 06 COL 10.
           05 SS-TH-AMOUNT PIC ZZZZZZZ9.99 LINE 06 COL 40
              USING WS-NEW-THRESHOLD.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               PERFORM LOAD-THRESHOLD
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   EVALUATE WS-MENU-OPTION
                       WHEN 1 PERFORM KEY-JOURNAL-ENTRY
                       WHEN 2 PERFORM GENERATE-REPEATING
                       WHEN 3 PERFORM STOP-REPEATING
                       WHEN 4 PERFORM SET-THRESHOLD
                       WHEN OTHER CONTINUE
                   END-EVALUATE
                   MOVE ZEROS TO KEYSTATUS
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O JOURNALS
           IF JOURNAL-FS = NOT-FILE THEN
               OPEN OUTPUT JOURNALS
           END-IF
           CLOSE JOURNALS
           EXIT SECTION.

       LOAD-THRESHOLD SECTION.
           MOVE DEFAULT-THRESHOLD TO WS-THRESHOLD
           OPEN INPUT JNLCTL
           IF JNLCTL-FS = NOT-FILE THEN
               CLOSE JNLCTL
               EXIT SECTION
           END-IF
           READ JNLCTL
               NOT AT END MOVE JCT-THRESHOLD TO WS-THRESHOLD
           END-READ
           CLOSE JNLCTL
           EXIT SECTION.

      ******************************************************************
      *    KEY ONE ENTRY - NOTHING IS SAVED UNLESS EVERY CHECK PASSES
      ******************************************************************
       KEY-JOURNAL-ENTRY SECTION.
           MOVE WS-TODAY-NUM TO WS-JNL-DATE
           MOVE SPACES TO WS-JNL-DESC
           MOVE ZEROS TO WS-ENT-ROLE, WS-UNTIL-PERIOD
           MOVE "N" TO WS-AUTO-REVERSE, WS-REPEAT
           INITIALIZE WS-LINES
           MOVE SPACES TO WS-SAVE
           DISPLAY CLEAR-SCREEN
           DISPLAY ENTRY-SCREEN
           ACCEPT ENTRY-SCREEN
           IF KEYSTATUS = F3 OR NOT SAVE-YES THEN
               EXIT SECTION
           END-IF

           PERFORM VALIDATE-ENTRY
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           PERFORM SAVE-ENTRY
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> FIRST FAILED CHECK IS LEFT IN WS-ERROR-TEXT
       VALIDATE-ENTRY SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE UPPER-CASE (WS-AUTO-REVERSE) TO WS-AUTO-REVERSE
           MOVE UPPER-CASE (WS-REPEAT) TO WS-REPEAT
           IF WS-JNL-DESC = SPACES THEN
               MOVE "A DESCRIPTION IS REQUIRED - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-JNL-DATE) NOT = ZEROS THEN
               MOVE "DATE IS NOT A VALID CALENDAR DATE - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE WS-JNL-DATE TO WS-PERCHECK-DATE
           CALL "PERCHECK" USING WS-PERCHECK-DATE WS-PERIOD-OPEN
           IF WS-PERIOD-OPEN NOT = "Y" THEN
               MOVE "THAT PERIOD IS CLOSED - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF (WS-AUTO-REVERSE NOT = "Y" AND WS-AUTO-REVERSE NOT = "N")
              OR (WS-REPEAT NOT = "Y" AND WS-REPEAT NOT = "N") THEN
               MOVE "AUTO-REVERSE AND REPEAT MUST BE Y OR N"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-REPEAT = "Y" AND WS-UNTIL-PERIOD NOT = ZEROS THEN
               MOVE WS-JNL-DATE (1:6) TO WS-START-PERIOD
               IF WS-UNTIL-PERIOD < WS-START-PERIOD
                  OR WS-UNTIL-PERIOD (5:2) < "01"
                  OR WS-UNTIL-PERIOD (5:2) > "12" THEN
                   MOVE "UNTIL PERIOD MUST BE A MONTH FROM THE DATE ON"
                     TO WS-ERROR-TEXT
                   EXIT SECTION
               END-IF
           END-IF

           MOVE ZEROS TO WS-LINE-COUNT, WS-TOT-DEBIT, WS-TOT-CREDIT
           PERFORM VARYING WS-LN FROM 1 BY 1
                   UNTIL WS-LN > MAX-LINES
                      OR WS-ERROR-TEXT NOT = SPACES
               IF WS-LN-ACCOUNT (WS-LN) NOT = ZEROS
                  OR WS-LN-DEBIT (WS-LN) NOT = ZEROS
                  OR WS-LN-CREDIT (WS-LN) NOT = ZEROS THEN
                   PERFORM VALIDATE-LINE
               END-IF
           END-PERFORM
           IF WS-ERROR-TEXT NOT = SPACES THEN
               EXIT SECTION
           END-IF
           IF WS-LINE-COUNT < 2 THEN
               MOVE "AN ENTRY NEEDS AT LEAST TWO LINES - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT THEN
               MOVE "DEBITS AND CREDITS DO NOT AGREE - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           EXIT SECTION.

      *> ONE SIDE ONLY, AN ACTIVE ACCOUNT ON THE CHART AND A KNOWN
      *> COST CENTRE
       VALIDATE-LINE SECTION.
           MOVE WS-LN TO WS-LN-TEXT
           ADD 1 TO WS-LINE-COUNT
           IF (WS-LN-DEBIT (WS-LN) = ZEROS
               AND WS-LN-CREDIT (WS-LN) = ZEROS)
              OR (WS-LN-DEBIT (WS-LN) NOT = ZEROS
               AND WS-LN-CREDIT (WS-LN) NOT = ZEROS) THEN
               STRING "LINE " WS-LN-TEXT
                   ": KEY A DEBIT OR A CREDIT, NOT BOTH"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           ADD WS-LN-DEBIT (WS-LN) TO WS-TOT-DEBIT
           ADD WS-LN-CREDIT (WS-LN) TO WS-TOT-CREDIT

           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT GLACCTS
           IF GLACCT-FS NOT = NOT-FILE THEN
               MOVE WS-LN-ACCOUNT (WS-LN) TO GLA-ACCOUNT
               READ GLACCTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GLA-IS-ACTIVE = 1 THEN
                           MOVE "Y" TO FLAG-TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE GLACCTS
           IF FLAG-TRUE NOT = "Y" THEN
               STRING "LINE " WS-LN-TEXT
                   ": ACCOUNT NOT ON THE CHART OR NOT ACTIVE"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               MOVE SPACES TO FLAG-TRUE
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE

           IF WS-LN-SITE-ID (WS-LN) = CENTRAL-SITE THEN
               EXIT SECTION
           END-IF
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE THEN
               MOVE WS-LN-SITE-ID (WS-LN) TO FD-SITE-ID
               READ SITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO FLAG-TRUE
               END-READ
           END-IF
           CLOSE SITES
           IF FLAG-TRUE NOT = "Y" THEN
               STRING "LINE " WS-LN-TEXT
                   ": UNKNOWN KITCHEN - USE 000 FOR CENTRAL"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
           END-IF
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> BLANK LINES ARE CLOSED UP; ABOVE THE THRESHOLD THE ENTRY IS
      *> HELD PENDING AND QUEUED FOR A SUPERVISOR
       SAVE-ENTRY SECTION.
           PERFORM NEXT-JOURNAL-ID
           INITIALIZE FD-JOURNAL
           MOVE WS-NEW-JNL-ID TO JNL-ID
           IF WS-REPEAT = "Y" THEN
               MOVE "T" TO JNL-KIND
               MOVE WS-UNTIL-PERIOD TO JNL-RECUR-UNTIL
           ELSE
               MOVE "E" TO JNL-KIND
           END-IF
           MOVE WS-JNL-DATE TO JNL-DATE
           IF WS-REPEAT = "Y" AND JNL-DATE (7:2) > LAST-RECUR-DAY THEN
               MOVE LAST-RECUR-DAY TO JNL-DATE (7:2)
           END-IF
           MOVE WS-JNL-DESC TO JNL-DESC
           MOVE WS-ENT-ROLE TO JNL-KEYED-BY
           MOVE WS-AUTO-REVERSE TO JNL-AUTO-REVERSE
           MOVE WS-TOT-DEBIT TO JNL-TOTAL
           MOVE ZEROS TO WS-OUT-LN
           PERFORM VARYING WS-LN FROM 1 BY 1 UNTIL WS-LN > MAX-LINES
               IF WS-LN-DEBIT (WS-LN) NOT = ZEROS
                  OR WS-LN-CREDIT (WS-LN) NOT = ZEROS THEN
                   ADD 1 TO WS-OUT-LN
                   MOVE WS-LINE (WS-LN) TO JNL-LINE (WS-OUT-LN)
               END-IF
           END-PERFORM
           MOVE WS-OUT-LN TO JNL-LINE-COUNT
           IF WS-TOT-DEBIT > WS-THRESHOLD THEN
               MOVE "P" TO JNL-STATUS
           ELSE
               MOVE "A" TO JNL-STATUS
           END-IF

           OPEN I-O JOURNALS
           WRITE FD-JOURNAL
           END-WRITE
           CLOSE JOURNALS

           MOVE WS-NEW-JNL-ID TO WS-ID-TEXT
           MOVE SPACES TO WS-ERROR-TEXT
           IF JNL-PENDING THEN
               PERFORM QUEUE-FOR-APPROVAL
               STRING "ENTRY " WS-ID-TEXT
                   " SAVED - WAITS FOR SUPERVISOR APPROVAL"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF JNL-KIND-TEMPLATE THEN
               STRING "REPEATING ENTRY " WS-ID-TEXT
                   " SAVED - GENERATE EACH MONTH"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
           ELSE
               STRING "ENTRY " WS-ID-TEXT
                   " SAVED - GLPOST WILL BOOK IT"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
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

       QUEUE-FOR-APPROVAL SECTION.
           OPEN I-O PENDKEYS
           IF PENDKEY-FS = NOT-FILE THEN
               CLOSE PENDKEYS
               OPEN OUTPUT PENDKEYS
               MOVE ZEROS TO FDPENDKEYS
               WRITE FDPENDKEYS
               CLOSE PENDKEYS
               OPEN I-O PENDKEYS
           END-IF
           READ PENDKEYS
               ADD 1 TO FDPENDKEYS
               MOVE FDPENDKEYS TO WS-NEW-PEND-ID
           REWRITE FDPENDKEYS
           CLOSE PENDKEYS

           OPEN I-O PRICEPEND
           IF PRICEPEND-FS = NOT-FILE THEN
               CLOSE PRICEPEND
               OPEN OUTPUT PRICEPEND
               CLOSE PRICEPEND
               OPEN I-O PRICEPEND
           END-IF
           MOVE WS-NEW-PEND-ID TO PPD-ID
           MOVE "J" TO PPD-KIND
           MOVE ZEROS TO PPD-OLD-VALUE
           IF WS-TOT-DEBIT > MAX-QUEUE-AMOUNT THEN
               MOVE MAX-QUEUE-AMOUNT TO PPD-NEW-VALUE
           ELSE
               MOVE WS-TOT-DEBIT TO PPD-NEW-VALUE
           END-IF
           MOVE WS-ENT-ROLE TO PPD-KEYED-BY
           MOVE WS-TODAY-NUM TO PPD-DATE
           MOVE "P" TO PPD-STATUS
           MOVE SPACES TO PPD-PAYLOAD
           MOVE WS-NEW-JNL-ID TO PPD-JNL-ID
           MOVE WS-TOT-DEBIT TO PPD-JNL-TOTAL
           MOVE WS-JNL-DESC TO PPD-JNL-DESC
           WRITE FD-PRICEPEND
           END-WRITE
           CLOSE PRICEPEND
           EXIT SECTION.

      ******************************************************************
      *    ONE ENTRY PER RELEASED TEMPLATE FOR THE KEYED MONTH, DATED
      *    ON THE TEMPLATE'S DAY. A TEMPLATE ALREADY MADE FOR THAT
      *    MONTH OR A LATER ONE, NOT STARTED YET OR PAST ITS END IS
      *    LEFT ALONE. THE ENTRIES NEED NO FURTHER APPROVAL - THE
      *    TEMPLATE WAS APPROVED
      ******************************************************************
       GENERATE-REPEATING SECTION.
           MOVE WS-TODAY-NUM (1:4) TO WS-GEN-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-GEN-MONTH
           DISPLAY CLEAR-SCREEN
           DISPLAY GENERATE-SCREEN
           ACCEPT GENERATE-SCREEN
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           IF WS-GEN-MONTH < 1 OR WS-GEN-MONTH > 12 THEN
               MOVE "MONTH MUST BE 01 TO 12" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           COMPUTE WS-GEN-PERIOD = WS-GEN-YEAR * 100 + WS-GEN-MONTH
           MOVE ZEROS TO WS-GEN-MADE, WS-GEN-CLOSED, WS-GEN-SKIPPED

           MOVE ZEROS TO MAX-TMPL
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT JOURNALS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ JOURNALS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF JNL-KIND-TEMPLATE AND JNL-RELEASED
                          AND MAX-TMPL < 500 THEN
                           ADD 1 TO MAX-TMPL
                           SET IND-TMPL TO MAX-TMPL
                           MOVE JNL-ID TO TAB-TMPL-ID (IND-TMPL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNALS
           MOVE SPACES TO FLAG-TRUE

           PERFORM VARYING IND-TMPL FROM 1 BY 1
                   UNTIL IND-TMPL > MAX-TMPL
               PERFORM GENERATE-ONE
           END-PERFORM
           DISPLAY CLEAR-SCREEN
           ACCEPT GENERATE-DONE-SCREEN
           EXIT SECTION.

       GENERATE-ONE SECTION.
           OPEN I-O JOURNALS
           MOVE TAB-TMPL-ID (IND-TMPL) TO JNL-ID
           READ JOURNALS
               INVALID KEY
                   CLOSE JOURNALS
                   EXIT SECTION
           END-READ
           MOVE JNL-DATE (1:6) TO WS-START-PERIOD
           IF WS-START-PERIOD > WS-GEN-PERIOD
              OR JNL-RECUR-LAST >= WS-GEN-PERIOD
              OR (JNL-RECUR-UNTIL NOT = ZEROS
                  AND JNL-RECUR-UNTIL < WS-GEN-PERIOD) THEN
               CLOSE JOURNALS
               ADD 1 TO WS-GEN-SKIPPED
               EXIT SECTION
           END-IF
           MOVE JNL-DATE (7:2) TO WS-GEN-DAY
           COMPUTE WS-PERCHECK-DATE = WS-GEN-PERIOD * 100 + WS-GEN-DAY
           CALL "PERCHECK" USING WS-PERCHECK-DATE WS-PERIOD-OPEN
           IF WS-PERIOD-OPEN NOT = "Y" THEN
               CLOSE JOURNALS
               ADD 1 TO WS-GEN-CLOSED
               EXIT SECTION
           END-IF

      *>   THE TEMPLATE IS MARKED FIRST SO A MONTH IS NEVER MADE TWICE
           MOVE WS-GEN-PERIOD TO JNL-RECUR-LAST
           REWRITE FD-JOURNAL
           END-REWRITE
           MOVE FD-JOURNAL TO WS-TEMPLATE-HOLD

           PERFORM NEXT-JOURNAL-ID
           MOVE WS-TEMPLATE-HOLD TO FD-JOURNAL
           MOVE WS-NEW-JNL-ID TO JNL-ID
           MOVE "E" TO JNL-KIND
           MOVE WS-PERCHECK-DATE TO JNL-DATE
           MOVE "A" TO JNL-STATUS
           MOVE TAB-TMPL-ID (IND-TMPL) TO JNL-TEMPLATE-ID
           MOVE ZEROS TO JNL-REVERSAL-OF
           MOVE ZEROS TO JNL-RECUR-LAST, JNL-RECUR-UNTIL
           WRITE FD-JOURNAL
           END-WRITE
           CLOSE JOURNALS
           ADD 1 TO WS-GEN-MADE
           EXIT SECTION.

      *> THE TEMPLATE ENDS WITH THE LAST MONTH ALREADY MADE; ONE NEVER
      *> USED ENDS BEFORE IT STARTS
       STOP-REPEATING SECTION.
           MOVE ZEROS TO WS-STOP-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY STOP-SCREEN
           ACCEPT STOP-SCREEN
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           OPEN I-O JOURNALS
           MOVE WS-STOP-ID TO JNL-ID
           READ JOURNALS
               INVALID KEY
                   MOVE "NO SUCH ENTRY" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   IF NOT JNL-KIND-TEMPLATE THEN
                       MOVE "THAT ENTRY DOES NOT REPEAT"
                         TO WS-ERROR-TEXT
                   ELSE
                       IF JNL-RECUR-LAST NOT = ZEROS THEN
                           MOVE JNL-RECUR-LAST TO JNL-RECUR-UNTIL
                       ELSE
                           MOVE JNL-DATE (1:6) TO WS-START-PERIOD
                           IF WS-START-PERIOD (5:2) = "01" THEN
                               COMPUTE JNL-RECUR-UNTIL =
                                   WS-START-PERIOD - 89
                           ELSE
                               COMPUTE JNL-RECUR-UNTIL =
                                   WS-START-PERIOD - 1
                           END-IF
                       END-IF
                       REWRITE FD-JOURNAL
                       END-REWRITE
                       MOVE "REPEATING ENTRY STOPPED" TO WS-ERROR-TEXT
                   END-IF
           END-READ
           CLOSE JOURNALS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    THE DELETE PERMISSION DOUBLES AS THE SUPERVISOR FLAG, SAME
      *    CONVENTION AS PRICEAPPR
      ******************************************************************
       SET-THRESHOLD SECTION.
           MOVE ZEROS TO WS-ENT-ROLE
           MOVE WS-THRESHOLD TO WS-NEW-THRESHOLD
           DISPLAY CLEAR-SCREEN
           DISPLAY THRESHOLD-SCREEN
           ACCEPT THRESHOLD-SCREEN
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-ROLE-OK
           OPEN INPUT ACCESSLVL
           IF ACCESS-FS NOT = NOT-FILE THEN
               MOVE WS-ENT-ROLE TO ACCESS-ROLE-ID
               READ ACCESSLVL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ACCESS-DELETE-ALLOWED THEN
                           MOVE "Y" TO WS-ROLE-OK
                       END-IF
               END-READ
           END-IF
           CLOSE ACCESSLVL
           IF WS-ROLE-OK NOT = "Y" THEN
               MOVE "ONLY A SUPERVISOR MAY CHANGE THE THRESHOLD"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           OPEN OUTPUT JNLCTL
           MOVE WS-NEW-THRESHOLD TO JCT-THRESHOLD
           MOVE WS-TODAY-NUM TO JCT-CHANGED-DATE
           MOVE WS-ENT-ROLE TO JCT-CHANGED-BY
           WRITE FD-JNLCTL
           CLOSE JNLCTL
           MOVE "APPROVAL THRESHOLD SAVED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM JNLENTRY.
