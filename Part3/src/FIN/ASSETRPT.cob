      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    FIXED ASSET REGISTER LISTING - EVERY ASSET WITH ITS COST,
      *    DEPRECIATION TO DATE AND NET BOOK VALUE, RECONCILED TO THE
      *    FIXED ASSET AND ACCUMULATED DEPRECIATION LEDGER ACCOUNTS
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    THE REGISTER TOTALS COVER ASSETS STILL IN USE. THE LEDGER
      *    SIDE IS EVERY POSTING ON 1500 (DEBIT BALANCE) AND 1510
      *    (CREDIT BALANCE) PLUS ANY RELEASED JOURNAL ENTRY ON THOSE
      *    ACCOUNTS GLPOST HAS NOT BOOKED YET, SO AN ACQUISITION KEYED
      *    TODAY RECONCILES BEFORE THE NEXT POSTING RUN
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETRPT.

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

           SELECT GLPOSTS ASSIGN TO "FXGLPOSTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLP-ID
           FILE STATUS IS GLPOST-FS.

           SELECT JOURNALS ASSIGN TO "FXJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JNL-ID
           FILE STATUS IS JOURNAL-FS.

           SELECT REPORTFILE ASSIGN TO "ASSETRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSETS.
       COPY FD-ASSET.

       FD  GLPOSTS.
       COPY FD-GLPOST.

       FD  JOURNALS.
       COPY FD-JOURNAL.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  ASSET-FS                             PIC 9(002).
       77  GLPOST-FS                            PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       78  ACCT-FIXED-ASSETS                    VALUE 1500.
       78  ACCT-ACCUM-DEPREC                    VALUE 1510.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "ASSETREG".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "ASSETRPTFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-LN                                PIC 9(002).

       77  WS-ASSET-COUNT                       PIC 9(005).
       77  WS-DISPOSED-COUNT                    PIC 9(005).
       77  WS-REG-COST                          PIC S9(009)V99.
       77  WS-REG-ACCUM                         PIC S9(009)V99.
       77  WS-REG-BOOK                          PIC S9(009)V99.

      *> LEDGER BALANCES - COST AS A DEBIT, DEPRECIATION AS A CREDIT
       77  WS-GL-COST                           PIC S9(009)V99.
       77  WS-GL-ACCUM                          PIC S9(009)V99.
       77  WS-GL-BOOK                           PIC S9(009)V99.
       77  WS-PEND-COST                         PIC S9(009)V99.
       77  WS-PEND-ACCUM                        PIC S9(009)V99.
       77  WS-DIFF-COST                         PIC S9(009)V99.
       77  WS-DIFF-ACCUM                        PIC S9(009)V99.

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(036)
              VALUE "BREADWICH - FIXED ASSET REGISTER AT".
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "ASSET".
           05 FILLER PIC X(027) VALUE "DESCRIPTION".
           05 FILLER PIC X(005) VALUE "SITE".
           05 FILLER PIC X(010) VALUE "ACQUIRED".
           05 FILLER PIC X(012) VALUE "       COST".
           05 FILLER PIC X(012) VALUE " DEPRECIATED".
           05 FILLER PIC X(012) VALUE " BOOK VALUE".

       01  RPT-DETAIL.
           05 RPT-D-ID                          PIC 9(006).
           05 FILLER                            PIC X(002).
           05 RPT-D-DESC                        PIC X(025).
           05 FILLER                            PIC X(002).
           05 RPT-D-SITE                        PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-D-ACQ                         PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-D-COST                        PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-D-ACCUM                       PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-D-BOOK                        PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-D-STATUS                      PIC X(004).

       01  RPT-RECON-HEAD.
           05 FILLER PIC X(036) VALUE SPACES.
           05 FILLER PIC X(016) VALUE "            COST".
           05 FILLER PIC X(016) VALUE "     DEPRECIATED".
           05 FILLER PIC X(016) VALUE "      BOOK VALUE".

       01  RPT-RECON-LINE.
           05 RPT-R-LABEL                       PIC X(036).
           05 RPT-R-COST                        PIC -ZZZZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-R-ACCUM                       PIC -ZZZZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-R-BOOK                        PIC -ZZZZZZZZZ9.99.

       01  RPT-COUNT-LINE.
           05 FILLER                            PIC X(016)
              VALUE "ASSETS IN USE:".
           05 RPT-C-IN-USE                      PIC ZZZZ9.
           05 FILLER                            PIC X(004).
           05 FILLER                            PIC X(011)
              VALUE "DISPOSED:".
           05 RPT-C-DISPOSED                    PIC ZZZZ9.

       01  RPT-RECONCILED                       PIC X(060)
           VALUE "REGISTER AGREES WITH THE LEDGER".
       01  RPT-NOT-RECONCILED                   PIC X(060)
           VALUE "*** REGISTER DOES NOT AGREE WITH THE LEDGER ***".
       01  RPT-NONE-LINE                        PIC X(060)
           VALUE "NO ASSETS ON THE REGISTER".

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ASSET REGISTER WRITTEN ON ASSETRPTFILE"
              LINE 12 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ASSET-COUNT, WS-DISPOSED-COUNT
           MOVE ZEROS TO WS-REG-COST, WS-REG-ACCUM
           MOVE ZEROS TO WS-GL-COST, WS-GL-ACCUM
           MOVE ZEROS TO WS-PEND-COST, WS-PEND-ACCUM

           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM LIST-ASSETS
           PERFORM SUM-LEDGER
           PERFORM SUM-UNBOOKED-ENTRIES
           PERFORM WRITE-RECONCILIATION
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    THE REGISTER ITSELF
      ******************************************************************
       LIST-ASSETS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT ASSETS
           IF ASSET-FS = NOT-FILE THEN
               CLOSE ASSETS
               WRITE REPORT-LINE FROM RPT-NONE-LINE
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ASSETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM WRITE-ASSET-LINE
               END-READ
           END-PERFORM
           CLOSE ASSETS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       WRITE-ASSET-LINE SECTION.
           MOVE SPACES TO RPT-DETAIL
           MOVE AST-ID TO RPT-D-ID
           MOVE AST-DESC TO RPT-D-DESC
           MOVE AST-SITE-ID TO RPT-D-SITE
           MOVE AST-ACQ-DATE TO RPT-D-ACQ
           MOVE AST-COST TO RPT-D-COST
           MOVE AST-ACCUM-DEP TO RPT-D-ACCUM
           IF AST-DISPOSED THEN
               MOVE ZEROS TO RPT-D-BOOK
               MOVE "DISP" TO RPT-D-STATUS
               ADD 1 TO WS-DISPOSED-COUNT
           ELSE
               COMPUTE RPT-D-BOOK = AST-COST - AST-ACCUM-DEP
               MOVE "USE" TO RPT-D-STATUS
               ADD 1 TO WS-ASSET-COUNT
               ADD AST-COST TO WS-REG-COST
               ADD AST-ACCUM-DEP TO WS-REG-ACCUM
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      ******************************************************************
      *    WHAT THE LEDGER HOLDS ON THE TWO ASSET ACCOUNTS
      ******************************************************************
       SUM-LEDGER SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT GLPOSTS
           IF GLPOST-FS = NOT-FILE THEN
               CLOSE GLPOSTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ GLPOSTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       EVALUATE GLP-ACCOUNT
                           WHEN ACCT-FIXED-ASSETS
                               COMPUTE WS-GL-COST = WS-GL-COST
                                   + GLP-DEBIT - GLP-CREDIT
                           WHEN ACCT-ACCUM-DEPREC
                               COMPUTE WS-GL-ACCUM = WS-GL-ACCUM
                                   + GLP-CREDIT - GLP-DEBIT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GLPOSTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> RELEASED ENTRIES STILL WAITING FOR GLPOST
       SUM-UNBOOKED-ENTRIES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT JOURNALS
           IF JOURNAL-FS = NOT-FILE THEN
               CLOSE JOURNALS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ JOURNALS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF JNL-KIND-ENTRY AND JNL-RELEASED THEN
                           PERFORM VARYING WS-LN FROM 1 BY 1
                                   UNTIL WS-LN > JNL-LINE-COUNT
                               PERFORM ADD-UNBOOKED-LINE
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNALS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-UNBOOKED-LINE SECTION.
           EVALUATE JNL-LN-ACCOUNT (WS-LN)
               WHEN ACCT-FIXED-ASSETS
                   COMPUTE WS-PEND-COST = WS-PEND-COST
                       + JNL-LN-DEBIT (WS-LN) - JNL-LN-CREDIT (WS-LN)
               WHEN ACCT-ACCUM-DEPREC
                   COMPUTE WS-PEND-ACCUM = WS-PEND-ACCUM
                       + JNL-LN-CREDIT (WS-LN) - JNL-LN-DEBIT (WS-LN)
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************

       WRITE-RECONCILIATION SECTION.
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-ASSET-COUNT TO RPT-C-IN-USE
           MOVE WS-DISPOSED-COUNT TO RPT-C-DISPOSED
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-RECON-HEAD

           COMPUTE WS-REG-BOOK = WS-REG-COST - WS-REG-ACCUM
           MOVE "REGISTER - ASSETS IN USE" TO RPT-R-LABEL
           MOVE WS-REG-COST TO RPT-R-COST
           MOVE WS-REG-ACCUM TO RPT-R-ACCUM
           MOVE WS-REG-BOOK TO RPT-R-BOOK
           WRITE REPORT-LINE FROM RPT-RECON-LINE

           COMPUTE WS-GL-BOOK = WS-GL-COST - WS-GL-ACCUM
           MOVE "LEDGER - ACCOUNTS 1500 / 1510" TO RPT-R-LABEL
           MOVE WS-GL-COST TO RPT-R-COST
           MOVE WS-GL-ACCUM TO RPT-R-ACCUM
           MOVE WS-GL-BOOK TO RPT-R-BOOK
           WRITE REPORT-LINE FROM RPT-RECON-LINE

           MOVE "JOURNAL ENTRIES NOT YET BOOKED" TO RPT-R-LABEL
           MOVE WS-PEND-COST TO RPT-R-COST
           MOVE WS-PEND-ACCUM TO RPT-R-ACCUM
           COMPUTE RPT-R-BOOK = WS-PEND-COST - WS-PEND-ACCUM
           WRITE REPORT-LINE FROM RPT-RECON-LINE

           COMPUTE WS-DIFF-COST = WS-REG-COST - WS-GL-COST
               - WS-PEND-COST
           COMPUTE WS-DIFF-ACCUM = WS-REG-ACCUM - WS-GL-ACCUM
               - WS-PEND-ACCUM
           MOVE "DIFFERENCE" TO RPT-R-LABEL
           MOVE WS-DIFF-COST TO RPT-R-COST
           MOVE WS-DIFF-ACCUM TO RPT-R-ACCUM
           COMPUTE RPT-R-BOOK = WS-DIFF-COST - WS-DIFF-ACCUM
           WRITE REPORT-LINE FROM RPT-RECON-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE

           IF WS-DIFF-COST = ZEROS AND WS-DIFF-ACCUM = ZEROS THEN
               WRITE REPORT-LINE FROM RPT-RECONCILED
           ELSE
               WRITE REPORT-LINE FROM RPT-NOT-RECONCILED
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT SECTION.

       END PROGRAM ASSETRPT.
