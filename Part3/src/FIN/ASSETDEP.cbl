      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    MONTHLY DEPRECIATION RUN - MONTH-END STEP CALLED BY
      *    PERCLOSE. CHARGES EVERY ASSET STILL IN USE ITS STRAIGHT-LINE
      *    SHARE OF (COST - RESIDUAL) FOR THE PERIOD AND LISTS WHAT WAS
      *    CHARGED | V0.1 | 15.10.2026
      ******************************************************************
      *    AN ASSET IS CHARGED A FULL MONTH IN THE MONTH IT WAS BOUGHT.
      *    ANY MONTH MISSED SINCE THE LAST RUN IS CAUGHT UP, AND THE
      *    LAST MONTH OF THE LIFE TAKES WHATEVER IS LEFT SO THE ASSET
      *    ENDS EXACTLY AT ITS RESIDUAL VALUE. THE CHARGE IS WRITTEN AS
      *    ONE RELEASED JOURNAL ENTRY PER SITE (DR DEPRECIATION / CR
      *    ACCUMULATED DEPRECIATION) DATED THE LAST DAY OF THE PERIOD
      *    FOR GLPOST TO BOOK. AST-LAST-DEP-PERIOD STOPS A PERIOD BEING
      *    CHARGED TWICE WHEN IT IS CLOSED AGAIN AFTER A REOPEN
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETDEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ASSETS ASSIGN TO "FXASSETS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AST-ID
           FILE STATUS IS ASSET-FS.

           SELECT JOURNALS ASSIGN TO "FXJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JNL-ID
           FILE STATUS IS JOURNAL-FS.

           SELECT JNLKEYS ASSIGN TO "JNLKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JNLKEY-FS.

           SELECT REPORTFILE ASSIGN TO "ASSETDEPFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSETS.
       COPY FD-ASSET.

       FD  JOURNALS.
       COPY FD-JOURNAL.

       FD  JNLKEYS.
       01  FDJNLKEYS                            PIC 9(006).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  ASSET-FS                             PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  JNLKEY-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       78  ACCT-ACCUM-DEPREC                    VALUE 1510.
       78  ACCT-DEPRECIATION                    VALUE 5300.

       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "DEPRECIATION".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "ASSETDEPFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-PERIOD                            PIC 9(006).
       77  WS-PERIOD-END                        PIC 9(008).
       77  WS-NEXT-YEAR                         PIC 9(004).
       77  WS-NEXT-MONTH                        PIC 9(002).
       77  WS-NEXT-FIRST                        PIC 9(008).
       77  WS-ENTRY-DATE                        PIC 9(008).

      *> PERIODS COUNTED AS YEAR * 12 + MONTH SO MONTHS SUBTRACT
       77  WS-PERIOD-SEQ                        PIC 9(006).
       01  WS-DATE-PARTS.
           05 WS-DP-YEAR                        PIC 9(004).
           05 WS-DP-MONTH                       PIC 9(002).
           05 WS-DP-DAY                         PIC 9(002).
       01  WS-PERIOD-PARTS.
           05 WS-PP-YEAR                        PIC 9(004).
           05 WS-PP-MONTH                       PIC 9(002).
       77  WS-ACQ-SEQ                           PIC 9(006).
       77  WS-LAST-SEQ                          PIC 9(006).
       77  WS-MONTHS                            PIC 9(004).
       77  WS-MONTHS-USED                       PIC 9(004).
       77  WS-DEPRECIABLE                       PIC 9(007)V99.
       77  WS-REMAINING                         PIC 9(007)V99.
       77  WS-MONTHLY-DEP                       PIC 9(007)V99.
       77  WS-CHARGE                            PIC 9(007)V99.

      *> CHARGE PER SITE
       77  MAX-DSITE                            PIC 9(003).
       01  TAB-DSITE OCCURS 100 INDEXED BY IND-DSITE.
           05 TAB-DS-SITE                       PIC 9(003).
           05 TAB-DS-AMOUNT                     PIC 9(009)V99.

       77  WS-NEW-JNL-ID                        PIC 9(006).
       77  WS-ENTRIES                           PIC 9(003).
       77  WS-ASSETS-CHARGED                    PIC 9(005).
       77  WS-TOTAL                             PIC 9(009)V99.

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(036)
              VALUE "BREADWICH - DEPRECIATION FOR PERIOD".
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-PERIOD                   PIC 9(006).
           05 FILLER                            PIC X(006)
              VALUE "  RUN ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "ASSET".
           05 FILLER PIC X(032) VALUE "DESCRIPTION".
           05 FILLER PIC X(005) VALUE "SITE".
           05 FILLER PIC X(004) VALUE "MTH".
           05 FILLER PIC X(013) VALUE "      CHARGE".
           05 FILLER PIC X(013) VALUE " ACCUMULATED".
           05 FILLER PIC X(013) VALUE "   BOOK VALUE".

       01  RPT-DETAIL.
           05 RPT-D-ID                          PIC 9(006).
           05 FILLER                            PIC X(002).
           05 RPT-D-DESC                        PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-D-SITE                        PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-D-MONTHS                      PIC ZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-D-CHARGE                      PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(003).
           05 RPT-D-ACCUM                       PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(003).
           05 RPT-D-BOOK                        PIC ZZZZZZ9.99.

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(018)
              VALUE "ASSETS CHARGED:".
           05 RPT-S-ASSETS                      PIC ZZZZ9.
           05 FILLER                            PIC X(004).
           05 FILLER                            PIC X(015)
              VALUE "TOTAL CHARGE:".
           05 RPT-S-TOTAL                       PIC ZZZZZZZZ9.99.
           05 FILLER                            PIC X(004).
           05 FILLER                            PIC X(017)
              VALUE "JOURNAL ENTRIES:".
           05 RPT-S-ENTRIES                     PIC ZZ9.

       01  RPT-NONE-LINE                        PIC X(060)
           VALUE "NOTHING FURTHER TO CHARGE FOR THIS PERIOD".

       LINKAGE SECTION.
       01  LK-PER-YEAR                          PIC 9(004).
       01  LK-PER-MONTH                         PIC 9(002).
      *> WHAT WAS CHARGED ON THIS RUN, BACK TO THE CALLER
       01  LK-DEP-TOTAL                         PIC 9(009)V99.

      ******************************************************************

       PROCEDURE DIVISION USING LK-PER-YEAR LK-PER-MONTH
                                LK-DEP-TOTAL.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-PERIOD = LK-PER-YEAR * 100 + LK-PER-MONTH
           COMPUTE WS-PERIOD-SEQ = LK-PER-YEAR * 12 + LK-PER-MONTH
           PERFORM PERIOD-DATES
           MOVE ZEROS TO MAX-DSITE, WS-ENTRIES, WS-ASSETS-CHARGED
           MOVE ZEROS TO WS-TOTAL

           OPEN OUTPUT REPORTFILE
           MOVE WS-PERIOD TO RPT-HEAD-PERIOD
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           PERFORM CHARGE-ASSETS
           IF WS-TOTAL > ZEROS THEN
               PERFORM WRITE-DEPRECIATION-ENTRIES
           ELSE
               WRITE REPORT-LINE FROM RPT-NONE-LINE
           END-IF

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-ASSETS-CHARGED TO RPT-S-ASSETS
           MOVE WS-TOTAL TO RPT-S-TOTAL
           MOVE WS-ENTRIES TO RPT-S-ENTRIES
           WRITE REPORT-LINE FROM RPT-SUMMARY
           CLOSE REPORTFILE
           MOVE WS-TOTAL TO LK-DEP-TOTAL

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           EXIT PROGRAM.

      *> LAST DAY OF THE PERIOD - THE CHARGE FALLS THERE, OR TODAY
      *> IF THE PERIOD IS BEING CLOSED BEFORE IT HAS ENDED
       PERIOD-DATES SECTION.
           MOVE LK-PER-YEAR TO WS-NEXT-YEAR
           MOVE LK-PER-MONTH TO WS-NEXT-MONTH
           ADD 1 TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH > 12 THEN
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           END-IF
           COMPUTE WS-NEXT-FIRST =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-PERIOD-END =
               DATE-OF-INTEGER (INTEGER-OF-DATE (WS-NEXT-FIRST) - 1)
           IF WS-TODAY-NUM < WS-PERIOD-END THEN
               MOVE WS-TODAY-NUM TO WS-ENTRY-DATE
           ELSE
               MOVE WS-PERIOD-END TO WS-ENTRY-DATE
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    EVERY ASSET IN USE AND NOT YET CHARGED FOR THE PERIOD
      ******************************************************************
       CHARGE-ASSETS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN I-O ASSETS
           IF ASSET-FS = NOT-FILE THEN
               CLOSE ASSETS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ASSETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF AST-IN-USE
                          AND AST-ACQ-DATE NOT > WS-PERIOD-END
                          AND AST-LAST-DEP-PERIOD < WS-PERIOD THEN
                           PERFORM CHARGE-ONE-ASSET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSETS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       CHARGE-ONE-ASSET SECTION.
           MOVE AST-ACQ-DATE TO WS-DATE-PARTS
           COMPUTE WS-ACQ-SEQ = WS-DP-YEAR * 12 + WS-DP-MONTH
           IF AST-LAST-DEP-PERIOD = ZEROS THEN
               COMPUTE WS-LAST-SEQ = WS-ACQ-SEQ - 1
           ELSE
               MOVE AST-LAST-DEP-PERIOD TO WS-PERIOD-PARTS
               COMPUTE WS-LAST-SEQ = WS-PP-YEAR * 12 + WS-PP-MONTH
           END-IF
           COMPUTE WS-MONTHS = WS-PERIOD-SEQ - WS-LAST-SEQ
           COMPUTE WS-MONTHS-USED = WS-PERIOD-SEQ - WS-ACQ-SEQ + 1

           COMPUTE WS-DEPRECIABLE = AST-COST - AST-RESIDUAL
           COMPUTE WS-REMAINING = WS-DEPRECIABLE - AST-ACCUM-DEP
           COMPUTE WS-MONTHLY-DEP ROUNDED =
               WS-DEPRECIABLE / AST-LIFE-MONTHS
           COMPUTE WS-CHARGE = WS-MONTHLY-DEP * WS-MONTHS
           IF WS-CHARGE > WS-REMAINING
              OR WS-MONTHS-USED NOT < AST-LIFE-MONTHS THEN
               MOVE WS-REMAINING TO WS-CHARGE
           END-IF

           ADD WS-CHARGE TO AST-ACCUM-DEP
           MOVE WS-PERIOD TO AST-LAST-DEP-PERIOD
           REWRITE FD-ASSET
           END-REWRITE
           IF WS-CHARGE = ZEROS THEN
               EXIT SECTION
           END-IF

           ADD 1 TO WS-ASSETS-CHARGED
           ADD WS-CHARGE TO WS-TOTAL
           PERFORM ADD-TO-SITE-CHARGE
           MOVE SPACES TO RPT-DETAIL
           MOVE AST-ID TO RPT-D-ID
           MOVE AST-DESC TO RPT-D-DESC
           MOVE AST-SITE-ID TO RPT-D-SITE
           MOVE WS-MONTHS TO RPT-D-MONTHS
           MOVE WS-CHARGE TO RPT-D-CHARGE
           MOVE AST-ACCUM-DEP TO RPT-D-ACCUM
           COMPUTE RPT-D-BOOK = AST-COST - AST-ACCUM-DEP
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       ADD-TO-SITE-CHARGE SECTION.
           PERFORM VARYING IND-DSITE FROM 1 BY 1
                   UNTIL IND-DSITE > MAX-DSITE
               IF TAB-DS-SITE (IND-DSITE) = AST-SITE-ID THEN
                   ADD WS-CHARGE TO TAB-DS-AMOUNT (IND-DSITE)
                   EXIT SECTION
               END-IF
           END-PERFORM
      *>   A FULL TABLE LUMPS THE REST INTO ITS LAST SITE
           IF MAX-DSITE NOT < 100 THEN
               SET IND-DSITE TO MAX-DSITE
               ADD WS-CHARGE TO TAB-DS-AMOUNT (IND-DSITE)
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-DSITE
           SET IND-DSITE TO MAX-DSITE
           MOVE AST-SITE-ID TO TAB-DS-SITE (IND-DSITE)
           MOVE WS-CHARGE TO TAB-DS-AMOUNT (IND-DSITE)
           EXIT SECTION.

      ******************************************************************
      *    ONE ENTRY PER SITE FOR GLPOST
      ******************************************************************
       WRITE-DEPRECIATION-ENTRIES SECTION.
           OPEN I-O JOURNALS
           IF JOURNAL-FS = NOT-FILE THEN
               CLOSE JOURNALS
               OPEN OUTPUT JOURNALS
               CLOSE JOURNALS
               OPEN I-O JOURNALS
           END-IF
           PERFORM VARYING IND-DSITE FROM 1 BY 1
                   UNTIL IND-DSITE > MAX-DSITE
               IF TAB-DS-AMOUNT (IND-DSITE) > ZEROS THEN
                   PERFORM WRITE-ONE-DEPRECIATION
               END-IF
           END-PERFORM
           CLOSE JOURNALS
           EXIT SECTION.

       WRITE-ONE-DEPRECIATION SECTION.
           PERFORM NEXT-JOURNAL-ID
           INITIALIZE FD-JOURNAL
           MOVE WS-NEW-JNL-ID TO JNL-ID
           MOVE "E" TO JNL-KIND
           MOVE WS-ENTRY-DATE TO JNL-DATE
           STRING "DEPRECIATION " WS-PERIOD " SITE "
               TAB-DS-SITE (IND-DSITE)
               DELIMITED BY SIZE INTO JNL-DESC
           MOVE ZEROS TO JNL-KEYED-BY
           MOVE "A" TO JNL-STATUS
           MOVE "N" TO JNL-AUTO-REVERSE
           MOVE TAB-DS-AMOUNT (IND-DSITE) TO JNL-TOTAL
           MOVE 2 TO JNL-LINE-COUNT
           MOVE ACCT-DEPRECIATION TO JNL-LN-ACCOUNT (1)
           MOVE TAB-DS-SITE (IND-DSITE) TO JNL-LN-SITE-ID (1)
           MOVE TAB-DS-AMOUNT (IND-DSITE) TO JNL-LN-DEBIT (1)
           MOVE ZEROS TO JNL-LN-CREDIT (1)
           MOVE ACCT-ACCUM-DEPREC TO JNL-LN-ACCOUNT (2)
           MOVE TAB-DS-SITE (IND-DSITE) TO JNL-LN-SITE-ID (2)
           MOVE ZEROS TO JNL-LN-DEBIT (2)
           MOVE TAB-DS-AMOUNT (IND-DSITE) TO JNL-LN-CREDIT (2)
           WRITE FD-JOURNAL
           END-WRITE
           ADD 1 TO WS-ENTRIES
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

       END PROGRAM ASSETDEP.
