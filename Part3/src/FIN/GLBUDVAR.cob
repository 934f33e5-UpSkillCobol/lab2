      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    BUDGET VERSUS ACTUAL - PER INCOME AND EXPENSE ACCOUNT THE
      *    ACTUAL, BUDGET, VARIANCE AND VARIANCE % FOR THE KEYED MONTH
      *    AND FOR THE YEAR TO DATE, FOR ONE COST CENTRE OR ALL OF
      *    THEM. LINES BEYOND THE TOLERANCE ARE FLAGGED | V0.1 |
      *    15.10.2026
      ******************************************************************
      *    AMOUNTS ARE IN THE ACCOUNT'S OWN DIRECTION (INCOME AS
      *    EARNED, EXPENSES AS SPENT) AND VARIANCE IS ACTUAL LESS
      *    BUDGET. A LINE WITH AN ACTUAL BUT NO BUDGET IS ALWAYS
      *    FLAGGED
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUDVAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GLACCTS ASSIGN TO "FXGLACCTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLA-ACCOUNT
           FILE STATUS IS GLACCT-FS.

           SELECT GLPOSTS ASSIGN TO "FXGLPOSTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLP-ID
           FILE STATUS IS GLPOST-FS.

           SELECT BUDGETS ASSIGN TO "FXBUDGET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BUD-KEY
           FILE STATUS IS BUDGET-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

           SELECT REPORTFILE ASSIGN TO "GLBUDVARFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLACCTS.
       COPY FD-GLACCT.

       FD  GLPOSTS.
       COPY FD-GLPOST.

       FD  BUDGETS.
       COPY FD-BUDGET.

       FD  SITES.
       COPY FD-SITES.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  GLACCT-FS                            PIC 9(002).
       77  GLPOST-FS                            PIC 9(002).
       77  BUDGET-FS                            PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  F3                                   VALUE 1003.
       78  CENTRAL-SITE                         VALUE 0.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "BUDGETVSACT".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "GLBUDVARFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-ASK-YEAR                          PIC 9(004).
       77  WS-ASK-MONTH                         PIC 9(002).
       77  WS-ASK-SITE                          PIC 9(003).
       77  WS-ASK-ALL                           PIC X(001).
       77  WS-TOLERANCE                         PIC 9(003)V99.
       77  WS-SITE-NAME                         PIC X(030).

      *> INCOME AND EXPENSE ACCOUNTS IN ACCOUNT ORDER, WITH THE
      *> MONTH AND YEAR-TO-DATE FIGURES IN THE ACCOUNT'S DIRECTION
       77  MAX-ACCT                             PIC 9(003).
       01  TAB-ACCT OCCURS 200 INDEXED BY IND-ACCT.
           05 TAB-ACCT-NO                       PIC 9(004).
           05 TAB-ACCT-NAME                     PIC X(030).
           05 TAB-ACCT-TYPE                     PIC X(001).
           05 TAB-MONTH-ACTUAL                  PIC S9(010)V99.
           05 TAB-MONTH-BUDGET                  PIC S9(010)V99.
           05 TAB-YTD-ACTUAL                    PIC S9(010)V99.
           05 TAB-YTD-BUDGET                    PIC S9(010)V99.
       77  WS-ACCT-INDEX                        PIC 9(003).

      *> GROUP TOTALS - 1 INCOME, 2 EXPENSES, 3 RESULT
       01  TAB-GROUP OCCURS 3 TIMES.
           05 TAB-GRP-MONTH-ACTUAL              PIC S9(010)V99.
           05 TAB-GRP-MONTH-BUDGET              PIC S9(010)V99.
           05 TAB-GRP-YTD-ACTUAL                PIC S9(010)V99.
           05 TAB-GRP-YTD-BUDGET                PIC S9(010)V99.
       77  WS-GROUP                             PIC 9(001).

       77  WS-PRINT-TYPE                        PIC X(001).
       77  WS-LINE-ACTUAL                       PIC S9(010)V99.
       77  WS-LINE-BUDGET                       PIC S9(010)V99.
       77  WS-VARIANCE                          PIC S9(010)V99.
       77  WS-VARIANCE-PCT                      PIC S9(007)V9.
       77  WS-FLAGGED                           PIC 9(005).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - BUDGET VERSUS ACTUAL  PERIOD".
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(014)
              VALUE "   TOLERANCE ".
           05 RPT-HEAD-TOL                      PIC ZZ9.99.
           05 FILLER                            PIC X(001)
              VALUE "%".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-CENTRE.
           05 FILLER                            PIC X(014)
              VALUE "COST CENTRE:  ".
           05 RPT-CENTRE-TEXT                   PIC X(040).

       01  RPT-COLUMNS.
           05 FILLER PIC X(028) VALUE "ACCOUNT".
           05 FILLER PIC X(006) VALUE SPACES.
           05 FILLER PIC X(014) VALUE "       ACTUAL".
           05 FILLER PIC X(014) VALUE "       BUDGET".
           05 FILLER PIC X(014) VALUE "     VARIANCE".
           05 FILLER PIC X(010) VALUE "    VAR %".

       01  RPT-GROUP-HEAD.
           05 RPT-GROUP-NAME                    PIC X(030).

       01  RPT-DETAIL.
           05 RPT-DET-ACCOUNT                   PIC X(004).
           05 FILLER                            PIC X(001).
           05 RPT-DET-NAME                      PIC X(022).
           05 FILLER                            PIC X(001).
           05 RPT-DET-LABEL                     PIC X(005).
           05 FILLER                            PIC X(001).
           05 RPT-DET-ACTUAL                    PIC -ZZZZZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-DET-BUDGET                    PIC -ZZZZZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-DET-VARIANCE                  PIC -ZZZZZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-DET-PCT                       PIC -ZZZZZ9.9.
           05 RPT-DET-PCT-X REDEFINES RPT-DET-PCT
                                                PIC X(009).
           05 FILLER                            PIC X(001).
           05 RPT-DET-FLAG                      PIC X(003).

       01  RPT-FLAGGED.
           05 FILLER                            PIC X(034)
              VALUE "LINES OUTSIDE TOLERANCE (***):".
           05 RPT-FLAGGED-COUNT                 PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  ASK-PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BUDGET VERSUS ACTUAL" LINE 03 COL 10.
           05 VALUE "PERIOD YEAR  (YYYY):" LINE 06 COL 10.
           05 SS-YEAR PIC 9(004) LINE 06 COL 32
              USING WS-ASK-YEAR.
           05 VALUE "PERIOD MONTH (MM):" LINE 07 COL 10.
           05 SS-MONTH PIC 9(002) LINE 07 COL 32
              USING WS-ASK-MONTH.
           05 VALUE "ALL COST CENTRES (Y/N):" LINE 08 COL 10.
           05 SS-ALL PIC X(001) LINE 08 COL 35
              USING WS-ASK-ALL.
           05 VALUE "OR ONE CENTRE (000 = CENTRAL):" LINE 09 COL 10.
           05 SS-SITE PIC 9(003) LINE 09 COL 42
              USING WS-ASK-SITE.
           05 VALUE "TOLERANCE %.........:" LINE 10 COL 10.
           05 SS-TOL PIC ZZ9.99 LINE 10 COL 32
              USING WS-TOLERANCE.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BUDGET REPORT WRITTEN ON GLBUDVARFILE"
              LINE 12 COL 10.
           05 VALUE "LINES OUTSIDE TOLERANCE:" LINE 13 COL 10.
           05 SS-FLAGGED PIC ZZZZ9 LINE 13 COL 36 FROM WS-FLAGGED.
           05 VALUE "PRESS ANY KEY" LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-ACCT, WS-FLAGGED, WS-ASK-SITE
           INITIALIZE TAB-GROUP (1), TAB-GROUP (2), TAB-GROUP (3)
           MOVE "Y" TO WS-ASK-ALL
           MOVE 10 TO WS-TOLERANCE

           DISPLAY CLEAR-SCREEN
           MOVE WS-TODAY-NUM (1:4) TO WS-ASK-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-ASK-MONTH
           PERFORM WITH TEST AFTER
                   UNTIL WS-ASK-MONTH >= 1 AND WS-ASK-MONTH <= 12
                     AND (WS-ASK-ALL = "Y" OR WS-ASK-ALL = "N")
               ACCEPT ASK-PERIOD-SCREEN
               IF KEYSTATUS = F3 THEN
                   GOBACK
               END-IF
               MOVE UPPER-CASE (WS-ASK-ALL) TO WS-ASK-ALL
           END-PERFORM

           PERFORM LOAD-ACCOUNTS
           PERFORM SUM-ACTUALS
           PERFORM SUM-BUDGETS
           PERFORM WRITE-REPORT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       LOAD-ACCOUNTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT GLACCTS
           IF GLACCT-FS = NOT-FILE THEN
               CLOSE GLACCTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ GLACCTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF (GLA-TYPE-INCOME OR GLA-TYPE-EXPENSE)
                          AND MAX-ACCT < 200 THEN
                           ADD 1 TO MAX-ACCT
                           SET IND-ACCT TO MAX-ACCT
                           INITIALIZE TAB-ACCT (IND-ACCT)
                           MOVE GLA-ACCOUNT TO TAB-ACCT-NO (IND-ACCT)
                           MOVE GLA-NAME TO TAB-ACCT-NAME (IND-ACCT)
                           MOVE GLA-TYPE TO TAB-ACCT-TYPE (IND-ACCT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLACCTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       FIND-ACCOUNT SECTION.
           MOVE ZEROS TO WS-ACCT-INDEX
           PERFORM VARYING IND-ACCT FROM 1 BY 1
                   UNTIL IND-ACCT > MAX-ACCT
               IF TAB-ACCT-NO (IND-ACCT) = GLA-ACCOUNT THEN
                   SET WS-ACCT-INDEX TO IND-ACCT
               END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    ACTUALS - LEGS OF THE YEAR UP TO THE KEYED MONTH ON THE
      *    CHOSEN COST CENTRE
      ******************************************************************
       SUM-ACTUALS SECTION.
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
                       IF GLP-PERIOD-YEAR = WS-ASK-YEAR
                          AND GLP-PERIOD-MONTH <= WS-ASK-MONTH
                          AND (WS-ASK-ALL = "Y"
                           OR GLP-SITE-ID = WS-ASK-SITE) THEN
                           PERFORM ADD-LEG-TO-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPOSTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-LEG-TO-ACCOUNT SECTION.
           MOVE GLP-ACCOUNT TO GLA-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-INDEX = ZEROS THEN
               EXIT SECTION
           END-IF
           SET IND-ACCT TO WS-ACCT-INDEX
           IF TAB-ACCT-TYPE (IND-ACCT) = "I" THEN
               COMPUTE WS-LINE-ACTUAL = GLP-CREDIT - GLP-DEBIT
           ELSE
               COMPUTE WS-LINE-ACTUAL = GLP-DEBIT - GLP-CREDIT
           END-IF
           ADD WS-LINE-ACTUAL TO TAB-YTD-ACTUAL (IND-ACCT)
           IF GLP-PERIOD-MONTH = WS-ASK-MONTH THEN
               ADD WS-LINE-ACTUAL TO TAB-MONTH-ACTUAL (IND-ACCT)
           END-IF
           EXIT SECTION.

       SUM-BUDGETS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT BUDGETS
           IF BUDGET-FS = NOT-FILE THEN
               CLOSE BUDGETS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ BUDGETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF BUD-YEAR = WS-ASK-YEAR
                          AND BUD-MONTH <= WS-ASK-MONTH
                          AND (WS-ASK-ALL = "Y"
                           OR BUD-SITE-ID = WS-ASK-SITE) THEN
                           PERFORM ADD-BUDGET-TO-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGETS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-BUDGET-TO-ACCOUNT SECTION.
           MOVE BUD-ACCOUNT TO GLA-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-INDEX = ZEROS THEN
               EXIT SECTION
           END-IF
           SET IND-ACCT TO WS-ACCT-INDEX
           ADD BUD-AMOUNT TO TAB-YTD-BUDGET (IND-ACCT)
           IF BUD-MONTH = WS-ASK-MONTH THEN
               ADD BUD-AMOUNT TO TAB-MONTH-BUDGET (IND-ACCT)
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    INCOME, THEN EXPENSES, THEN THE RESULT - EACH ACCOUNT ON A
      *    MONTH LINE AND A YEAR-TO-DATE LINE
      ******************************************************************
       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TOLERANCE TO RPT-HEAD-TOL
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           PERFORM GET-CENTRE-TEXT
           WRITE REPORT-LINE FROM RPT-CENTRE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE "INCOME" TO RPT-GROUP-NAME
           WRITE REPORT-LINE FROM RPT-GROUP-HEAD
           MOVE "I" TO WS-PRINT-TYPE
           MOVE 1 TO WS-GROUP
           PERFORM WRITE-ACCOUNT-GROUP
           MOVE "TOTAL INCOME" TO RPT-DET-NAME
           PERFORM WRITE-GROUP-TOTAL

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXPENSES" TO RPT-GROUP-NAME
           WRITE REPORT-LINE FROM RPT-GROUP-HEAD
           MOVE "E" TO WS-PRINT-TYPE
           MOVE 2 TO WS-GROUP
           PERFORM WRITE-ACCOUNT-GROUP
           MOVE "TOTAL EXPENSES" TO RPT-DET-NAME
           PERFORM WRITE-GROUP-TOTAL

           WRITE REPORT-LINE FROM DIVIDER-LINE
           COMPUTE TAB-GRP-MONTH-ACTUAL (3) =
               TAB-GRP-MONTH-ACTUAL (1) - TAB-GRP-MONTH-ACTUAL (2)
           COMPUTE TAB-GRP-MONTH-BUDGET (3) =
               TAB-GRP-MONTH-BUDGET (1) - TAB-GRP-MONTH-BUDGET (2)
           COMPUTE TAB-GRP-YTD-ACTUAL (3) =
               TAB-GRP-YTD-ACTUAL (1) - TAB-GRP-YTD-ACTUAL (2)
           COMPUTE TAB-GRP-YTD-BUDGET (3) =
               TAB-GRP-YTD-BUDGET (1) - TAB-GRP-YTD-BUDGET (2)
           MOVE 3 TO WS-GROUP
           MOVE "RESULT" TO RPT-DET-NAME
           PERFORM WRITE-GROUP-TOTAL

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-FLAGGED TO RPT-FLAGGED-COUNT
           WRITE REPORT-LINE FROM RPT-FLAGGED
           CLOSE REPORTFILE
           EXIT SECTION.

       GET-CENTRE-TEXT SECTION.
           IF WS-ASK-ALL = "Y" THEN
               MOVE "ALL - CONSOLIDATED" TO RPT-CENTRE-TEXT
               EXIT SECTION
           END-IF
           IF WS-ASK-SITE = CENTRAL-SITE THEN
               MOVE "000 CENTRAL COST CENTRE" TO RPT-CENTRE-TEXT
               EXIT SECTION
           END-IF
           MOVE "** SITE NOT ON FILE **" TO WS-SITE-NAME
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE THEN
               MOVE WS-ASK-SITE TO FD-SITE-ID
               READ SITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FD-SITE-NAME TO WS-SITE-NAME
               END-READ
           END-IF
           CLOSE SITES
           MOVE SPACES TO RPT-CENTRE-TEXT
           STRING WS-ASK-SITE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SITE-NAME DELIMITED BY SIZE
               INTO RPT-CENTRE-TEXT
           END-STRING
           EXIT SECTION.

      *> ACCOUNTS WITH NOTHING ACTUAL OR BUDGETED IN THE YEAR ARE LEFT
      *> OUT
       WRITE-ACCOUNT-GROUP SECTION.
           PERFORM VARYING IND-ACCT FROM 1 BY 1
                   UNTIL IND-ACCT > MAX-ACCT
               IF TAB-ACCT-TYPE (IND-ACCT) = WS-PRINT-TYPE
                  AND (TAB-YTD-ACTUAL (IND-ACCT) NOT = ZEROS
                   OR TAB-YTD-BUDGET (IND-ACCT) NOT = ZEROS) THEN
                   PERFORM WRITE-ACCOUNT-LINES
               END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-ACCOUNT-LINES SECTION.
           ADD TAB-MONTH-ACTUAL (IND-ACCT)
             TO TAB-GRP-MONTH-ACTUAL (WS-GROUP)
           ADD TAB-MONTH-BUDGET (IND-ACCT)
             TO TAB-GRP-MONTH-BUDGET (WS-GROUP)
           ADD TAB-YTD-ACTUAL (IND-ACCT)
             TO TAB-GRP-YTD-ACTUAL (WS-GROUP)
           ADD TAB-YTD-BUDGET (IND-ACCT)
             TO TAB-GRP-YTD-BUDGET (WS-GROUP)

           MOVE SPACES TO RPT-DETAIL
           MOVE TAB-ACCT-NO (IND-ACCT) TO RPT-DET-ACCOUNT
           MOVE TAB-ACCT-NAME (IND-ACCT) TO RPT-DET-NAME
           MOVE "MONTH" TO RPT-DET-LABEL
           MOVE TAB-MONTH-ACTUAL (IND-ACCT) TO WS-LINE-ACTUAL
           MOVE TAB-MONTH-BUDGET (IND-ACCT) TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE

           MOVE SPACES TO RPT-DETAIL
           MOVE "YTD" TO RPT-DET-LABEL
           MOVE TAB-YTD-ACTUAL (IND-ACCT) TO WS-LINE-ACTUAL
           MOVE TAB-YTD-BUDGET (IND-ACCT) TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE
           EXIT SECTION.

      *> RPT-DET-NAME IS SET BY THE CALLER
       WRITE-GROUP-TOTAL SECTION.
           MOVE SPACES TO RPT-DET-ACCOUNT
           MOVE "MONTH" TO RPT-DET-LABEL
           MOVE TAB-GRP-MONTH-ACTUAL (WS-GROUP) TO WS-LINE-ACTUAL
           MOVE TAB-GRP-MONTH-BUDGET (WS-GROUP) TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE

           MOVE SPACES TO RPT-DETAIL
           MOVE "YTD" TO RPT-DET-LABEL
           MOVE TAB-GRP-YTD-ACTUAL (WS-GROUP) TO WS-LINE-ACTUAL
           MOVE TAB-GRP-YTD-BUDGET (WS-GROUP) TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE
           EXIT SECTION.

      *> VARIANCE % IS TAKEN ON THE SIZE OF THE BUDGET SO A NEGATIVE
      *> RESULT BUDGET STILL READS THE RIGHT WAY ROUND
       WRITE-VARIANCE-LINE SECTION.
           COMPUTE WS-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET
           MOVE WS-LINE-ACTUAL TO RPT-DET-ACTUAL
           MOVE WS-LINE-BUDGET TO RPT-DET-BUDGET
           MOVE WS-VARIANCE TO RPT-DET-VARIANCE
           MOVE SPACES TO RPT-DET-FLAG
           IF WS-LINE-BUDGET = ZEROS THEN
               MOVE "      N/A" TO RPT-DET-PCT-X
               IF WS-LINE-ACTUAL NOT = ZEROS THEN
                   MOVE "***" TO RPT-DET-FLAG
               END-IF
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / ABS (WS-LINE-BUDGET)
                   ON SIZE ERROR MOVE 9999999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               MOVE WS-VARIANCE-PCT TO RPT-DET-PCT
               IF ABS (WS-VARIANCE-PCT) > WS-TOLERANCE THEN
                   MOVE "***" TO RPT-DET-FLAG
               END-IF
           END-IF
           IF RPT-DET-FLAG NOT = SPACES THEN
               ADD 1 TO WS-FLAGGED
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       END PROGRAM GLBUDVAR.
