      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    GL BUDGET MAINTENANCE - MONTHLY BUDGET PER INCOME OR
      *    EXPENSE ACCOUNT AND COST CENTRE. A YEAR IS KEYED MONTH BY
      *    MONTH, SPREAD FROM AN ANNUAL FIGURE (EVENLY OR BY LAST
      *    YEAR'S ACTUAL PATTERN) OR COPIED FORWARD FROM THE YEAR
      *    BEFORE | V0.1 | 15.10.2026
      ******************************************************************
      *    SPREAD ROUNDING GOES TO DECEMBER SO THE TWELVE MONTHS ADD
      *    UP TO THE ANNUAL FIGURE. A PATTERN YEAR WITH NO POSITIVE
      *    ACTUAL TOTAL FALLS BACK TO AN EVEN SPREAD
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUDGET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUDGETS ASSIGN TO "FXBUDGET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BUD-KEY
           FILE STATUS IS BUDGET-FS.

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

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGETS.
       COPY FD-BUDGET.

       FD  GLACCTS.
       COPY FD-GLACCT.

       FD  GLPOSTS.
       COPY FD-GLPOST.

       FD  SITES.
       COPY FD-SITES.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  BUDGET-FS                            PIC 9(002).
       77  GLACCT-FS                            PIC 9(002).
       77  GLPOST-FS                            PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  CENTRAL-SITE                         VALUE 0.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-KEY-OK                            PIC X(001).
       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-BUD-ACCOUNT                       PIC 9(004).
       77  WS-BUD-SITE                          PIC 9(003).
       77  WS-BUD-YEAR                          PIC 9(004).
       77  WS-ACCT-NAME                         PIC X(030).
       77  WS-ACCT-TYPE                         PIC X(001).
       77  WS-SITE-NAME                         PIC X(030).

      *> THE TWELVE MONTHS OF THE YEAR ON SCREEN
       01  WS-YEAR-BUDGET.
           05 WS-MONTH-AMOUNT OCCURS 12 TIMES   PIC 9(009)V99.
       77  WS-YEAR-TOTAL                        PIC 9(010)V99.
       77  WS-YEAR-TOTAL-ED                     PIC Z(009)9.99.
       77  WS-MONTH                             PIC 9(002).

      *> SPREAD OF AN ANNUAL FIGURE
       77  WS-ANNUAL                            PIC 9(009)V99.
       77  WS-SPREAD-METHOD                     PIC X(001).
       77  WS-SPREAD-DONE                       PIC 9(010)V99.
       01  WS-PATTERN.
           05 WS-PATTERN-ACTUAL OCCURS 12 TIMES PIC S9(009)V99.
       77  WS-PATTERN-TOTAL                     PIC S9(010)V99.

      *> COPY FORWARD - THE SOURCE YEAR IS HELD HERE FIRST SO THE
      *> FILE IS NOT WRITTEN WHILE IT IS BEING READ IN KEY ORDER
       77  WS-COPY-YEAR                         PIC 9(004).
       77  WS-UPLIFT-PCT                        PIC 9(003)V99.
       77  WS-COPY-REPLACE                      PIC X(001).
       77  MAX-COPY                             PIC 9(004).
       01  TAB-COPY OCCURS 6000 INDEXED BY IND-COPY.
           05 TAB-COPY-ACCOUNT                  PIC 9(004).
           05 TAB-COPY-SITE                     PIC 9(003).
           05 TAB-COPY-MONTH                    PIC 9(002).
           05 TAB-COPY-AMOUNT                   PIC S9(009)V99.
       77  WS-COPY-ADDED                        PIC 9(005).
       77  WS-COPY-REPLACED                     PIC 9(005).
       77  WS-COPY-KEPT                         PIC 9(005).
       77  WS-COPY-LOST                         PIC 9(005).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | GL BUDGET MAINTENANCE" LINE 02 COL 10.
           05 VALUE "F3 - BACK"                     LINE 02 COL 60.
           05 VALUE "1 - KEY / CHANGE A YEAR BY MONTH" LINE 05 COL 10.
           05 VALUE "2 - SPREAD AN ANNUAL FIGURE"   LINE 06 COL 10.
           05 VALUE "3 - COPY PREVIOUS YEAR FORWARD" LINE 07 COL 10.
           05 VALUE "OPTION:"                       LINE 09 COL 10.
           05 SS-OPTION PIC 9(001) LINE 09 COL 20
              TO WS-MENU-OPTION AUTO.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ACCOUNT...........:" LINE 05 COL 10.
           05 SS-BUD-ACCOUNT PIC 9(004) LINE 05 COL 32
              USING WS-BUD-ACCOUNT.
           05 VALUE "COST CENTRE (000 = CENTRAL):" LINE 06 COL 10.
           05 SS-BUD-SITE PIC 9(003) LINE 06 COL 41
              USING WS-BUD-SITE.
           05 VALUE "BUDGET YEAR (YYYY):" LINE 07 COL 10.
           05 SS-BUD-YEAR PIC 9(004) LINE 07 COL 32
              USING WS-BUD-YEAR.

       01  SPREAD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ANNUAL FIGURE.....:" LINE 09 COL 10.
           05 SS-ANNUAL PIC ZZZZZZZZ9.99 LINE 09 COL 32
              USING WS-ANNUAL.
           05 VALUE "SPREAD E = EVENLY, L = LAST YEAR'S PATTERN:"
              LINE 10 COL 10.
           05 SS-METHOD PIC X(001) LINE 10 COL 55
              USING WS-SPREAD-METHOD.

       01  YEAR-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BUDGET" LINE 02 COL 10.
           05 SS-YR-YEAR PIC 9(004) LINE 02 COL 17 FROM WS-BUD-YEAR.
           05 VALUE "ACCOUNT" LINE 03 COL 10.
           05 SS-YR-ACCOUNT PIC 9(004) LINE 03 COL 18
              FROM WS-BUD-ACCOUNT.
           05 SS-YR-ACCT-NAME PIC X(030) LINE 03 COL 24
              FROM WS-ACCT-NAME.
           05 VALUE "CENTRE" LINE 04 COL 10.
           05 SS-YR-SITE PIC 9(003) LINE 04 COL 18 FROM WS-BUD-SITE.
           05 SS-YR-SITE-NAME PIC X(030) LINE 04 COL 24
              FROM WS-SITE-NAME.
           05 VALUE "JANUARY...:" LINE 06 COL 10.
           05 SS-M01 PIC ZZZZZZZZ9.99 LINE 06 COL 23
              USING WS-MONTH-AMOUNT (1).
           05 VALUE "FEBRUARY..:" LINE 07 COL 10.
           05 SS-M02 PIC ZZZZZZZZ9.99 LINE 07 COL 23
              USING WS-MONTH-AMOUNT (2).
           05 VALUE "MARCH.....:" LINE 08 COL 10.
           05 SS-M03 PIC ZZZZZZZZ9.99 LINE 08 COL 23
              USING WS-MONTH-AMOUNT (3).
           05 VALUE "APRIL.....:" LINE 09 COL 10.
           05 SS-M04 PIC ZZZZZZZZ9.99 LINE 09 COL 23
              USING WS-MONTH-AMOUNT (4).
           05 VALUE "MAY.......:" LINE 10 COL 10.
           05 SS-M05 PIC ZZZZZZZZ9.99 LINE 10 COL 23
              USING WS-MONTH-AMOUNT (5).
           05 VALUE "JUNE......:" LINE 11 COL 10.
           05 SS-M06 PIC ZZZZZZZZ9.99 LINE 11 COL 23
              USING WS-MONTH-AMOUNT (6).
           05 VALUE "JULY......:" LINE 12 COL 10.
           05 SS-M07 PIC ZZZZZZZZ9.99 LINE 12 COL 23
              USING WS-MONTH-AMOUNT (7).
           05 VALUE "AUGUST....:" LINE 13 COL 10.
           05 SS-M08 PIC ZZZZZZZZ9.99 LINE 13 COL 23
              USING WS-MONTH-AMOUNT (8).
           05 VALUE "SEPTEMBER.:" LINE 14 COL 10.
           05 SS-M09 PIC ZZZZZZZZ9.99 LINE 14 COL 23
              USING WS-MONTH-AMOUNT (9).
           05 VALUE "OCTOBER...:" LINE 15 COL 10.
           05 SS-M10 PIC ZZZZZZZZ9.99 LINE 15 COL 23
              USING WS-MONTH-AMOUNT (10).
           05 VALUE "NOVEMBER..:" LINE 16 COL 10.
           05 SS-M11 PIC ZZZZZZZZ9.99 LINE 16 COL 23
              USING WS-MONTH-AMOUNT (11).
           05 VALUE "DECEMBER..:" LINE 17 COL 10.
           05 SS-M12 PIC ZZZZZZZZ9.99 LINE 17 COL 23
              USING WS-MONTH-AMOUNT (12).
           05 VALUE "F3 - LEAVE WITHOUT SAVING" LINE 19 COL 10.

       01  COPY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "COPY INTO BUDGET YEAR (YYYY):" LINE 05 COL 10.
           05 SS-COPY-YEAR PIC 9(004) LINE 05 COL 42
              USING WS-COPY-YEAR.
           05 VALUE "UPLIFT % ON LAST YEAR.......:" LINE 06 COL 10.
           05 SS-UPLIFT PIC ZZ9.99 LINE 06 COL 42
              USING WS-UPLIFT-PCT.
           05 VALUE "REPLACE ROWS ALREADY KEYED (Y/N):" LINE 07 COL 10.
           05 SS-REPLACE PIC X(001) LINE 07 COL 44
              USING WS-COPY-REPLACE.

       01  COPY-DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "MONTHS ADDED......:" LINE 10 COL 10.
           05 SS-CD-ADDED PIC ZZZZ9 LINE 10 COL 32 FROM WS-COPY-ADDED.
           05 VALUE "MONTHS REPLACED...:" LINE 11 COL 10.
           05 SS-CD-REPL PIC ZZZZ9 LINE 11 COL 32
              FROM WS-COPY-REPLACED.
           05 VALUE "MONTHS LEFT AS KEYED:" LINE 12 COL 10.
           05 SS-CD-KEPT PIC ZZZZ9 LINE 12 COL 32 FROM WS-COPY-KEPT.
           05 VALUE "NOT COPIED (TABLE FULL):" LINE 13 COL 10.
           05 SS-CD-LOST PIC ZZZZ9 LINE 13 COL 35 FROM WS-COPY-LOST.
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
           MOVE ZEROS TO WS-BUD-ACCOUNT, WS-BUD-SITE
           MOVE WS-TODAY-NUM (1:4) TO WS-BUD-YEAR
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   EVALUATE WS-MENU-OPTION
                       WHEN 1 PERFORM EDIT-YEAR
                       WHEN 2 PERFORM SPREAD-ANNUAL
                       WHEN 3 PERFORM COPY-FORWARD
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O BUDGETS
           IF BUDGET-FS = NOT-FILE THEN
               OPEN OUTPUT BUDGETS
           END-IF
           CLOSE BUDGETS
           EXIT SECTION.

      ******************************************************************
      *    ONE ACCOUNT / CENTRE / YEAR, ALL TWELVE MONTHS ON ONE SCREEN
      ******************************************************************
       EDIT-YEAR SECTION.
           PERFORM ASK-BUDGET-KEY
           IF WS-KEY-OK NOT = "Y" THEN
               EXIT SECTION
           END-IF
           PERFORM LOAD-YEAR
           PERFORM CONFIRM-AND-SAVE-YEAR
           EXIT SECTION.

       SPREAD-ANNUAL SECTION.
           PERFORM ASK-BUDGET-KEY
           IF WS-KEY-OK NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-ANNUAL
           MOVE "E" TO WS-SPREAD-METHOD
           DISPLAY SPREAD-SCREEN
           ACCEPT SPREAD-SCREEN
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-SPREAD-METHOD) TO WS-SPREAD-METHOD
           EVALUATE WS-SPREAD-METHOD
               WHEN "E"
                   PERFORM SPREAD-EVENLY
               WHEN "L"
                   PERFORM SPREAD-BY-PATTERN
               WHEN OTHER
                   MOVE "SPREAD MUST BE E OR L - NOTHING SAVED"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-EVALUATE
      *>   THE SPREAD IS SHOWN FOR CHECKING BEFORE IT IS SAVED
           PERFORM CONFIRM-AND-SAVE-YEAR
           EXIT SECTION.

      *> ACCOUNT MUST BE AN INCOME OR EXPENSE ACCOUNT ON THE CHART AND
      *> THE CENTRE EITHER CENTRAL OR A KITCHEN ON THE SITES FILE
       ASK-BUDGET-KEY SECTION.
           MOVE "N" TO WS-KEY-OK
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-SCREEN
           ACCEPT KEY-SCREEN
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-ACCT-TYPE
           OPEN INPUT GLACCTS
           IF GLACCT-FS NOT = NOT-FILE THEN
               MOVE WS-BUD-ACCOUNT TO GLA-ACCOUNT
               READ GLACCTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE GLA-NAME TO WS-ACCT-NAME
                       MOVE GLA-TYPE TO WS-ACCT-TYPE
               END-READ
           END-IF
           CLOSE GLACCTS
           IF WS-ACCT-TYPE NOT = "I" AND WS-ACCT-TYPE NOT = "E" THEN
               MOVE "NOT AN INCOME OR EXPENSE ACCOUNT ON THE CHART"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           IF WS-BUD-SITE = CENTRAL-SITE THEN
               MOVE "CENTRAL COST CENTRE" TO WS-SITE-NAME
           ELSE
               MOVE SPACES TO WS-SITE-NAME
               OPEN INPUT SITES
               IF SITES-FS NOT = NOT-FILE THEN
                   MOVE WS-BUD-SITE TO FD-SITE-ID
                   READ SITES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE FD-SITE-NAME TO WS-SITE-NAME
                   END-READ
               END-IF
               CLOSE SITES
               IF WS-SITE-NAME = SPACES THEN
                   MOVE "UNKNOWN KITCHEN - USE 000 FOR CENTRAL"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
               END-IF
           END-IF
           MOVE "Y" TO WS-KEY-OK
           EXIT SECTION.

      *> MONTHS WITH NO ROW ARE SHOWN AS ZERO
       LOAD-YEAR SECTION.
           INITIALIZE WS-YEAR-BUDGET
           OPEN INPUT BUDGETS
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE WS-BUD-ACCOUNT TO BUD-ACCOUNT
               MOVE WS-BUD-SITE TO BUD-SITE-ID
               MOVE WS-BUD-YEAR TO BUD-YEAR
               MOVE WS-MONTH TO BUD-MONTH
               READ BUDGETS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BUD-AMOUNT > ZEROS THEN
                           MOVE BUD-AMOUNT
                             TO WS-MONTH-AMOUNT (WS-MONTH)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGETS
           EXIT SECTION.

       CONFIRM-AND-SAVE-YEAR SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY YEAR-SCREEN
           ACCEPT YEAR-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE "NOTHING SAVED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM SAVE-YEAR
           MOVE ZEROS TO WS-YEAR-TOTAL
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               ADD WS-MONTH-AMOUNT (WS-MONTH) TO WS-YEAR-TOTAL
           END-PERFORM
           MOVE WS-YEAR-TOTAL TO WS-YEAR-TOTAL-ED
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "BUDGET SAVED - YEAR TOTAL " DELIMITED BY SIZE
               TRIM (WS-YEAR-TOTAL-ED) DELIMITED BY SIZE
               INTO WS-ERROR-TEXT
           END-STRING
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> A ZERO MONTH REMOVES ITS ROW RATHER THAN STORING ZERO
       SAVE-YEAR SECTION.
           OPEN I-O BUDGETS
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE WS-BUD-ACCOUNT TO BUD-ACCOUNT
               MOVE WS-BUD-SITE TO BUD-SITE-ID
               MOVE WS-BUD-YEAR TO BUD-YEAR
               MOVE WS-MONTH TO BUD-MONTH
               READ BUDGETS
                   INVALID KEY
                       IF WS-MONTH-AMOUNT (WS-MONTH) > ZEROS THEN
                           MOVE WS-MONTH-AMOUNT (WS-MONTH)
                             TO BUD-AMOUNT
                           WRITE FD-BUDGET
                       END-IF
                   NOT INVALID KEY
                       IF WS-MONTH-AMOUNT (WS-MONTH) > ZEROS THEN
                           MOVE WS-MONTH-AMOUNT (WS-MONTH)
                             TO BUD-AMOUNT
                           REWRITE FD-BUDGET
                       ELSE
                           DELETE BUDGETS
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGETS
           EXIT SECTION.

      ******************************************************************
      *    SPREADS - WHAT IS LEFT AFTER ROUNDING GOES TO DECEMBER
      ******************************************************************
       SPREAD-EVENLY SECTION.
           MOVE ZEROS TO WS-SPREAD-DONE
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 11
               COMPUTE WS-MONTH-AMOUNT (WS-MONTH) ROUNDED =
                   WS-ANNUAL / 12
               ADD WS-MONTH-AMOUNT (WS-MONTH) TO WS-SPREAD-DONE
           END-PERFORM
           COMPUTE WS-MONTH-AMOUNT (12) = WS-ANNUAL - WS-SPREAD-DONE
           EXIT SECTION.

      *> EACH MONTH TAKES ITS SHARE OF LAST YEAR'S ACTUAL ON THE SAME
      *> ACCOUNT AND CENTRE; A MONTH THAT WENT THE WRONG WAY GETS NONE
       SPREAD-BY-PATTERN SECTION.
           PERFORM LOAD-PATTERN
           IF WS-PATTERN-TOTAL <= ZEROS THEN
               PERFORM SPREAD-EVENLY
               MOVE "NO ACTUALS LAST YEAR - SPREAD EVENLY INSTEAD"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-SPREAD-DONE
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 11
               IF WS-PATTERN-ACTUAL (WS-MONTH) > ZEROS THEN
                   COMPUTE WS-MONTH-AMOUNT (WS-MONTH) ROUNDED =
                       WS-ANNUAL * WS-PATTERN-ACTUAL (WS-MONTH)
                       / WS-PATTERN-TOTAL
               ELSE
                   MOVE ZEROS TO WS-MONTH-AMOUNT (WS-MONTH)
               END-IF
               ADD WS-MONTH-AMOUNT (WS-MONTH) TO WS-SPREAD-DONE
           END-PERFORM
           IF WS-SPREAD-DONE > WS-ANNUAL THEN
               PERFORM SPREAD-EVENLY
               EXIT SECTION
           END-IF
           COMPUTE WS-MONTH-AMOUNT (12) = WS-ANNUAL - WS-SPREAD-DONE
           EXIT SECTION.

      *> LAST YEAR'S ACTUAL PER MONTH, IN THE ACCOUNT'S OWN DIRECTION;
      *> ONLY THE POSITIVE MONTHS MAKE UP THE PATTERN TOTAL
       LOAD-PATTERN SECTION.
           INITIALIZE WS-PATTERN
           MOVE ZEROS TO WS-PATTERN-TOTAL
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
                       IF GLP-ACCOUNT = WS-BUD-ACCOUNT
                          AND GLP-SITE-ID = WS-BUD-SITE
                          AND GLP-PERIOD-YEAR = WS-BUD-YEAR - 1 THEN
                           PERFORM ADD-LEG-TO-PATTERN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPOSTS
           MOVE SPACES TO FLAG-TRUE
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               IF WS-PATTERN-ACTUAL (WS-MONTH) > ZEROS THEN
                   ADD WS-PATTERN-ACTUAL (WS-MONTH) TO WS-PATTERN-TOTAL
               END-IF
           END-PERFORM
           EXIT SECTION.

       ADD-LEG-TO-PATTERN SECTION.
           MOVE GLP-PERIOD-MONTH TO WS-MONTH
           IF WS-ACCT-TYPE = "I" THEN
               ADD GLP-CREDIT TO WS-PATTERN-ACTUAL (WS-MONTH)
               SUBTRACT GLP-DEBIT FROM WS-PATTERN-ACTUAL (WS-MONTH)
           ELSE
               ADD GLP-DEBIT TO WS-PATTERN-ACTUAL (WS-MONTH)
               SUBTRACT GLP-CREDIT FROM WS-PATTERN-ACTUAL (WS-MONTH)
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    COPY FORWARD - EVERY ROW OF THE YEAR BEFORE, WITH AN
      *    OPTIONAL UPLIFT, INTO THE KEYED YEAR
      ******************************************************************
       COPY-FORWARD SECTION.
           COMPUTE WS-COPY-YEAR = WS-BUD-YEAR + 1
           MOVE ZEROS TO WS-UPLIFT-PCT
           MOVE "N" TO WS-COPY-REPLACE
           DISPLAY CLEAR-SCREEN
           DISPLAY COPY-SCREEN
           ACCEPT COPY-SCREEN
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-COPY-REPLACE) TO WS-COPY-REPLACE
           IF WS-COPY-REPLACE NOT = "Y" AND WS-COPY-REPLACE NOT = "N"
               MOVE "REPLACE MUST BE Y OR N - NOTHING COPIED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           PERFORM LOAD-COPY-SOURCE
           IF MAX-COPY = ZEROS THEN
               MOVE "NO BUDGET KEYED FOR THE YEAR BEFORE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           MOVE ZEROS TO WS-COPY-ADDED, WS-COPY-REPLACED, WS-COPY-KEPT
           OPEN I-O BUDGETS
           PERFORM VARYING IND-COPY FROM 1 BY 1
                   UNTIL IND-COPY > MAX-COPY
               PERFORM COPY-ONE-ROW
           END-PERFORM
           CLOSE BUDGETS
           DISPLAY CLEAR-SCREEN
           ACCEPT COPY-DONE-SCREEN
           EXIT SECTION.

       LOAD-COPY-SOURCE SECTION.
           MOVE ZEROS TO MAX-COPY, WS-COPY-LOST
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT BUDGETS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ BUDGETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF BUD-YEAR = WS-COPY-YEAR - 1 THEN
                           IF MAX-COPY < 6000 THEN
                               ADD 1 TO MAX-COPY
                               SET IND-COPY TO MAX-COPY
                               MOVE BUD-ACCOUNT
                                 TO TAB-COPY-ACCOUNT (IND-COPY)
                               MOVE BUD-SITE-ID
                                 TO TAB-COPY-SITE (IND-COPY)
                               MOVE BUD-MONTH
                                 TO TAB-COPY-MONTH (IND-COPY)
                               MOVE BUD-AMOUNT
                                 TO TAB-COPY-AMOUNT (IND-COPY)
                           ELSE
                               ADD 1 TO WS-COPY-LOST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGETS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       COPY-ONE-ROW SECTION.
           MOVE TAB-COPY-ACCOUNT (IND-COPY) TO BUD-ACCOUNT
           MOVE TAB-COPY-SITE (IND-COPY) TO BUD-SITE-ID
           MOVE WS-COPY-YEAR TO BUD-YEAR
           MOVE TAB-COPY-MONTH (IND-COPY) TO BUD-MONTH
           READ BUDGETS
               INVALID KEY
                   COMPUTE BUD-AMOUNT ROUNDED =
                       TAB-COPY-AMOUNT (IND-COPY)
                       * (100 + WS-UPLIFT-PCT) / 100
                   WRITE FD-BUDGET
                   ADD 1 TO WS-COPY-ADDED
               NOT INVALID KEY
                   IF WS-COPY-REPLACE = "Y" THEN
                       COMPUTE BUD-AMOUNT ROUNDED =
                           TAB-COPY-AMOUNT (IND-COPY)
                           * (100 + WS-UPLIFT-PCT) / 100
                       REWRITE FD-BUDGET
                       ADD 1 TO WS-COPY-REPLACED
                   ELSE
                       ADD 1 TO WS-COPY-KEPT
                   END-IF
           END-READ
           EXIT SECTION.

       END PROGRAM GLBUDGET.
