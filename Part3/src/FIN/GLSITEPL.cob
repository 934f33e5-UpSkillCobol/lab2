      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    PROFIT AND LOSS PER KITCHEN - YEAR TO DATE UP TO AND
      *    INCLUDING THE KEYED PERIOD, ONE STATEMENT PER COST CENTRE
      *    ON THE POSTINGS, THEN THE CONSOLIDATED STATEMENT AND A
      *    RESULT-BY-KITCHEN SUMMARY | V0.1 | 15.10.2026
      ******************************************************************
      *    ONLY INCOME AND EXPENSE ACCOUNTS ARE SHOWN. COST CENTRE
      *    000 IS CENTRAL: COMPANY-WIDE LEGS PLUS ANY LEG GLPOST
      *    COULD NOT TRACE TO A KITCHEN
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSITEPL.

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

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

           SELECT REPORTFILE ASSIGN TO "GLSITEPLFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLACCTS.
       COPY FD-GLACCT.

       FD  GLPOSTS.
       COPY FD-GLPOST.

       FD  SITES.
       COPY FD-SITES.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  GLACCT-FS                            PIC 9(002).
       77  GLPOST-FS                            PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  F3                                   VALUE 1003.
       78  CENTRAL-SITE                         VALUE 0.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "SITEPROFIT".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "GLSITEPLFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-ASK-YEAR                          PIC 9(004).
       77  WS-ASK-MONTH                         PIC 9(002).
       77  WS-YEAR-START                        PIC 9(006).
       77  WS-CUTOFF                            PIC 9(006).
       77  WS-POST-PERIOD                       PIC 9(006).

      *> THE INCOME AND EXPENSE ACCOUNTS IN ACCOUNT ORDER
       77  MAX-ACCT                             PIC 9(003).
       01  TAB-ACCT OCCURS 200 INDEXED BY IND-ACCT.
           05 TAB-ACCT-NO                       PIC 9(004).
           05 TAB-ACCT-NAME                     PIC X(030).
           05 TAB-ACCT-TYPE                     PIC X(001).
       77  WS-ACCT-INDEX                        PIC 9(003).

      *> EVERY KITCHEN SEEN ON THE POSTINGS
       77  MAX-SITE                             PIC 9(003).
       01  TAB-SITE OCCURS 100 INDEXED BY IND-SITE.
           05 TAB-SITE-ID                       PIC 9(003).
           05 TAB-SITE-INCOME                   PIC S9(010)V99.
           05 TAB-SITE-EXPENSE                  PIC S9(010)V99.

      *> NET MOVEMENT PER KITCHEN AND ACCOUNT - DEBIT LESS CREDIT
       77  MAX-CELL                             PIC 9(004).
       01  TAB-CELL OCCURS 2000 INDEXED BY IND-CELL.
           05 TAB-CELL-SITE                     PIC 9(003).
           05 TAB-CELL-ACCT                     PIC 9(004).
           05 TAB-CELL-NET                      PIC S9(010)V99.
       77  WS-CELLS-LOST                        PIC 9(006).

       77  WS-PRINT-SITE                        PIC 9(003).
       77  WS-PRINT-ALL                         PIC X(001).
       77  WS-LAST-SITE                         PIC S9(004).
       77  WS-NEXT-SITE                         PIC S9(004).
       77  WS-NEXT-INDEX                        PIC 9(003).
       77  WS-PRINT-TYPE                        PIC X(001).
       77  WS-AMOUNT                            PIC S9(010)V99.
       77  WS-TOT-INCOME                        PIC S9(010)V99.
       77  WS-TOT-EXPENSE                       PIC S9(010)V99.
       77  WS-RESULT                            PIC S9(010)V99.

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - PROFIT AND LOSS BY KITCHEN  ".
           05 FILLER                            PIC X(008)
              VALUE "PERIOD: ".
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(004)
              VALUE "/01-".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-SITE-TITLE.
           05 FILLER                            PIC X(014)
              VALUE "COST CENTRE:  ".
           05 RPT-TITLE-SITE                    PIC 9(003).
           05 FILLER                            PIC X(003)
              VALUE " - ".
           05 RPT-TITLE-NAME                    PIC X(030).

       01  RPT-CONSOLIDATED-TITLE.
           05 FILLER                            PIC X(040)
              VALUE "CONSOLIDATED - ALL COST CENTRES".

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "ACCOUNT".
           05 FILLER PIC X(034) VALUE "NAME".
           05 FILLER PIC X(016) VALUE "AMOUNT".

       01  RPT-GROUP.
           05 RPT-GROUP-NAME                    PIC X(030).

       01  RPT-DETAIL.
           05 RPT-DET-ACCOUNT                   PIC 9(004).
           05 FILLER                            PIC X(004).
           05 RPT-DET-NAME                      PIC X(032).
           05 FILLER                            PIC X(002).
           05 RPT-DET-AMOUNT                    PIC -ZZZZZZZZZ9.99.

       01  RPT-TOTAL.
           05 RPT-TOT-LABEL                     PIC X(042).
           05 RPT-TOT-AMOUNT                    PIC -ZZZZZZZZZ9.99.

       01  RPT-SUMMARY-COLUMNS.
           05 FILLER PIC X(008) VALUE "CENTRE".
           05 FILLER PIC X(032) VALUE "KITCHEN".
           05 FILLER PIC X(016) VALUE "INCOME".
           05 FILLER PIC X(016) VALUE "EXPENSES".
           05 FILLER PIC X(016) VALUE "RESULT".

       01  RPT-SUMMARY.
           05 RPT-SUM-SITE                      PIC 9(003).
           05 FILLER                            PIC X(005).
           05 RPT-SUM-NAME                      PIC X(030).
           05 FILLER                            PIC X(001).
           05 RPT-SUM-INCOME                    PIC -ZZZZZZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-SUM-EXPENSE                   PIC -ZZZZZZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-SUM-RESULT                    PIC -ZZZZZZZZZ9.99.

       01  RPT-CELLS-LOST.
           05 FILLER                            PIC X(050)
              VALUE "*** LEGS LEFT OUT - TOO MANY KITCHEN ACCOUNTS:".
           05 RPT-LOST-COUNT                    PIC ZZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  ASK-PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "PROFIT AND LOSS BY KITCHEN" LINE 03 COL 10.
           05 VALUE "YEAR TO DATE UP TO PERIOD" LINE 05 COL 10.
           05 VALUE "PERIOD YEAR  (YYYY):" LINE 06 COL 10.
           05 SS-YEAR PIC 9(004) LINE 06 COL 32
              TO WS-ASK-YEAR AUTO.
           05 VALUE "PERIOD MONTH (MM):" LINE 07 COL 10.
           05 SS-MONTH PIC 9(002) LINE 07 COL 32
              TO WS-ASK-MONTH AUTO.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "PROFIT AND LOSS WRITTEN ON GLSITEPLFILE"
              LINE 12 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-ACCT, MAX-SITE, MAX-CELL, WS-CELLS-LOST

           DISPLAY CLEAR-SCREEN
           MOVE WS-TODAY-NUM (1:4) TO WS-ASK-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-ASK-MONTH
           PERFORM WITH TEST AFTER
                   UNTIL WS-ASK-MONTH >= 1 AND WS-ASK-MONTH <= 12
               ACCEPT ASK-PERIOD-SCREEN
               IF KEYSTATUS = F3 THEN
                   GOBACK
               END-IF
           END-PERFORM
           COMPUTE WS-YEAR-START = WS-ASK-YEAR * 100 + 1
           COMPUTE WS-CUTOFF = WS-ASK-YEAR * 100 + WS-ASK-MONTH

           PERFORM LOAD-ACCOUNTS
           PERFORM SUM-POSTINGS
           PERFORM WRITE-REPORT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      *> THE CHART IS READ IN KEY ORDER, SO THE TABLE IS TOO
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
                           MOVE GLA-ACCOUNT TO TAB-ACCT-NO (IND-ACCT)
                           MOVE GLA-NAME TO TAB-ACCT-NAME (IND-ACCT)
                           MOVE GLA-TYPE TO TAB-ACCT-TYPE (IND-ACCT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLACCTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************
      *    EVERY INCOME OR EXPENSE LEG DATED IN THE YEAR UP TO THE
      *    KEYED PERIOD LANDS ON ITS KITCHEN AND ACCOUNT
      ******************************************************************
       SUM-POSTINGS SECTION.
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
                       COMPUTE WS-POST-PERIOD =
                           GLP-PERIOD-YEAR * 100 + GLP-PERIOD-MONTH
                       IF WS-POST-PERIOD >= WS-YEAR-START
                          AND WS-POST-PERIOD <= WS-CUTOFF THEN
                           PERFORM ADD-LEG-TO-CELL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPOSTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-LEG-TO-CELL SECTION.
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-INDEX = ZEROS THEN
               EXIT SECTION
           END-IF

           PERFORM VARYING IND-SITE FROM 1 BY 1
                   UNTIL IND-SITE > MAX-SITE
                      OR TAB-SITE-ID (IND-SITE) = GLP-SITE-ID
               CONTINUE
           END-PERFORM
           IF IND-SITE > MAX-SITE THEN
               IF MAX-SITE >= 100 THEN
                   ADD 1 TO WS-CELLS-LOST
                   EXIT SECTION
               END-IF
               ADD 1 TO MAX-SITE
               SET IND-SITE TO MAX-SITE
               MOVE GLP-SITE-ID TO TAB-SITE-ID (IND-SITE)
               MOVE ZEROS TO TAB-SITE-INCOME (IND-SITE)
               MOVE ZEROS TO TAB-SITE-EXPENSE (IND-SITE)
           END-IF

           PERFORM VARYING IND-CELL FROM 1 BY 1
                   UNTIL IND-CELL > MAX-CELL
                      OR (TAB-CELL-SITE (IND-CELL) = GLP-SITE-ID
                      AND TAB-CELL-ACCT (IND-CELL) = GLP-ACCOUNT)
               CONTINUE
           END-PERFORM
           IF IND-CELL > MAX-CELL THEN
               IF MAX-CELL >= 2000 THEN
                   ADD 1 TO WS-CELLS-LOST
                   EXIT SECTION
               END-IF
               ADD 1 TO MAX-CELL
               SET IND-CELL TO MAX-CELL
               MOVE GLP-SITE-ID TO TAB-CELL-SITE (IND-CELL)
               MOVE GLP-ACCOUNT TO TAB-CELL-ACCT (IND-CELL)
               MOVE ZEROS TO TAB-CELL-NET (IND-CELL)
           END-IF
           ADD GLP-DEBIT TO TAB-CELL-NET (IND-CELL)
           SUBTRACT GLP-CREDIT FROM TAB-CELL-NET (IND-CELL)

           SET IND-ACCT TO WS-ACCT-INDEX
           IF TAB-ACCT-TYPE (IND-ACCT) = "I" THEN
               ADD GLP-CREDIT TO TAB-SITE-INCOME (IND-SITE)
               SUBTRACT GLP-DEBIT FROM TAB-SITE-INCOME (IND-SITE)
           ELSE
               ADD GLP-DEBIT TO TAB-SITE-EXPENSE (IND-SITE)
               SUBTRACT GLP-CREDIT FROM TAB-SITE-EXPENSE (IND-SITE)
           END-IF
           EXIT SECTION.

       FIND-ACCOUNT SECTION.
           MOVE ZEROS TO WS-ACCT-INDEX
           PERFORM VARYING IND-ACCT FROM 1 BY 1
                   UNTIL IND-ACCT > MAX-ACCT
               IF TAB-ACCT-NO (IND-ACCT) = GLP-ACCOUNT THEN
                   SET WS-ACCT-INDEX TO IND-ACCT
               END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    ONE STATEMENT PER KITCHEN IN COST-CENTRE ORDER, THEN THE
      *    CONSOLIDATED STATEMENT AND THE SUMMARY
      ******************************************************************
       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE "N" TO WS-PRINT-ALL
           MOVE -1 TO WS-LAST-SITE
           PERFORM FIND-NEXT-SITE
           PERFORM UNTIL WS-NEXT-SITE < ZEROS
               MOVE WS-NEXT-SITE TO WS-PRINT-SITE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-PRINT-SITE TO RPT-TITLE-SITE
               PERFORM GET-SITE-NAME
               WRITE REPORT-LINE FROM RPT-SITE-TITLE
               PERFORM WRITE-STATEMENT
               MOVE WS-NEXT-SITE TO WS-LAST-SITE
               PERFORM FIND-NEXT-SITE
           END-PERFORM

           MOVE "Y" TO WS-PRINT-ALL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-CONSOLIDATED-TITLE
           PERFORM WRITE-STATEMENT

           PERFORM WRITE-SUMMARY
           IF WS-CELLS-LOST > ZEROS THEN
               MOVE WS-CELLS-LOST TO RPT-LOST-COUNT
               WRITE REPORT-LINE FROM RPT-CELLS-LOST
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE REPORTFILE
           EXIT SECTION.

      *> LOWEST COST CENTRE ABOVE THE ONE JUST PRINTED, -1 WHEN DONE
       FIND-NEXT-SITE SECTION.
           MOVE -1 TO WS-NEXT-SITE
           MOVE ZEROS TO WS-NEXT-INDEX
           PERFORM VARYING IND-SITE FROM 1 BY 1
                   UNTIL IND-SITE > MAX-SITE
               IF TAB-SITE-ID (IND-SITE) > WS-LAST-SITE
                  AND (WS-NEXT-SITE < ZEROS
                   OR TAB-SITE-ID (IND-SITE) < WS-NEXT-SITE) THEN
                   MOVE TAB-SITE-ID (IND-SITE) TO WS-NEXT-SITE
                   SET WS-NEXT-INDEX TO IND-SITE
               END-IF
           END-PERFORM
           EXIT SECTION.

       GET-SITE-NAME SECTION.
           IF RPT-TITLE-SITE = CENTRAL-SITE THEN
               MOVE "CENTRAL COST CENTRE" TO RPT-TITLE-NAME
               EXIT SECTION
           END-IF
           MOVE "** SITE NOT ON FILE **" TO RPT-TITLE-NAME
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE THEN
               MOVE RPT-TITLE-SITE TO FD-SITE-ID
               READ SITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FD-SITE-NAME TO RPT-TITLE-NAME
               END-READ
           END-IF
           CLOSE SITES
           EXIT SECTION.

      *> INCOME SHOWN AS EARNED (CREDIT LESS DEBIT), EXPENSES AS SPENT
       WRITE-STATEMENT SECTION.
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "INCOME" TO RPT-GROUP-NAME
           WRITE REPORT-LINE FROM RPT-GROUP
           MOVE "I" TO WS-PRINT-TYPE
           PERFORM WRITE-ACCOUNT-GROUP
           MOVE WS-RESULT TO WS-TOT-INCOME
           MOVE "TOTAL INCOME" TO RPT-TOT-LABEL
           MOVE WS-TOT-INCOME TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOTAL

           MOVE "EXPENSES" TO RPT-GROUP-NAME
           WRITE REPORT-LINE FROM RPT-GROUP
           MOVE "E" TO WS-PRINT-TYPE
           PERFORM WRITE-ACCOUNT-GROUP
           MOVE WS-RESULT TO WS-TOT-EXPENSE
           MOVE "TOTAL EXPENSES" TO RPT-TOT-LABEL
           MOVE WS-TOT-EXPENSE TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOTAL

           WRITE REPORT-LINE FROM DIVIDER-LINE
           COMPUTE WS-RESULT = WS-TOT-INCOME - WS-TOT-EXPENSE
           MOVE "RESULT (PROFIT / - LOSS)" TO RPT-TOT-LABEL
           MOVE WS-RESULT TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOTAL
           EXIT SECTION.

      *> ONE LINE PER ACCOUNT OF THE TYPE WITH A MOVEMENT; THE GROUP
      *> TOTAL IS LEFT IN WS-RESULT
       WRITE-ACCOUNT-GROUP SECTION.
           MOVE ZEROS TO WS-RESULT
           PERFORM VARYING IND-ACCT FROM 1 BY 1
                   UNTIL IND-ACCT > MAX-ACCT
               IF TAB-ACCT-TYPE (IND-ACCT) = WS-PRINT-TYPE THEN
                   PERFORM SUM-ACCOUNT-CELLS
                   IF WS-AMOUNT NOT = ZEROS THEN
                       MOVE SPACES TO RPT-DETAIL
                       MOVE TAB-ACCT-NO (IND-ACCT) TO RPT-DET-ACCOUNT
                       MOVE TAB-ACCT-NAME (IND-ACCT) TO RPT-DET-NAME
                       MOVE WS-AMOUNT TO RPT-DET-AMOUNT
                       WRITE REPORT-LINE FROM RPT-DETAIL
                       ADD WS-AMOUNT TO WS-RESULT
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

       SUM-ACCOUNT-CELLS SECTION.
           MOVE ZEROS TO WS-AMOUNT
           PERFORM VARYING IND-CELL FROM 1 BY 1
                   UNTIL IND-CELL > MAX-CELL
               IF TAB-CELL-ACCT (IND-CELL) = TAB-ACCT-NO (IND-ACCT)
                  AND (WS-PRINT-ALL = "Y"
                   OR TAB-CELL-SITE (IND-CELL) = WS-PRINT-SITE) THEN
                   ADD TAB-CELL-NET (IND-CELL) TO WS-AMOUNT
               END-IF
           END-PERFORM
           IF WS-PRINT-TYPE = "I" THEN
               COMPUTE WS-AMOUNT = 0 - WS-AMOUNT
           END-IF
           EXIT SECTION.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-SUMMARY-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE -1 TO WS-LAST-SITE
           PERFORM FIND-NEXT-SITE
           PERFORM UNTIL WS-NEXT-SITE < ZEROS
               SET IND-SITE TO WS-NEXT-INDEX
               MOVE SPACES TO RPT-SUMMARY
               MOVE WS-NEXT-SITE TO RPT-SUM-SITE
               MOVE WS-NEXT-SITE TO RPT-TITLE-SITE
               PERFORM GET-SITE-NAME
               MOVE RPT-TITLE-NAME TO RPT-SUM-NAME
               MOVE TAB-SITE-INCOME (IND-SITE) TO RPT-SUM-INCOME
               MOVE TAB-SITE-EXPENSE (IND-SITE) TO RPT-SUM-EXPENSE
               COMPUTE WS-RESULT = TAB-SITE-INCOME (IND-SITE)
                   - TAB-SITE-EXPENSE (IND-SITE)
               MOVE WS-RESULT TO RPT-SUM-RESULT
               WRITE REPORT-LINE FROM RPT-SUMMARY
               MOVE WS-NEXT-SITE TO WS-LAST-SITE
               PERFORM FIND-NEXT-SITE
           END-PERFORM
           EXIT SECTION.

       END PROGRAM GLSITEPL.
