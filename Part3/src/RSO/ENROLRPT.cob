      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    MONTHLY MEALS AND COST PER ENROLLED PUPIL - PER SCHOOL, THE
      *    MEALS DELIVERED IN THE MONTH AND THE INVOICED GROSS FOR THE
      *    MONTH SET AGAINST THE SCHOOL YEAR'S ENROLMENT
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDERS ASSIGN TO "FX-ORDERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ORDERS-ID
           ALTERNATE RECORD KEY IS FD-DELIVERY-DATE
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-ORDERS-SCHOOL-DATE-KEY
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

           SELECT ORDLINES ASSIGN TO "FX-ORDLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT ENROLS ASSIGN TO "FXENROL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENR-KEY
           FILE STATUS IS ENROL-FS.

           SELECT INVOICES ASSIGN TO "FXINVOICES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ID
           FILE STATUS IS INVOICE-FS.

           SELECT INVLINES ASSIGN TO "FXINVLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVL-KEY
           FILE STATUS IS INVLINE-FS.

           SELECT REPORTFILE ASSIGN TO "ENROLRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  ENROLS.
       COPY FD-ENROL.

       FD  INVOICES.
       COPY FD-INVOICE.

       FD  INVLINES.
       COPY FD-INVLINE.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(110).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  ENROL-FS                             PIC 9(002).
       77  INVOICE-FS                           PIC 9(002).
       77  INVLINE-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       01  WS-TODAY-NUM                         PIC 9(008).
       78  SCHOOL-YEAR-START-MONTH              VALUE 9.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-OL-DONE                           PIC X(001).
       77  WS-IL-DONE                           PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "ENROLMEALS".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "ENROLRPTFILE".

       01  WS-RPT-PERIOD.
           05 WS-RPT-YEAR                       PIC 9(004).
           05 WS-RPT-MONTH                      PIC 9(002).
       77  WS-SCHOOL-YEAR                       PIC 9(004).

      *> PER SCHOOL INTERNAL ID: MEALS DELIVERED AND GROSS INVOICED
       01  TAB-SCH OCCURS 999 INDEXED BY IND-SCH.
           05 TAB-SCH-MEALS                     PIC 9(007).
           05 TAB-SCH-COST                      PIC 9(009)V99.

       77  WS-LOOK-ORDER                        PIC 9(005).
       77  WS-ORDER-MEALS                       PIC 9(006).
       77  WS-LINES-SEEN                        PIC 9(003).
       77  WS-LOOK-INV                          PIC 9(006).
       77  WS-LINE-SCHOOL                       PIC 9(003).
       77  WS-PUPILS                            PIC 9(005).
       77  WS-MEALS-PER-PUPIL                   PIC 9(005)V99.
       77  WS-COST-PER-PUPIL                    PIC 9(007)V99.
       77  WS-SCHOOLS-LISTED                    PIC 9(004).
       77  WS-TOTAL-PUPILS                      PIC 9(007).
       77  WS-TOTAL-MEALS                       PIC 9(008).
       77  WS-TOTAL-COST                        PIC 9(010)V99.

       01  DIVIDER-LINE                         PIC X(110)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - MEALS PER ENROLLED PUPIL - ".
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(016)
              VALUE "   SCHOOL YEAR: ".
           05 RPT-HEAD-SCHOOL-YEAR              PIC 9(004).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(005) VALUE "ID".
           05 FILLER PIC X(032) VALUE "SCHOOL".
           05 FILLER PIC X(009) VALUE "PUPILS".
           05 FILLER PIC X(010) VALUE "MEALS".
           05 FILLER PIC X(011) VALUE "PER PUPIL".
           05 FILLER PIC X(015) VALUE "COST".
           05 FILLER PIC X(013) VALUE "COST/PUPIL".

       01  RPT-DETAIL.
           05 RPT-DET-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-DET-NAME                      PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-DET-PUPILS                    PIC ZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-MEALS                     PIC ZZZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-PER-PUPIL                 PIC ZZZZ9.99.
           05 FILLER                            PIC X(003).
           05 RPT-DET-COST                      PIC ZZZZZZZZ9.99.
           05 FILLER                            PIC X(003).
           05 RPT-DET-COST-PUPIL                PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-DET-NOTE                      PIC X(013).

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(037)
              VALUE "ALL SCHOOLS".
           05 RPT-SUM-PUPILS                    PIC ZZZZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-SUM-MEALS                     PIC ZZZZZZZ9.
           05 FILLER                            PIC X(013).
           05 RPT-SUM-COST                      PIC ZZZZZZZZZ9.99.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "MEALS AND COST PER ENROLLED PUPIL"
              LINE 03 COL 10.
           05 VALUE "REPORT YEAR (YYYY)..:" LINE 05 COL 10.
           05 SS-RPT-YEAR PIC 9(004)  LINE 05 COL 34
              TO WS-RPT-YEAR.
           05 VALUE "REPORT MONTH (MM)...:" LINE 06 COL 10.
           05 SS-RPT-MONTH PIC 9(002) LINE 06 COL 34
              TO WS-RPT-MONTH.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "REPORT WRITTEN ON ENROLRPTFILE"
              LINE 12 COL 10.
           05 VALUE "SCHOOLS LISTED:" LINE 14 COL 10.
           05 SS-ROWS PIC ZZZ9 LINE 14 COL 27 FROM WS-SCHOOLS-LISTED.
           05 VALUE "PRESS ANY KEY" LINE 16 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-RPT-YEAR WS-RPT-MONTH
           DISPLAY CLEAR-SCREEN
           ACCEPT PERIOD-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
      *> THE SCHOOL YEAR RUNS SEPTEMBER TO AUGUST AND IS KNOWN BY
      *> THE YEAR IT STARTS IN
           IF WS-RPT-MONTH < SCHOOL-YEAR-START-MONTH THEN
               COMPUTE WS-SCHOOL-YEAR = WS-RPT-YEAR - 1
           ELSE
               MOVE WS-RPT-YEAR TO WS-SCHOOL-YEAR
           END-IF

           PERFORM VARYING IND-SCH FROM 1 BY 1 UNTIL IND-SCH > 999
               MOVE ZEROS TO TAB-SCH-MEALS (IND-SCH)
               MOVE ZEROS TO TAB-SCH-COST (IND-SCH)
           END-PERFORM
           PERFORM SUM-DELIVERED-MEALS
           PERFORM SUM-INVOICED-COST
           PERFORM WRITE-REPORT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    MEALS ARE THE LINE QUANTITIES OF CONFIRMED ORDERS DELIVERED
      *    (OR ALREADY INVOICED) IN THE MONTH - THE SAME ORDERS THE
      *    SUBSIDY CLAIM COUNTS
      ******************************************************************
       SUM-DELIVERED-MEALS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               EXIT SECTION
           END-IF
           MOVE WS-RPT-YEAR TO FD-DELIVERY-DATE (1:4)
           MOVE WS-RPT-MONTH TO FD-DELIVERY-DATE (5:2)
           MOVE "01" TO FD-DELIVERY-DATE (7:2)
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
               INVALID KEY
                   MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ORDERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF FD-DELIVERY-YEAR NOT = WS-RPT-YEAR
                          OR FD-DELIVERY-MONTH NOT = WS-RPT-MONTH
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF (FD-ORDERS-STATUS = 5
                              OR FD-ORDERS-STATUS = 6)
                              AND ORDER-CONFIRMED
                              AND FD-ORDERS-SCHOOL-INTERNAL-ID > 0
                              THEN
                               PERFORM ADD-ORDER-MEALS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDERS
           EXIT SECTION.

      *> AN ORDER FROM BEFORE THE HEADER/LINES SPLIT FALLS BACK TO
      *> ITS HEADER QUANTITY
       ADD-ORDER-MEALS SECTION.
           MOVE FD-ORDERS-ID TO WS-LOOK-ORDER
           MOVE ZEROS TO WS-ORDER-MEALS
           MOVE ZEROS TO WS-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE WS-LOOK-ORDER TO OL-ORDER-ID
               MOVE ZEROS TO OL-LINE-NO
               START ORDLINES KEY IS NOT LESS THAN OL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-OL-DONE
                       PERFORM UNTIL WS-OL-DONE = "Y"
                           READ ORDLINES NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-OL-DONE
                               NOT AT END
                                   IF OL-ORDER-ID NOT = WS-LOOK-ORDER
                                       MOVE "Y" TO WS-OL-DONE
                                   ELSE
                                       ADD 1 TO WS-LINES-SEEN
                                       ADD OL-QUANTITY
                                         TO WS-ORDER-MEALS
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           IF WS-LINES-SEEN = ZEROS THEN
               MOVE FD-ORDERS-QUANTITY TO WS-ORDER-MEALS
           END-IF
           SET IND-SCH TO FD-ORDERS-SCHOOL-INTERNAL-ID
           ADD WS-ORDER-MEALS TO TAB-SCH-MEALS (IND-SCH)
           EXIT SECTION.

      ******************************************************************
      *    COST IS THE GROSS OF THE MONTH'S INVOICES (NOT DEBIT NOTES).
      *    A CONSOLIDATED PAYER INVOICE CAN COVER SEVERAL SCHOOLS, SO
      *    EACH LINE GOES TO THE SCHOOL OF THE ORDER IT BILLS
      ******************************************************************
       SUM-INVOICED-COST SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT INVOICES
           IF INVOICE-FS = NOT-FILE THEN
               CLOSE INVOICES
               EXIT SECTION
           END-IF
           OPEN INPUT INVLINES
           IF INVLINE-FS = NOT-FILE THEN
               CLOSE INVLINES
               CLOSE INVOICES
               EXIT SECTION
           END-IF
           OPEN INPUT ORDERS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ INVOICES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF INV-DOC-INVOICE
                          AND INV-PERIOD-YEAR = WS-RPT-YEAR
                          AND INV-PERIOD-MONTH = WS-RPT-MONTH THEN
                           PERFORM ADD-INVOICE-COST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDERS
           CLOSE INVLINES
           CLOSE INVOICES
           EXIT SECTION.

       ADD-INVOICE-COST SECTION.
           MOVE INV-ID TO WS-LOOK-INV
           MOVE WS-LOOK-INV TO INVL-INV-ID
           MOVE ZEROS TO INVL-LINE-NO
           START INVLINES KEY IS NOT LESS THAN INVL-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-IL-DONE
           PERFORM UNTIL WS-IL-DONE = "Y"
               READ INVLINES NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-IL-DONE
                   NOT AT END
                       IF INVL-INV-ID NOT = WS-LOOK-INV
                           MOVE "Y" TO WS-IL-DONE
                       ELSE
                           PERFORM ADD-INVOICE-LINE-COST
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

      *> A LINE WHOSE ORDER HAS BEEN ARCHIVED STAYS WITH THE SCHOOL
      *> ON THE INVOICE HEADER
       ADD-INVOICE-LINE-COST SECTION.
           MOVE INV-SCHOOL-ID TO WS-LINE-SCHOOL
           IF ORDERS-FS NOT = NOT-FILE THEN
               MOVE INVL-ORDER-ID TO FD-ORDERS-ID
               READ ORDERS
                   NOT INVALID KEY
                       MOVE FD-ORDERS-SCHOOL-INTERNAL-ID
                         TO WS-LINE-SCHOOL
               END-READ
           END-IF
           IF WS-LINE-SCHOOL = ZEROS THEN
               EXIT SECTION
           END-IF
           SET IND-SCH TO WS-LINE-SCHOOL
           ADD INVL-GROSS TO TAB-SCH-COST (IND-SCH)
           EXIT SECTION.

      ******************************************************************
      *    ONE LINE PER SCHOOL WITH AN ENROLMENT FOR THE SCHOOL YEAR OR
      *    MEALS IN THE MONTH; NO ENROLMENT LEAVES THE RATIOS BLANK
      ******************************************************************
       WRITE-REPORT SECTION.
           MOVE ZEROS TO WS-SCHOOLS-LISTED WS-TOTAL-PUPILS
           MOVE ZEROS TO WS-TOTAL-MEALS WS-TOTAL-COST
           OPEN OUTPUT REPORTFILE
           MOVE WS-RPT-YEAR TO RPT-HEAD-YEAR
           MOVE WS-RPT-MONTH TO RPT-HEAD-MONTH
           MOVE WS-SCHOOL-YEAR TO RPT-HEAD-SCHOOL-YEAR
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS

           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS = NOT-FILE THEN
               MOVE "E" TO FLAG-TRUE
           END-IF
           OPEN INPUT ENROLS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SCHOOLS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SCHOOL-INTERNAL-ID > 0 THEN
                           PERFORM WRITE-SCHOOL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLS
           CLOSE SCHOOLS

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-TOTAL-PUPILS TO RPT-SUM-PUPILS
           MOVE WS-TOTAL-MEALS TO RPT-SUM-MEALS
           MOVE WS-TOTAL-COST TO RPT-SUM-COST
           WRITE REPORT-LINE FROM RPT-SUMMARY
           CLOSE REPORTFILE
           EXIT SECTION.

       WRITE-SCHOOL-LINE SECTION.
           MOVE ZEROS TO WS-PUPILS
           IF ENROL-FS NOT = NOT-FILE THEN
               MOVE SCHOOL-INTERNAL-ID TO ENR-SCHOOL-ID
               MOVE WS-SCHOOL-YEAR TO ENR-YEAR-START
               READ ENROLS
                   NOT INVALID KEY
                       MOVE ENR-PUPILS TO WS-PUPILS
               END-READ
           END-IF
           SET IND-SCH TO SCHOOL-INTERNAL-ID
           IF WS-PUPILS = ZEROS
              AND TAB-SCH-MEALS (IND-SCH) = ZEROS
              AND TAB-SCH-COST (IND-SCH) = ZEROS THEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO RPT-DETAIL
           MOVE SCHOOL-INTERNAL-ID TO RPT-DET-SCHOOL
           MOVE SCHOOL-DESIGNATION1 TO RPT-DET-NAME
           MOVE WS-PUPILS TO RPT-DET-PUPILS
           MOVE TAB-SCH-MEALS (IND-SCH) TO RPT-DET-MEALS
           MOVE TAB-SCH-COST (IND-SCH) TO RPT-DET-COST
           IF WS-PUPILS = ZEROS THEN
               MOVE ZEROS TO RPT-DET-PER-PUPIL RPT-DET-COST-PUPIL
               MOVE "NO ENROLMENT" TO RPT-DET-NOTE
           ELSE
               COMPUTE WS-MEALS-PER-PUPIL ROUNDED =
                   TAB-SCH-MEALS (IND-SCH) / WS-PUPILS
               COMPUTE WS-COST-PER-PUPIL ROUNDED =
                   TAB-SCH-COST (IND-SCH) / WS-PUPILS
               MOVE WS-MEALS-PER-PUPIL TO RPT-DET-PER-PUPIL
               MOVE WS-COST-PER-PUPIL TO RPT-DET-COST-PUPIL
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL

           ADD 1 TO WS-SCHOOLS-LISTED
           ADD WS-PUPILS TO WS-TOTAL-PUPILS
           ADD TAB-SCH-MEALS (IND-SCH) TO WS-TOTAL-MEALS
           ADD TAB-SCH-COST (IND-SCH) TO WS-TOTAL-COST
           EXIT SECTION.

       END PROGRAM ENROLRPT.
