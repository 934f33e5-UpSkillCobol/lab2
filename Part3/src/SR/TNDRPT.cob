      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH REGISTRATION
      ******************************************************************
      *    TENDER CONSUMPTION REPORT - PER LOT THE AWARDED MEALS AND
      *    VALUE AGAINST WHAT IS BILLED AND WHAT IS STILL ON OPEN
      *    ORDERS OF THE LOT'S SCHOOLS, WITH THE DAY THE LOT RUNS OUT
      *    AT THE RATE BILLED SO FAR IN THE TERM | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TNDRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TENDERS ASSIGN TO "FXTENDER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TND-LOT-ID
           FILE STATUS IS TENDER-FS.

           SELECT TNDSCHOOLS ASSIGN TO "FXTNDSCHOOL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNS-KEY
           ALTERNATE RECORD KEY IS TNS-SCHOOL-ID
           WITH DUPLICATES
           FILE STATUS IS TNDSCHOOL-FS.

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

           SELECT REPORTFILE ASSIGN TO "TNDRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TENDERS.
       COPY FD-TENDER.

       FD  TNDSCHOOLS.
       COPY FD-TNDSCHOOL.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(132).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  TENDER-FS                            PIC 9(002).
       77  TNDSCHOOL-FS                         PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-OL-DONE                           PIC X(001).
       77  WS-ORD-DONE                          PIC X(001).
       77  WS-LN-DONE                           PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "TNDRPT".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "TNDRPTFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-TODAY-INT                         PIC 9(007).
       77  WS-FROM-INT                          PIC 9(007).
       77  WS-TO-INT                            PIC 9(007).
       77  WS-RUNOUT-INT                        PIC 9(007).
       77  WS-RUNOUT-DATE                       PIC 9(008).
       77  WS-DAYS-GONE                         PIC 9(005).

       77  WS-SCHOOL-ID                         PIC 9(003).
       77  WS-LOOK-ORDER                        PIC 9(005).
       77  WS-LINES-SEEN                        PIC 9(003).
       77  WS-ORDER-QTY                         PIC 9(006).
       77  WS-OPEN-QTY                          PIC 9(008).
       77  WS-REMAINING                         PIC 9(007).
       77  WS-DAY-RATE                          PIC 9(007)V99.
       77  WS-QTY-PCT                           PIC 9(005).
       77  WS-VALUE-PCT                         PIC 9(005).
       77  WS-COMMIT-PCT                        PIC 9(005).
       77  WS-LOT-COUNT                         PIC 9(004).
       77  WS-EARLY-COUNT                       PIC 9(004).

       01  DIVIDER-LINE                         PIC X(132)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(042)
              VALUE "BREADWICH - TENDER LOT CONSUMPTION AS AT ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(005) VALUE "LOT".
           05 FILLER PIC X(016) VALUE "TENDER REF  NO".
           05 FILLER PIC X(021) VALUE "DESCRIPTION".
           05 FILLER PIC X(018) VALUE "TERM".
           05 FILLER PIC X(008) VALUE " AWARDED".
           05 FILLER PIC X(008) VALUE "  BILLED".
           05 FILLER PIC X(008) VALUE "    OPEN".
           05 FILLER PIC X(005) VALUE " QTY%".
           05 FILLER PIC X(005) VALUE " VAL%".
           05 FILLER PIC X(005) VALUE " ALL%".
           05 FILLER PIC X(009) VALUE "  RUN-OUT".
           05 FILLER PIC X(020) VALUE " REMARK".

       01  RPT-DETAIL.
           05 RPT-DET-LOT                       PIC 9(004).
           05 FILLER                            PIC X(001).
           05 RPT-DET-REF                       PIC X(012).
           05 FILLER                            PIC X(001).
           05 RPT-DET-LOT-NO                    PIC 9(002).
           05 FILLER                            PIC X(001).
           05 RPT-DET-DESC                      PIC X(020).
           05 FILLER                            PIC X(001).
           05 RPT-DET-FROM                      PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-DET-TO                        PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-DET-AWARDED                   PIC Z(006)9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-BILLED                    PIC Z(006)9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-OPEN                      PIC Z(006)9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-QTY-PCT                   PIC ZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-VALUE-PCT                 PIC ZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-COMMIT-PCT                PIC ZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-RUNOUT                    PIC X(008).
           05 FILLER                            PIC X(001).
           05 RPT-DET-REMARK                    PIC X(024).

       01  RPT-VALUE-LINE.
           05 FILLER                            PIC X(021)
              VALUE SPACES.
           05 FILLER                            PIC X(016)
              VALUE "AWARDED VALUE: ".
           05 RPT-VAL-AWARDED                   PIC Z(008)9.99.
           05 FILLER                            PIC X(011)
              VALUE "  BILLED: ".
           05 RPT-VAL-BILLED                    PIC Z(008)9.99.
           05 FILLER                            PIC X(011)
              VALUE "  AT PRICE ".
           05 RPT-VAL-PRICE                     PIC Z(004)9.99.
           05 FILLER                            PIC X(015)
              VALUE "  AMENDMENTS: ".
           05 RPT-VAL-AMENDS                    PIC Z9.

       01  RPT-FOOTER.
           05 FILLER                            PIC X(006)
              VALUE "LOTS: ".
           05 RPT-FOOT-LOTS                     PIC ZZZ9.
           05 FILLER                            PIC X(032)
              VALUE "   RUNNING OUT BEFORE TERM END: ".
           05 RPT-FOOT-EARLY                    PIC ZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "REPORT WRITTEN ON TNDRPTFILE"
              LINE 12 COL 10.
           05 VALUE "TENDER LOTS LISTED.............:" LINE 14 COL 10.
           05 SS-LOTS PIC ZZZ9 LINE 14 COL 44 FROM WS-LOT-COUNT.
           05 VALUE "RUNNING OUT BEFORE TERM END....:" LINE 15 COL 10.
           05 SS-EARLY PIC ZZZ9 LINE 15 COL 44 FROM WS-EARLY-COUNT.
           05 VALUE "PRESS ANY KEY" LINE 17 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           MOVE ZEROS TO WS-LOT-COUNT WS-EARLY-COUNT

           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           OPEN INPUT TENDERS
           IF TENDER-FS NOT = NOT-FILE THEN
               OPEN INPUT TNDSCHOOLS
               OPEN INPUT ORDERS
               OPEN INPUT ORDLINES
               PERFORM UNTIL EOFTENDERS
                   READ TENDERS NEXT RECORD
                       AT END
                           SET EOFTENDERS TO TRUE
                       NOT AT END
                           PERFORM WRITE-LOT
                   END-READ
               END-PERFORM
               CLOSE ORDLINES
               CLOSE ORDERS
               CLOSE TNDSCHOOLS
           END-IF
           CLOSE TENDERS

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-LOT-COUNT TO RPT-FOOT-LOTS
           MOVE WS-EARLY-COUNT TO RPT-FOOT-EARLY
           WRITE REPORT-LINE FROM RPT-FOOTER
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    ONE LOT: CONSUMPTION PERCENTAGES AND THE RUN-OUT PROJECTION
      ******************************************************************
       WRITE-LOT SECTION.
           ADD 1 TO WS-LOT-COUNT
           MOVE ZEROS TO WS-OPEN-QTY
           PERFORM SUM-LOT-OPEN-ORDERS

           MOVE SPACES TO RPT-DETAIL
           MOVE TND-LOT-ID TO RPT-DET-LOT
           MOVE TND-TENDER-REF TO RPT-DET-REF
           MOVE TND-LOT-NO TO RPT-DET-LOT-NO
           MOVE TND-DESCRIPTION TO RPT-DET-DESC
           MOVE TND-FROM-DATE TO RPT-DET-FROM
           MOVE TND-TO-DATE TO RPT-DET-TO
           MOVE TND-AWARDED-QTY TO RPT-DET-AWARDED
           MOVE TND-BILLED-QTY TO RPT-DET-BILLED
           MOVE WS-OPEN-QTY TO RPT-DET-OPEN
           MOVE ZEROS TO WS-QTY-PCT WS-VALUE-PCT WS-COMMIT-PCT
           IF TND-AWARDED-QTY > ZEROS THEN
               COMPUTE WS-QTY-PCT =
                   TND-BILLED-QTY * 100 / TND-AWARDED-QTY
               COMPUTE WS-COMMIT-PCT =
                   (TND-BILLED-QTY + WS-OPEN-QTY) * 100
                   / TND-AWARDED-QTY
           END-IF
           IF TND-AWARDED-VALUE > ZEROS THEN
               COMPUTE WS-VALUE-PCT =
                   TND-BILLED-VALUE * 100 / TND-AWARDED-VALUE
           END-IF
           MOVE WS-QTY-PCT TO RPT-DET-QTY-PCT
           MOVE WS-VALUE-PCT TO RPT-DET-VALUE-PCT
           MOVE WS-COMMIT-PCT TO RPT-DET-COMMIT-PCT
           PERFORM PROJECT-RUN-OUT
           IF NOT TND-ACTIVE THEN
               MOVE "INACTIVE" TO RPT-DET-REMARK
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL

           MOVE TND-AWARDED-VALUE TO RPT-VAL-AWARDED
           MOVE TND-BILLED-VALUE TO RPT-VAL-BILLED
           MOVE TND-UNIT-PRICE TO RPT-VAL-PRICE
           MOVE TND-AMEND-COUNT TO RPT-VAL-AMENDS
           WRITE REPORT-LINE FROM RPT-VALUE-LINE
           EXIT SECTION.

      *> THE DAILY RATE IS THE MEALS BILLED OVER THE DAYS OF THE
      *> TERM GONE BY; WHAT IS LEFT OF THE AWARD AT THAT RATE GIVES
      *> THE RUN-OUT DAY, FLAGGED WHEN IT FALLS INSIDE THE TERM
       PROJECT-RUN-OUT SECTION.
           MOVE SPACES TO RPT-DET-RUNOUT
           COMPUTE WS-FROM-INT = INTEGER-OF-DATE (TND-FROM-DATE)
           COMPUTE WS-TO-INT = INTEGER-OF-DATE (TND-TO-DATE)
           IF TND-BILLED-QTY >= TND-AWARDED-QTY
              OR TND-BILLED-VALUE >= TND-AWARDED-VALUE THEN
               MOVE "CEILING REACHED" TO RPT-DET-REMARK
               EXIT SECTION
           END-IF
           IF WS-TODAY-INT < WS-FROM-INT THEN
               MOVE "TERM NOT STARTED" TO RPT-DET-REMARK
               EXIT SECTION
           END-IF
           IF WS-TODAY-INT > WS-TO-INT THEN
               MOVE "TERM ENDED" TO RPT-DET-REMARK
               EXIT SECTION
           END-IF
           IF TND-BILLED-QTY = ZEROS THEN
               MOVE "NOTHING BILLED YET" TO RPT-DET-REMARK
               EXIT SECTION
           END-IF

           COMPUTE WS-DAYS-GONE = WS-TODAY-INT - WS-FROM-INT + 1
           COMPUTE WS-DAY-RATE = TND-BILLED-QTY / WS-DAYS-GONE
           IF WS-DAY-RATE = ZEROS THEN
               MOVE "LASTS THE TERM" TO RPT-DET-REMARK
               EXIT SECTION
           END-IF
           COMPUTE WS-REMAINING = TND-AWARDED-QTY - TND-BILLED-QTY
           COMPUTE WS-RUNOUT-INT =
               WS-TODAY-INT + WS-REMAINING / WS-DAY-RATE
           IF WS-RUNOUT-INT > WS-TO-INT THEN
               MOVE "LASTS THE TERM" TO RPT-DET-REMARK
               EXIT SECTION
           END-IF
           COMPUTE WS-RUNOUT-DATE = DATE-OF-INTEGER (WS-RUNOUT-INT)
           MOVE WS-RUNOUT-DATE TO RPT-DET-RUNOUT
           MOVE "RUNS OUT BEFORE TERM END" TO RPT-DET-REMARK
           ADD 1 TO WS-EARLY-COUNT
           EXIT SECTION.

      ******************************************************************
      *    OPEN ORDERS - REGISTERED TO DELIVERED, NOT YET INVOICED -
      *    OF EVERY SCHOOL IN THE LOT, DELIVERED WITHIN THE TERM
      ******************************************************************
       SUM-LOT-OPEN-ORDERS SECTION.
           IF TNDSCHOOL-FS = NOT-FILE OR ORDERS-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE TND-LOT-ID TO TNS-LOT-ID
           MOVE ZEROS TO TNS-SCHOOL-ID
           START TNDSCHOOLS KEY IS GREATER OR EQUAL TNS-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-ORD-DONE
           PERFORM UNTIL WS-ORD-DONE = "Y"
               READ TNDSCHOOLS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ORD-DONE
                   NOT AT END
                       IF TNS-LOT-ID NOT = TND-LOT-ID THEN
                           MOVE "Y" TO WS-ORD-DONE
                       ELSE
                           MOVE TNS-SCHOOL-ID TO WS-SCHOOL-ID
                           PERFORM SUM-SCHOOL-TERM-ORDERS
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       SUM-SCHOOL-TERM-ORDERS SECTION.
           MOVE WS-SCHOOL-ID TO FD-ORDERS-SDK-SCHOOL
           MOVE TND-FROM-DATE TO FD-ORDERS-SDK-DATE
           START ORDERS KEY IS GREATER OR EQUAL
               FD-ORDERS-SCHOOL-DATE-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-OL-DONE
           PERFORM UNTIL WS-OL-DONE = "Y"
               READ ORDERS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OL-DONE
                   NOT AT END
                       IF FD-ORDERS-SDK-SCHOOL NOT = WS-SCHOOL-ID
                          OR FD-ORDERS-SDK-DATE > TND-TO-DATE THEN
                           MOVE "Y" TO WS-OL-DONE
                       ELSE
                           IF FD-ORDERS-STATUS > 0
                              AND FD-ORDERS-STATUS < 6 THEN
                               PERFORM ADD-ORDER-QTY
                               ADD WS-ORDER-QTY TO WS-OPEN-QTY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

      *> THE ORDER'S LINES, OR ITS HEADER QUANTITY WHEN IT PREDATES
      *> THE HEADER/LINES SPLIT
       ADD-ORDER-QTY SECTION.
           MOVE FD-ORDERS-ID TO WS-LOOK-ORDER
           MOVE ZEROS TO WS-LINES-SEEN WS-ORDER-QTY
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE WS-LOOK-ORDER TO OL-ORDER-ID
               MOVE ZEROS TO OL-LINE-NO
               START ORDLINES KEY IS NOT LESS THAN OL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM READ-ORDER-LINES
               END-START
           END-IF
           IF WS-LINES-SEEN = ZEROS THEN
               MOVE FD-ORDERS-QUANTITY TO WS-ORDER-QTY
           END-IF
           EXIT SECTION.

       READ-ORDER-LINES SECTION.
           MOVE SPACE TO WS-LN-DONE
           PERFORM UNTIL WS-LN-DONE = "Y"
               READ ORDLINES NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LN-DONE
                   NOT AT END
                       IF OL-ORDER-ID NOT = WS-LOOK-ORDER THEN
                           MOVE "Y" TO WS-LN-DONE
                       ELSE
                           ADD 1 TO WS-LINES-SEEN
                           ADD OL-QUANTITY TO WS-ORDER-QTY
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       END PROGRAM TNDRPT.
