      *    THE SPOT. THE MONTHLY ON-TIME REPORT COMPARES ACTUALS
      *    AGAINST THE PROMISED TIME PER SCHOOL AND VEHICLE | V0.1
      *    02.09.2026
      ******************************************************************
      *    A STOP THAT COULD NOT BE HANDED OVER IS KEYED AS A FAILED
      *    ATTEMPT WITH ITS REASON; THE OFFICE REDELIVERS, CANCELS OR
      *    HOLDS THE ORDER, AND A MONTHLY REPORT SHOWS WHAT FAILED
      *    DELIVERIES COST BY REASON AND SCHOOL | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    BOTH REPORT HEADINGS CARRY THE BUSINESS DATE (BUSDATE) THEY
      *    WERE RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS DLW-KEY
           FILE STATUS IS DELWINDOW-FS.

      *> A CANCELLED FAILED DELIVERY IS COSTED FROM ITS LINES AT THE
      *> LAST MARGIN ANALYSIS UNIT COST, HANDS BACK WHAT IS STILL
      *> RESERVED AND MAY GO TO THE FOOD BANK LIKE ANY DONATION
           SELECT ORDLINES ASSIGN TO "FX-ORDLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

           SELECT SRMARGINS ASSIGN TO "FXSRMARGIN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMG-SANDWICH-ID
           FILE STATUS IS SRMARGIN-FS.

           SELECT RESERVATIONS ASSIGN TO "FXRESERVATIONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-KEY
           FILE STATUS IS RESERVE-FS.

           SELECT DONATIONS ASSIGN TO "FXDONATIONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DON-ID
           FILE STATUS IS DONATION-FS.

           SELECT SCHSITES ASSIGN TO "FXSCHSITE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCS-SCHOOL-ID
           FILE STATUS IS SCHSITE-FS.

      *> THE SIGNED-ON USER, AS LEFT BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

           SELECT FAILREPORT ASSIGN TO "PODFAILFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FAILREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PODFILE.
       FD  DELWINDOWS.
       COPY FD-DELWINDOW.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  SRMARGINS.
       COPY FD-SRMARGIN.

       FD  RESERVATIONS.
       COPY FD-RESERVE.

       FD  DONATIONS.
       COPY FD-DONATION.

       FD  SCHSITES.
       COPY FD-SCHSITE.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       FD  FAILREPORT.
       01  FAIL-REPORT-LINE                     PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  CMPKEY-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  DELWINDOW-FS                         PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  SRMARGIN-FS                          PIC 9(002).
       77  RESERVE-FS                           PIC 9(002).
       77  DONATION-FS                          PIC 9(002).
       77  SCHSITE-FS                           PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       77  FAILREPORT-FS                        PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
           VALUE "ONTIME".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "PODRPTFILE".
       01  SPOOL-FAIL-TYPE                      PIC X(012)
           VALUE "FAILDLV".
       01  SPOOL-FAIL-NAME                      PIC X(016)
           VALUE "PODFAILFILE".

      *> STANDARD COST OF A WASTED STOP - DRIVER TIME AND FUEL FOR A
      *> CALL THAT HANDED NOTHING OVER
       78  FAILED-STOP-COST                     VALUE 18.50.
      *> A FAILED ORDER WAITING FOR THE OFFICE'S DECISION
       78  STATUS-DELIVERY-FAILED               VALUE 7.
      *> A REDELIVERED ORDER GOES OUT AGAIN WITH THE LOAD ALREADY MADE
       78  STATUS-OUT-FOR-DELIVERY              VALUE 4.
       78  DEFAULT-SITE-ID                      VALUE 1.

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-ENT-DATE                          PIC 9(008).
       77  WS-EVT-USER-ROLE                     PIC 9(001).
       77  WS-NEW-CMP-ID                        PIC 9(006).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-USER-CODE                         PIC X(008).
       77  WS-PROOF-TAKEN                       PIC X(001).

      *> FAILED ATTEMPT AND THE OFFICE'S DECISION ON IT
       77  WS-ENT-REASON                        PIC X(001).
           88 WS-ENT-REASON-VALID               VALUE "C" "N" "A".
       77  WS-ENT-DECISION                      PIC X(001).
           88 WS-ENT-REDELIVER                  VALUE "R" "r".
           88 WS-ENT-CANCEL                     VALUE "C" "c".
           88 WS-ENT-HOLD                       VALUE "H" "h".
       77  WS-ENT-NEW-DATE                      PIC 9(008).
       77  WS-ENT-DISPOSAL                      PIC X(001).
           88 WS-ENT-WASTE                      VALUE "W" "w".
           88 WS-ENT-DONATE                     VALUE "D" "d".
       77  WS-ENT-CHARITY                       PIC X(030).
       77  WS-REASON-TEXT                       PIC X(020).
       77  WS-FAIL-ARRIVAL                      PIC 9(004).
       77  WS-ORDER-STATUS                      PIC 9(001).
       77  WS-ORDER-SANDWICH                    PIC 9(003).
       77  WS-ORDER-HDR-QTY                     PIC 9(003).
       77  WS-OL-DONE                           PIC X(001).
       77  WS-RSV-DONE                          PIC X(001).
       77  WS-OL-LINES-SEEN                     PIC 9(003).
       77  WS-COST-SANDWICH                     PIC 9(003).
       77  WS-COST-QTY                          PIC 9(005).
       77  WS-PRODUCT-COST                      PIC 9(007)V99.
       77  WS-PRODUCT-QTY                       PIC 9(006).
       77  WS-DON-SITE                          PIC 9(003).
       77  WS-NEXT-DON-ID                       PIC 9(006).

       01  WS-ASK-PERIOD.
           05 WS-ASK-YEAR                       PIC 9(004).
       77  WS-TLY-KIND                          PIC X(001).
       77  WS-TLY-ID                            PIC 9(003).

      *> MONTHLY FAILED-DELIVERY COSTS PER REASON AND PER SCHOOL
       77  MAX-FLD                              PIC 9(003).
       01  TAB-FLD OCCURS 300 INDEXED BY IND-FLD.
      *> R = REASON ROW, S = SCHOOL ROW
           05 TAB-FLD-KIND                      PIC X(001).
           05 TAB-FLD-REASON                    PIC X(001).
           05 TAB-FLD-SCHOOL                    PIC 9(003).
           05 TAB-FLD-COUNT                     PIC 9(005).
           05 TAB-FLD-TRIP-COST                 PIC 9(007)V99.
           05 TAB-FLD-PRODUCT-COST              PIC 9(007)V99.
       77  WS-FLD-KIND                          PIC X(001).
       77  WS-FLD-REASON                        PIC X(001).
       77  WS-FLD-SCHOOL                        PIC 9(003).
       77  WS-FLD-FOUND                         PIC 9(003).
       01  WS-FLD-TOTALS.
           05 WS-FLD-COUNT                      PIC 9(005).
           05 WS-FLD-REDELIVERED                PIC 9(005).
           05 WS-FLD-CANCELLED                  PIC 9(005).
           05 WS-FLD-ON-HOLD                    PIC 9(005).
           05 WS-FLD-TRIP-COST                  PIC 9(007)V99.
           05 WS-FLD-PRODUCT-COST               PIC 9(007)V99.

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-DETAIL.
           05 RPT-DET-KIND                      PIC X(008).
              VALUE "  LATE: ".
           05 RPT-DET-LATE                      PIC ZZZZ9.

       01  RPT-FAIL-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - FAILED DELIVERIES PERIOD    ".
           05 RPT-FAIL-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-FAIL-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-FAIL-DATE                     PIC 9(008).

       01  RPT-FAIL-COLUMNS.
           05 FILLER PIC X(026) VALUE "                          ".
           05 FILLER PIC X(008) VALUE "   CALLS".
           05 FILLER PIC X(014) VALUE "     TRIP COST".
           05 FILLER PIC X(014) VALUE "  PRODUCT COST".
           05 FILLER PIC X(014) VALUE "    TOTAL COST".

       01  RPT-FAIL-DETAIL.
           05 RPT-FAIL-LABEL                    PIC X(026).
           05 RPT-FAIL-COUNT                    PIC ZZZZZZZ9.
           05 RPT-FAIL-TRIP                     PIC ZZZZZZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-FAIL-PRODUCT                  PIC ZZZZZZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-FAIL-TOTAL                    PIC ZZZZZZZZZ9.99.

       01  RPT-FAIL-OUTCOMES.
           05 FILLER                            PIC X(013)
              VALUE "REDELIVERED: ".
           05 RPT-OUT-REDELIVERED               PIC ZZZZ9.
           05 FILLER                            PIC X(015)
              VALUE "   CANCELLED: ".
           05 RPT-OUT-CANCELLED                 PIC ZZZZ9.
           05 FILLER                            PIC X(015)
              VALUE "   ON HOLD:   ".
           05 RPT-OUT-ON-HOLD                   PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | PROOF OF DELIVERY" LINE 02 COL 10.
           05 VALUE "1 - KEY A DELIVERY"            LINE 05 COL 10.
           05 VALUE "2 - KEY A FAILED DELIVERY"     LINE 06 COL 10.
           05 VALUE "3 - DECIDE ON A FAILED DELIVERY"
              LINE 07 COL 10.
           05 VALUE "4 - MONTHLY ON-TIME REPORT"    LINE 08 COL 10.
           05 VALUE "5 - MONTHLY FAILED-DELIVERY REPORT"
              LINE 09 COL 10.
           05 VALUE "6 - BACK"                      LINE 10 COL 10.
           05 VALUE "OPTION:"                       LINE 12 COL 10.
           05 SS-MENU PIC 9(001) LINE 12 COL 20 TO WS-MENU-OPTION.

       01  ENTRY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "DELIVERY DATE (YYYYMMDD):" LINE 05 COL 10.
           05 SS-RECEIVER PIC X(030) LINE 08 COL 38
              TO WS-ENT-RECEIVER.

       01  FAIL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "FAILED DELIVERY" LINE 03 COL 10.
           05 VALUE "DELIVERY DATE (YYYYMMDD):" LINE 05 COL 10.
           05 SS-FAIL-DATE PIC 9(008) LINE 05 COL 38 TO WS-ENT-DATE.
           05 VALUE "ORDER...................:" LINE 06 COL 10.
           05 SS-FAIL-ORDER PIC 9(005) LINE 06 COL 38
              TO WS-ENT-ORDER.
           05 VALUE "ATTEMPT TIME (HHMM).....:" LINE 07 COL 10.
           05 SS-FAIL-TIME PIC 9(004) LINE 07 COL 38
              TO WS-ENT-ARRIVAL.
           05 VALUE "REASON..................:" LINE 08 COL 10.
           05 SS-FAIL-REASON PIC X(001) LINE 08 COL 38
              TO WS-ENT-REASON.
           05 VALUE "C SCHOOL CLOSED  N NOBODY TO RECEIVE"
              LINE 10 COL 10.
           05 VALUE "A ACCESS BLOCKED" LINE 11 COL 10.

       01  DECIDE-KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "DECIDE ON A FAILED DELIVERY" LINE 03 COL 10.
           05 VALUE "FAILED DATE (YYYYMMDD)..:" LINE 05 COL 10.
           05 SS-DEC-DATE PIC 9(008) LINE 05 COL 38 TO WS-ENT-DATE.
           05 VALUE "ORDER...................:" LINE 06 COL 10.
           05 SS-DEC-ORDER PIC 9(005) LINE 06 COL 38
              TO WS-ENT-ORDER.

       01  DECIDE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ATTEMPT AT..............:" LINE 08 COL 10.
           05 SS-DEC-TIME PIC 9(004) LINE 08 COL 38
              FROM WS-FAIL-ARRIVAL.
           05 VALUE "REASON..................:" LINE 09 COL 10.
           05 SS-DEC-REASON PIC X(020) LINE 09 COL 38
              FROM WS-REASON-TEXT.
           05 VALUE "R REDELIVER  C CANCEL  H HOLD"
              LINE 11 COL 10.
           05 VALUE "DECISION................:" LINE 12 COL 10.
           05 SS-DEC-DECISION PIC X(001) LINE 12 COL 38
              TO WS-ENT-DECISION.
           05 VALUE "REDELIVER ON (YYYYMMDD).:" LINE 13 COL 10.
           05 SS-DEC-NEW-DATE PIC 9(008) LINE 13 COL 38
              TO WS-ENT-NEW-DATE.
           05 VALUE "CANCELLED LOAD W WASTE  D DONATE"
              LINE 15 COL 10.
           05 VALUE "DISPOSAL................:" LINE 16 COL 10.
           05 SS-DEC-DISPOSAL PIC X(001) LINE 16 COL 38
              TO WS-ENT-DISPOSAL.
           05 VALUE "CHARITY (DONATE)........:" LINE 17 COL 10.
           05 SS-DEC-CHARITY PIC X(030) LINE 17 COL 38
              TO WS-ENT-CHARITY.

       01  LATE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "STOP WAS LATE - OPEN A LATE COMPLAINT (Y/N)?"
              LINE 12 COL 10.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM GET-SESSION-USER
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 6
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM KEY-ONE-DELIVERY
                   WHEN 2 PERFORM KEY-FAILED-DELIVERY
                   WHEN 3 PERFORM DECIDE-FAILED-DELIVERY
                   WHEN 4 PERFORM MONTHLY-REPORT
                   WHEN 5 PERFORM FAILED-REPORT
               END-EVALUATE
           END-PERFORM
           GOBACK.
               CLOSE PODFILE
               OPEN I-O PODFILE
           END-IF
           MOVE SPACES TO WS-PROOF-TAKEN
           MOVE WS-ENT-DATE TO POD-DATE
           MOVE WS-ENT-ORDER TO POD-ORDER-ID
           READ PODFILE
               INVALID KEY
                   MOVE WS-ENT-DATE TO POD-DATE
                   MOVE WS-ENT-ORDER TO POD-ORDER-ID
                   PERFORM FILL-DELIVERED-PROOF
                   WRITE FD-POD
                   END-WRITE
               NOT INVALID KEY
      *> A HELD FAILED CALL MAY STILL END IN A HAND-OVER THE SAME DAY;
      *> ONE THE OFFICE HAS ALREADY DECIDED ON STAYS AS IT IS
                   IF POD-FAILED AND NOT POD-DECISION-HOLD THEN
                       MOVE "Y" TO WS-PROOF-TAKEN
                   ELSE
                       PERFORM FILL-DELIVERED-PROOF
                       REWRITE FD-POD
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE PODFILE
           IF WS-PROOF-TAKEN = "Y" THEN
               MOVE "FAILED CALL ALREADY DECIDED - ORDER NOT CHANGED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           PERFORM MARK-ORDER-DELIVERED
           PERFORM JUDGE-LATENESS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       FILL-DELIVERED-PROOF SECTION.
           MOVE WS-ENT-ARRIVAL TO POD-ARRIVAL-TIME
           MOVE WS-ENT-RECEIVER TO POD-RECEIVED-BY
           MOVE "D" TO POD-OUTCOME
           MOVE SPACES TO POD-FAIL-REASON POD-DECISION POD-DISPOSAL
           MOVE SPACES TO POD-DECIDED-BY
           MOVE ZEROS TO POD-REDELIVERY-DATE POD-TRIP-COST
           MOVE ZEROS TO POD-PRODUCT-COST POD-DECIDED-DATE
           EXIT SECTION.

      *> SAME STATUS ADVANCE THE OFFICE USED TO FLIP BY HAND, WITH
      *> ITS TRANSITION ON THE EVENT TRAIL
       MARK-ORDER-DELIVERED SECTION.
               FD-DELIVERY-HOUR * 100 + FD-DELIVERY-MINUTE
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO WS-JUDGE-SCHOOL
           MOVE FD-DELIVERY-DATE TO WS-JUDGE-DATE-NUM
           IF FD-ORDERS-STATUS >= 5
              AND FD-ORDERS-STATUS NOT = STATUS-DELIVERY-FAILED THEN
               CLOSE ORDERS
               EXIT SECTION
           END-IF
               CLOSE PODFILE
               EXIT SECTION
           END-IF
      *> A FAILED CALL HANDED NOTHING OVER - IT IS ON THE FAILED-
      *> DELIVERY REPORT, NOT THE ON-TIME ONE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PODFILE NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF POD-DATE (1:4) = WS-ASK-YEAR
                          AND POD-DATE (5:2) = WS-ASK-MONTH
                          AND POD-DELIVERED THEN
                           PERFORM TALLY-ONE-STOP
                       END-IF
               END-READ
           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-TLY FROM 1 BY 1
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    THE DRIVER CALLED BUT COULD NOT HAND THE LOAD OVER - THE
      *    ATTEMPT IS PROVEN WITH ITS REASON AND THE WASTED STOP'S
      *    COST, AND THE ORDER WAITS ON HOLD FOR THE OFFICE TO DECIDE
      ******************************************************************
       KEY-FAILED-DELIVERY SECTION.
           MOVE WS-TODAY-NUM TO WS-ENT-DATE
           MOVE ZEROS TO WS-ENT-ORDER, WS-ENT-ARRIVAL
           MOVE SPACES TO WS-ENT-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY FAIL-SCREEN
           ACCEPT FAIL-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ENT-REASON) TO WS-ENT-REASON
           IF NOT WS-ENT-REASON-VALID THEN
               MOVE "REASON MUST BE C, N OR A" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-STOP-ROUTED
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O PODFILE
           IF POD-FS = NOT-FILE THEN
               CLOSE PODFILE
               OPEN OUTPUT PODFILE
               CLOSE PODFILE
               OPEN I-O PODFILE
           END-IF
           MOVE WS-ENT-DATE TO POD-DATE
           MOVE WS-ENT-ORDER TO POD-ORDER-ID
           READ PODFILE
               INVALID KEY
                   MOVE WS-ENT-DATE TO POD-DATE
                   MOVE WS-ENT-ORDER TO POD-ORDER-ID
                   MOVE WS-ENT-ARRIVAL TO POD-ARRIVAL-TIME
                   MOVE SPACES TO POD-RECEIVED-BY
                   MOVE "F" TO POD-OUTCOME
                   MOVE WS-ENT-REASON TO POD-FAIL-REASON
                   MOVE "H" TO POD-DECISION
                   MOVE ZEROS TO POD-REDELIVERY-DATE
                   MOVE SPACES TO POD-DISPOSAL
                   MOVE FAILED-STOP-COST TO POD-TRIP-COST
                   MOVE ZEROS TO POD-PRODUCT-COST
                   MOVE WS-USER-CODE TO POD-DECIDED-BY
                   MOVE WS-TODAY-NUM TO POD-DECIDED-DATE
                   WRITE FD-POD
                   END-WRITE
               NOT INVALID KEY
                   IF POD-FAILED THEN
                       MOVE "FAILED CALL ALREADY ON FILE FOR THAT STOP"
                         TO WS-ERROR-TEXT
                   ELSE
                       MOVE "STOP ALREADY PROVEN DELIVERED"
                         TO WS-ERROR-TEXT
                   END-IF
           END-READ
           CLOSE PODFILE
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           PERFORM MARK-ORDER-FAILED
           MOVE "FAILED DELIVERY RECORDED - ORDER HELD FOR A DECISION"
             TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> SAME TEST THE DELIVERY ENTRY MAKES - THE STOP MUST BE ON THE
      *> DAY'S ROUTE ASSIGNMENTS; WS-ERROR-TEXT SAYS WHY IT IS NOT
       CHECK-STOP-ROUTED SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           OPEN INPUT ROUTEASG
           IF ROUTEASG-FS = NOT-FILE THEN
               CLOSE ROUTEASG
               MOVE "NO ROUTE ASSIGNMENTS ON FILE" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE WS-ENT-DATE TO RAS-DATE
           MOVE WS-ENT-ORDER TO RAS-ORDER-ID
           READ ROUTEASG
               INVALID KEY
                   MOVE "STOP NOT ON THAT DAY'S ROUTES"
                     TO WS-ERROR-TEXT
           END-READ
           CLOSE ROUTEASG
           EXIT SECTION.

      *> THE ORDER LEAVES THE ROUTING, PRODUCTION AND BILLING RUNS
      *> UNTIL THE OFFICE DECIDES - THE TRANSITION GOES ON THE TRAIL
       MARK-ORDER-FAILED SECTION.
           OPEN I-O ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               EXIT SECTION
           END-IF
           MOVE WS-ENT-ORDER TO FD-ORDERS-ID
           READ ORDERS
               INVALID KEY
                   CLOSE ORDERS
                   EXIT SECTION
           END-READ
           IF FD-ORDERS-STATUS = 0 OR FD-ORDERS-STATUS >= 5 THEN
               CLOSE ORDERS
               EXIT SECTION
           END-IF
           MOVE FD-ORDERS-STATUS TO WS-EVT-OLD-STATUS
           MOVE STATUS-DELIVERY-FAILED TO FD-ORDERS-STATUS
           REWRITE FD-ORDERS
           CLOSE ORDERS
           MOVE STATUS-DELIVERY-FAILED TO WS-EVT-NEW-STATUS
           MOVE 0 TO WS-EVT-USER-ROLE
           CALL "RSOEVENT" USING WS-ENT-ORDER WS-EVT-OLD-STATUS
               WS-EVT-NEW-STATUS WS-EVT-USER-ROLE
           EXIT SECTION.

      ******************************************************************
      *    THE OFFICE'S DECISION ON A HELD FAILED CALL: REDELIVER ON A
      *    LATER DAY WITH THE SAME LINES AND RESERVATIONS, CANCEL WITH
      *    THE LOAD WASTED OR DONATED, OR LEAVE IT ON HOLD
      ******************************************************************
       DECIDE-FAILED-DELIVERY SECTION.
           MOVE WS-TODAY-NUM TO WS-ENT-DATE
           MOVE ZEROS TO WS-ENT-ORDER
           DISPLAY CLEAR-SCREEN
           DISPLAY DECIDE-KEY-SCREEN
           ACCEPT DECIDE-KEY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-ERROR-TEXT
           OPEN INPUT PODFILE
           IF POD-FS = NOT-FILE THEN
               CLOSE PODFILE
               MOVE "NO PROOFS OF DELIVERY ON FILE" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-DATE TO POD-DATE
           MOVE WS-ENT-ORDER TO POD-ORDER-ID
           READ PODFILE
               INVALID KEY
                   MOVE "NO FAILED CALL FOR THAT STOP" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   IF NOT POD-FAILED THEN
                       MOVE "THAT STOP WAS DELIVERED" TO WS-ERROR-TEXT
                   ELSE
                       IF NOT POD-DECISION-HOLD THEN
                           MOVE "THAT FAILED CALL IS ALREADY DECIDED"
                             TO WS-ERROR-TEXT
                       END-IF
                   END-IF
           END-READ
           CLOSE PODFILE
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE POD-ARRIVAL-TIME TO WS-FAIL-ARRIVAL
           MOVE POD-FAIL-REASON TO WS-FLD-REASON
           PERFORM SET-REASON-TEXT

           MOVE "H" TO WS-ENT-DECISION
           MOVE ZEROS TO WS-ENT-NEW-DATE
           MOVE SPACES TO WS-ENT-DISPOSAL WS-ENT-CHARITY
           DISPLAY DECIDE-SCREEN
           ACCEPT DECIDE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN WS-ENT-REDELIVER
                   PERFORM REDELIVER-ORDER
               WHEN WS-ENT-CANCEL
                   PERFORM CANCEL-FAILED-ORDER
               WHEN WS-ENT-HOLD
                   MOVE "ORDER LEFT ON HOLD" TO WS-ERROR-TEXT
               WHEN OTHER
                   MOVE "DECISION MUST BE R, C OR H" TO WS-ERROR-TEXT
           END-EVALUATE
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       SET-REASON-TEXT SECTION.
           EVALUATE WS-FLD-REASON
               WHEN "C" MOVE "SCHOOL CLOSED" TO WS-REASON-TEXT
               WHEN "N" MOVE "NOBODY TO RECEIVE" TO WS-REASON-TEXT
               WHEN "A" MOVE "ACCESS BLOCKED" TO WS-REASON-TEXT
               WHEN OTHER MOVE "NOT GIVEN" TO WS-REASON-TEXT
           END-EVALUATE
           EXIT SECTION.

      *> THE ORDER MOVES TO THE NEW DAY AS IT STANDS - LINES AND
      *> RESERVATIONS STAY WITH IT, AND DLVROUTE PICKS IT UP AGAIN
      *> WITH THAT DAY'S CONFIRMED STOPS
       REDELIVER-ORDER SECTION.
           IF TEST-DATE-YYYYMMDD (WS-ENT-NEW-DATE) NOT = ZEROS
              OR WS-ENT-NEW-DATE <= WS-ENT-DATE
              OR WS-ENT-NEW-DATE < WS-TODAY-NUM THEN
               MOVE "REDELIVERY NEEDS A VALID LATER DATE"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           OPEN I-O ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               MOVE "THE ORDER IS GONE" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE WS-ENT-ORDER TO FD-ORDERS-ID
           READ ORDERS
               INVALID KEY
                   CLOSE ORDERS
                   MOVE "THE ORDER IS GONE" TO WS-ERROR-TEXT
                   EXIT SECTION
           END-READ
           IF FD-ORDERS-STATUS NOT = STATUS-DELIVERY-FAILED THEN
               CLOSE ORDERS
               MOVE "THE ORDER IS NO LONGER HELD AS FAILED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE FD-ORDERS-STATUS TO WS-EVT-OLD-STATUS
           MOVE WS-ENT-NEW-DATE TO FD-DELIVERY-DATE
           MOVE FD-DELIVERY-DATE TO FD-ORDERS-SDK-DATE
           MOVE STATUS-OUT-FOR-DELIVERY TO FD-ORDERS-STATUS
           REWRITE FD-ORDERS
           CLOSE ORDERS
           MOVE STATUS-OUT-FOR-DELIVERY TO WS-EVT-NEW-STATUS
           MOVE 0 TO WS-EVT-USER-ROLE
           CALL "RSOEVENT" USING WS-ENT-ORDER WS-EVT-OLD-STATUS
               WS-EVT-NEW-STATUS WS-EVT-USER-ROLE

           MOVE "R" TO WS-ENT-DECISION
           MOVE SPACES TO WS-ENT-DISPOSAL
           MOVE ZEROS TO WS-PRODUCT-COST
           PERFORM SAVE-DECISION
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "ORDER " WS-ENT-ORDER " REDELIVERS ON "
                  WS-ENT-NEW-DATE " - RUN DLVROUTE FOR THAT DAY"
               DELIMITED BY SIZE INTO WS-ERROR-TEXT
           EXIT SECTION.

      *> THE ORDER IS CANCELLED AS RSOSEARCH WOULD, AND THE LOAD THAT
      *> CAME BACK IS WASTED OR GOES TO THE FOOD BANK AT COST
       CANCEL-FAILED-ORDER SECTION.
           MOVE UPPER-CASE (WS-ENT-DISPOSAL) TO WS-ENT-DISPOSAL
           IF NOT WS-ENT-WASTE AND NOT WS-ENT-DONATE THEN
               MOVE "DISPOSAL MUST BE W OR D" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-ENT-DONATE AND WS-ENT-CHARITY = SPACES THEN
               MOVE "CHARITY NAME IS REQUIRED TO DONATE"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           OPEN I-O ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               MOVE "THE ORDER IS GONE" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE WS-ENT-ORDER TO FD-ORDERS-ID
           READ ORDERS
               INVALID KEY
                   CLOSE ORDERS
                   MOVE "THE ORDER IS GONE" TO WS-ERROR-TEXT
                   EXIT SECTION
           END-READ
           IF FD-ORDERS-STATUS NOT = STATUS-DELIVERY-FAILED THEN
               CLOSE ORDERS
               MOVE "THE ORDER IS NO LONGER HELD AS FAILED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO WS-ORDER-SANDWICH
           MOVE FD-ORDERS-QUANTITY TO WS-ORDER-HDR-QTY
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO WS-JUDGE-SCHOOL
           MOVE FD-ORDERS-STATUS TO WS-EVT-OLD-STATUS
           MOVE 0 TO FD-ORDERS-STATUS
           REWRITE FD-ORDERS
           CLOSE ORDERS
           MOVE 0 TO WS-EVT-NEW-STATUS
           MOVE 0 TO WS-EVT-USER-ROLE
           CALL "RSOEVENT" USING WS-ENT-ORDER WS-EVT-OLD-STATUS
               WS-EVT-NEW-STATUS WS-EVT-USER-ROLE

           PERFORM RELEASE-FAILED-RESERVATIONS
           PERFORM COST-FAILED-LOAD
           IF WS-ENT-DONATE THEN
               PERFORM DONATE-FAILED-LOAD
           END-IF
           MOVE "C" TO WS-ENT-DECISION
           MOVE ZEROS TO WS-ENT-NEW-DATE
           PERFORM SAVE-DECISION
           IF WS-ENT-DONATE THEN
               MOVE "ORDER CANCELLED - LOAD DONATED AT COST"
                 TO WS-ERROR-TEXT
           ELSE
               MOVE "ORDER CANCELLED - LOAD WRITTEN OFF AS WASTE"
                 TO WS-ERROR-TEXT
           END-IF
           EXIT SECTION.

      *> WHATEVER THE ORDER STILL HOLDS RESERVED GOES BACK TO STOCK
       RELEASE-FAILED-RESERVATIONS SECTION.
           OPEN I-O RESERVATIONS
           IF RESERVE-FS = NOT-FILE THEN
               CLOSE RESERVATIONS
               EXIT SECTION
           END-IF
           MOVE WS-ENT-ORDER TO RSV-ORDER-ID
           MOVE ZEROS TO RSV-INGRED-ID
           START RESERVATIONS KEY IS NOT LESS THAN RSV-KEY
               INVALID KEY
                   CLOSE RESERVATIONS
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-RSV-DONE
           PERFORM UNTIL WS-RSV-DONE = "Y"
               READ RESERVATIONS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RSV-DONE
                   NOT AT END
                       IF RSV-ORDER-ID NOT = WS-ENT-ORDER THEN
                           MOVE "Y" TO WS-RSV-DONE
                       ELSE
                           IF RSV-RESERVED THEN
                               MOVE 3 TO RSV-STATUS
                               REWRITE FD-RESERVE
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATIONS
           EXIT SECTION.

      *> THE LOAD AT THE UNIT COST OF THE LAST MARGIN ANALYSIS RUN,
      *> LINE BY LINE; AN ORDER FROM BEFORE THE LINES SPLIT IS
      *> COSTED FROM ITS HEADER
       COST-FAILED-LOAD SECTION.
           MOVE ZEROS TO WS-PRODUCT-COST WS-PRODUCT-QTY
           MOVE ZEROS TO WS-OL-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE WS-ENT-ORDER TO OL-ORDER-ID
               MOVE ZEROS TO OL-LINE-NO
               START ORDLINES KEY IS NOT LESS THAN OL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-OL-DONE
                       PERFORM WITH TEST BEFORE
                       UNTIL WS-OL-DONE = "Y"
                           READ ORDLINES NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-OL-DONE
                               NOT AT END
                                   IF OL-ORDER-ID NOT = WS-ENT-ORDER
                                       MOVE "Y" TO WS-OL-DONE
                                   ELSE
                                       ADD 1 TO WS-OL-LINES-SEEN
                                       MOVE OL-SANDWICH-ID
                                         TO WS-COST-SANDWICH
                                       MOVE OL-QUANTITY TO WS-COST-QTY
                                       PERFORM COST-ONE-LOAD-LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           IF WS-OL-LINES-SEEN = ZEROS THEN
               MOVE WS-ORDER-SANDWICH TO WS-COST-SANDWICH
               MOVE WS-ORDER-HDR-QTY TO WS-COST-QTY
               PERFORM COST-ONE-LOAD-LINE
           END-IF
           EXIT SECTION.

       COST-ONE-LOAD-LINE SECTION.
           ADD WS-COST-QTY TO WS-PRODUCT-QTY
           OPEN INPUT SRMARGINS
           IF SRMARGIN-FS = NOT-FILE THEN
               CLOSE SRMARGINS
               EXIT SECTION
           END-IF
           MOVE WS-COST-SANDWICH TO SMG-SANDWICH-ID
           READ SRMARGINS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-PRODUCT-COST ROUNDED =
                       WS-PRODUCT-COST + WS-COST-QTY * SMG-UNIT-COST
                       ON SIZE ERROR MOVE 9999999.99 TO WS-PRODUCT-COST
                   END-COMPUTE
           END-READ
           CLOSE SRMARGINS
           EXIT SECTION.

      *> SAME DONATION ROW DONATE KEEPS, TRACED TO THE ORDER; THE
      *> INGREDIENTS LEFT STOCK AT THE PRODUCTION RELEASE ALREADY
       DONATE-FAILED-LOAD SECTION.
           MOVE DEFAULT-SITE-ID TO WS-DON-SITE
           OPEN INPUT SCHSITES
           IF SCHSITE-FS NOT = NOT-FILE THEN
               MOVE WS-JUDGE-SCHOOL TO SCS-SCHOOL-ID
               READ SCHSITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SCS-SITE-ID TO WS-DON-SITE
               END-READ
           END-IF
           CLOSE SCHSITES
           PERFORM NEXT-DONATION-ID
           OPEN I-O DONATIONS
           IF DONATION-FS = NOT-FILE THEN
               CLOSE DONATIONS
               OPEN OUTPUT DONATIONS
               CLOSE DONATIONS
               OPEN I-O DONATIONS
           END-IF
           MOVE WS-NEXT-DON-ID TO DON-ID
           MOVE WS-TODAY-NUM TO DON-DATE
           MOVE WS-ENT-CHARITY TO DON-CHARITY
           MOVE "F" TO DON-SOURCE
           MOVE SPACES TO DON-REFERENCE
           MOVE WS-ENT-ORDER TO DON-REFERENCE (1:5)
           MOVE WS-ORDER-SANDWICH TO DON-ITEM-ID
           MOVE WS-PRODUCT-QTY TO DON-QUANTITY
           MOVE WS-PRODUCT-COST TO DON-COST
           MOVE WS-DON-SITE TO DON-SITE-ID
           WRITE FD-DONATION
           END-WRITE
           CLOSE DONATIONS
           EXIT SECTION.

       NEXT-DONATION-ID SECTION.
           MOVE 1 TO WS-NEXT-DON-ID
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT DONATIONS
           IF DONATION-FS = NOT-FILE THEN
               CLOSE DONATIONS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DONATIONS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF DON-ID >= WS-NEXT-DON-ID THEN
                           COMPUTE WS-NEXT-DON-ID = DON-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DONATIONS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> THE DECISION GOES ON THE FAILED CALL'S PROOF ROW
       SAVE-DECISION SECTION.
           OPEN I-O PODFILE
           MOVE WS-ENT-DATE TO POD-DATE
           MOVE WS-ENT-ORDER TO POD-ORDER-ID
           READ PODFILE
               NOT INVALID KEY
                   MOVE WS-ENT-DECISION TO POD-DECISION
                   MOVE WS-ENT-NEW-DATE TO POD-REDELIVERY-DATE
                   MOVE WS-ENT-DISPOSAL TO POD-DISPOSAL
                   MOVE WS-PRODUCT-COST TO POD-PRODUCT-COST
                   MOVE WS-USER-CODE TO POD-DECIDED-BY
                   MOVE WS-TODAY-NUM TO POD-DECIDED-DATE
                   REWRITE FD-POD
                   END-REWRITE
           END-READ
           CLOSE PODFILE
           EXIT SECTION.

      ******************************************************************
      *    WHAT THE MONTH'S FAILED CALLS COST - THE WASTED STOP PLUS
      *    THE LOAD OF EVERY CANCELLED ORDER - BY REASON AND SCHOOL,
      *    WITH HOW THE OFFICE DEALT WITH THEM
      ******************************************************************
       FAILED-REPORT SECTION.
           MOVE WS-TODAY-NUM (1:4) TO WS-ASK-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-ASK-MONTH
           DISPLAY PERIOD-SCREEN
           ACCEPT PERIOD-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE ZEROS TO MAX-FLD
           MOVE ZEROS TO WS-FLD-TOTALS
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT PODFILE
           IF POD-FS = NOT-FILE THEN
               CLOSE PODFILE
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PODFILE NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF POD-DATE (1:4) = WS-ASK-YEAR
                          AND POD-DATE (5:2) = WS-ASK-MONTH
                          AND POD-FAILED THEN
                           PERFORM TALLY-ONE-FAILURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PODFILE
           MOVE SPACES TO FLAG-TRUE

           OPEN OUTPUT FAILREPORT
           MOVE WS-ASK-YEAR TO RPT-FAIL-YEAR
           MOVE WS-ASK-MONTH TO RPT-FAIL-MONTH
           MOVE WS-TODAY-NUM TO RPT-FAIL-DATE
           WRITE FAIL-REPORT-LINE FROM RPT-FAIL-HEADER
           WRITE FAIL-REPORT-LINE FROM DIVIDER-LINE
           WRITE FAIL-REPORT-LINE FROM RPT-FAIL-COLUMNS
           MOVE "BY REASON" TO FAIL-REPORT-LINE
           WRITE FAIL-REPORT-LINE
           MOVE "R" TO WS-FLD-KIND
           PERFORM PRINT-FAILURE-ROWS
           WRITE FAIL-REPORT-LINE FROM DIVIDER-LINE
           MOVE "BY SCHOOL" TO FAIL-REPORT-LINE
           WRITE FAIL-REPORT-LINE
           MOVE "S" TO WS-FLD-KIND
           PERFORM PRINT-FAILURE-ROWS
           WRITE FAIL-REPORT-LINE FROM DIVIDER-LINE
           MOVE "ALL FAILED CALLS" TO RPT-FAIL-LABEL
           MOVE WS-FLD-COUNT TO RPT-FAIL-COUNT
           MOVE WS-FLD-TRIP-COST TO RPT-FAIL-TRIP
           MOVE WS-FLD-PRODUCT-COST TO RPT-FAIL-PRODUCT
           COMPUTE RPT-FAIL-TOTAL =
               WS-FLD-TRIP-COST + WS-FLD-PRODUCT-COST
           WRITE FAIL-REPORT-LINE FROM RPT-FAIL-DETAIL
           MOVE WS-FLD-REDELIVERED TO RPT-OUT-REDELIVERED
           MOVE WS-FLD-CANCELLED TO RPT-OUT-CANCELLED
           MOVE WS-FLD-ON-HOLD TO RPT-OUT-ON-HOLD
           WRITE FAIL-REPORT-LINE FROM RPT-FAIL-OUTCOMES
           IF MAX-FLD >= 300 THEN
               MOVE "TABLE FULL - SOME SCHOOLS ARE LEFT OUT ABOVE"
                 TO FAIL-REPORT-LINE
               WRITE FAIL-REPORT-LINE
           END-IF
           CLOSE FAILREPORT
           CALL "SPOOLREG" USING SPOOL-FAIL-TYPE SPOOL-FAIL-NAME
           MOVE "FAILED-DELIVERY REPORT WRITTEN ON PODFAILFILE"
             TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       TALLY-ONE-FAILURE SECTION.
           ADD 1 TO WS-FLD-COUNT
           ADD POD-TRIP-COST TO WS-FLD-TRIP-COST
           ADD POD-PRODUCT-COST TO WS-FLD-PRODUCT-COST
           EVALUATE TRUE
               WHEN POD-DECISION-REDELIVER
                   ADD 1 TO WS-FLD-REDELIVERED
               WHEN POD-DECISION-CANCEL
                   ADD 1 TO WS-FLD-CANCELLED
               WHEN OTHER
                   ADD 1 TO WS-FLD-ON-HOLD
           END-EVALUATE
           MOVE "R" TO WS-FLD-KIND
           MOVE POD-FAIL-REASON TO WS-FLD-REASON
           MOVE ZEROS TO WS-FLD-SCHOOL
           PERFORM ADD-FAILURE-ROW

           MOVE ZEROS TO WS-FLD-SCHOOL
           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = NOT-FILE THEN
               MOVE POD-ORDER-ID TO FD-ORDERS-ID
               READ ORDERS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FD-ORDERS-SCHOOL-INTERNAL-ID
                         TO WS-FLD-SCHOOL
               END-READ
           END-IF
           CLOSE ORDERS
           MOVE "S" TO WS-FLD-KIND
           MOVE SPACES TO WS-FLD-REASON
           PERFORM ADD-FAILURE-ROW
           EXIT SECTION.

       ADD-FAILURE-ROW SECTION.
           MOVE ZEROS TO WS-FLD-FOUND
           PERFORM VARYING IND-FLD FROM 1 BY 1
                   UNTIL IND-FLD > MAX-FLD
               IF TAB-FLD-KIND (IND-FLD) = WS-FLD-KIND
                  AND TAB-FLD-REASON (IND-FLD) = WS-FLD-REASON
                  AND TAB-FLD-SCHOOL (IND-FLD) = WS-FLD-SCHOOL THEN
                   SET WS-FLD-FOUND TO IND-FLD
               END-IF
           END-PERFORM
           IF WS-FLD-FOUND = ZEROS THEN
               IF MAX-FLD < 300 THEN
                   ADD 1 TO MAX-FLD
                   SET IND-FLD TO MAX-FLD
                   MOVE WS-FLD-KIND TO TAB-FLD-KIND (IND-FLD)
                   MOVE WS-FLD-REASON TO TAB-FLD-REASON (IND-FLD)
                   MOVE WS-FLD-SCHOOL TO TAB-FLD-SCHOOL (IND-FLD)
                   MOVE ZEROS TO TAB-FLD-COUNT (IND-FLD)
                   MOVE ZEROS TO TAB-FLD-TRIP-COST (IND-FLD)
                   MOVE ZEROS TO TAB-FLD-PRODUCT-COST (IND-FLD)
                   SET WS-FLD-FOUND TO IND-FLD
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           SET IND-FLD TO WS-FLD-FOUND
           ADD 1 TO TAB-FLD-COUNT (IND-FLD)
           ADD POD-TRIP-COST TO TAB-FLD-TRIP-COST (IND-FLD)
           ADD POD-PRODUCT-COST TO TAB-FLD-PRODUCT-COST (IND-FLD)
           EXIT SECTION.

       PRINT-FAILURE-ROWS SECTION.
           PERFORM VARYING IND-FLD FROM 1 BY 1
                   UNTIL IND-FLD > MAX-FLD
               IF TAB-FLD-KIND (IND-FLD) = WS-FLD-KIND THEN
                   MOVE SPACES TO RPT-FAIL-LABEL
                   IF WS-FLD-KIND = "R" THEN
                       MOVE TAB-FLD-REASON (IND-FLD) TO WS-FLD-REASON
                       PERFORM SET-REASON-TEXT
                       MOVE WS-REASON-TEXT TO RPT-FAIL-LABEL
                   ELSE
                       STRING "SCHOOL " TAB-FLD-SCHOOL (IND-FLD)
                           DELIMITED BY SIZE INTO RPT-FAIL-LABEL
                   END-IF
                   MOVE TAB-FLD-COUNT (IND-FLD) TO RPT-FAIL-COUNT
                   MOVE TAB-FLD-TRIP-COST (IND-FLD) TO RPT-FAIL-TRIP
                   MOVE TAB-FLD-PRODUCT-COST (IND-FLD)
                     TO RPT-FAIL-PRODUCT
                   COMPUTE RPT-FAIL-TOTAL =
                       TAB-FLD-TRIP-COST (IND-FLD)
                       + TAB-FLD-PRODUCT-COST (IND-FLD)
                   WRITE FAIL-REPORT-LINE FROM RPT-FAIL-DETAIL
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> WHO IS AT THE KEYBOARD - STAMPED ON EVERY DECISION
       GET-SESSION-USER SECTION.
           MOVE "UNKNOWN" TO WS-USER-CODE
           OPEN INPUT SESSIONUSER
           IF SESSIONUSER-FS NOT = ZEROS THEN
               CLOSE SESSIONUSER
               EXIT SECTION
           END-IF
           READ SESSIONUSER
               NOT AT END
                   IF SSU-USER-CODE NOT = SPACES THEN
                       MOVE SSU-USER-CODE TO WS-USER-CODE
                   END-IF
           END-READ
           CLOSE SESSIONUSER
           EXIT SECTION.

       END PROGRAM POD.
