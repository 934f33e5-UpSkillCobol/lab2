      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    DAILY EXPECTED ARRIVALS - EVERY DELIVERY BOOKED INTO A
      *    RECEIVING SLOT ON THE DAY, SITE BY SITE IN SLOT ORDER, WITH
      *    THE PO LINES AND THE QUANTITY STILL TO COME SO THE DOCK
      *    CAN PLAN ITS TEMPERATURE CHECKS | V0.1 | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING ALSO CARRIES THE BUSINESS DATE (BUSDATE)
      *    IT WAS RUN ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKLIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DOCKSLOTS ASSIGN TO "FXDOCKSLOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSB-KEY
           ALTERNATE RECORD KEY IS DSB-SLOT-KEY WITH DUPLICATES
           FILE STATUS IS DOCKSLOT-FS.

           SELECT POLINES ASSIGN TO "FXPOLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POL-KEY
           FILE STATUS IS POLINE-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-ID
           ALTERNATE KEY IS SUPPLIER-TOWN WITH DUPLICATES
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS SUPP-STATUS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

           SELECT REPORTFILE ASSIGN TO "DOCKLISTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCKSLOTS.
       COPY FD-DOCKSLOT.

       FD  POLINES.
       COPY FD-POLINE.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  DOCKSLOT-FS                          PIC 9(002).
       77  POLINE-FS                            PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-INNER                           PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "DOCKLIST".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "DOCKLISTFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-ASK-DATE                          PIC 9(008).
      *> ZERO LISTS EVERY KITCHEN
       77  WS-ASK-SITE                          PIC 9(003).
       77  WS-LAST-SITE                         PIC 9(003).
       77  WS-EXPECTED-COUNT                    PIC 9(004).
       77  WS-ARRIVED-COUNT                     PIC 9(004).
       77  WS-OUTSTANDING                       PIC 9(005).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - EXPECTED ARRIVALS FOR       ".
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-RUN-DATE                 PIC 9(008).

       01  RPT-SITE-LINE.
           05 FILLER                            PIC X(006)
              VALUE "SITE: ".
           05 RPT-SITE-ID                       PIC 9(003).

       01  RPT-SLOT-LINE.
           05 RPT-SLOT-FROM                     PIC 9(004).
           05 FILLER                            PIC X(001)
              VALUE "-".
           05 RPT-SLOT-TO                       PIC 9(004).
           05 FILLER                            PIC X(005)
              VALUE "  PO ".
           05 RPT-SLOT-PO                       PIC 9(006).
           05 FILLER                            PIC X(002).
           05 RPT-SLOT-SUPP-ID                  PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-SLOT-SUPP-NAME                PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-SLOT-STATUS                   PIC X(032).

       01  RPT-POL-LINE.
           05 FILLER                            PIC X(011)
              VALUE SPACES.
           05 FILLER                            PIC X(005)
              VALUE "LINE ".
           05 RPT-POL-LINE-NO                   PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-POL-INGRED                    PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-POL-NAME                      PIC X(030).
           05 FILLER                            PIC X(010)
              VALUE " ORDERED ".
           05 RPT-POL-ORDERED                   PIC ZZZZ9.
           05 FILLER                            PIC X(010)
              VALUE "  TO COME ".
           05 RPT-POL-OUTSTANDING               PIC ZZZZ9.

       01  RPT-FOOTER.
           05 FILLER                            PIC X(030)
              VALUE "DELIVERIES EXPECTED..........:".
           05 RPT-FOOT-EXPECTED                 PIC ZZZ9.
           05 FILLER                            PIC X(014)
              VALUE "   ARRIVED...:".
           05 RPT-FOOT-ARRIVED                  PIC ZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  ASK-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "EXPECTED ARRIVALS" LINE 03 COL 10.
           05 VALUE "DATE (YYYYMMDD)...:" LINE 06 COL 10.
           05 SS-DATE PIC 9(008) LINE 06 COL 32 TO WS-ASK-DATE.
           05 VALUE "SITE (0 = ALL)....:" LINE 07 COL 10.
           05 SS-SITE PIC 9(003) LINE 07 COL 32 TO WS-ASK-SITE.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ARRIVALS LIST WRITTEN ON DOCKLISTFILE"
              LINE 12 COL 10.
           05 VALUE "DELIVERIES EXPECTED:" LINE 13 COL 10.
           05 SS-EXP PIC ZZZ9 LINE 13 COL 32 FROM WS-EXPECTED-COUNT.
           05 VALUE "PRESS ANY KEY" LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE WS-TODAY-NUM TO WS-ASK-DATE
           MOVE ZEROS TO WS-ASK-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY ASK-SCREEN
           ACCEPT ASK-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           MOVE ZEROS TO WS-EXPECTED-COUNT, WS-ARRIVED-COUNT

           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-DATE TO RPT-HEAD-DATE
           MOVE WS-TODAY-NUM TO RPT-HEAD-RUN-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM LIST-BOOKINGS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-EXPECTED-COUNT TO RPT-FOOT-EXPECTED
           MOVE WS-ARRIVED-COUNT TO RPT-FOOT-ARRIVED
           WRITE REPORT-LINE FROM RPT-FOOTER
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    THE SLOT KEY RUNS KITCHEN, DAY, SLOT START - ONE KITCHEN
      *    IS A SINGLE STRETCH OF IT, ALL KITCHENS A FULL PASS
      ******************************************************************
       LIST-BOOKINGS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT DOCKSLOTS
           IF DOCKSLOT-FS = NOT-FILE THEN
               CLOSE DOCKSLOTS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSUPPLY
           OPEN INPUT FXINGRED
           MOVE 999 TO WS-LAST-SITE
           MOVE WS-ASK-SITE TO DSB-SITE-ID
           MOVE WS-ASK-DATE TO DSB-SLOT-DATE
           MOVE ZEROS TO DSB-SLOT-TIME
           IF WS-ASK-SITE = ZEROS THEN
               MOVE ZEROS TO DSB-SLOT-DATE
           END-IF
           START DOCKSLOTS KEY IS NOT LESS THAN DSB-SLOT-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DOCKSLOTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF WS-ASK-SITE NOT = ZEROS
                          AND (DSB-SITE-ID NOT = WS-ASK-SITE
                          OR DSB-SLOT-DATE NOT = WS-ASK-DATE) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF DSB-SLOT-DATE = WS-ASK-DATE
                              AND (DSB-BOOKED OR DSB-ARRIVED) THEN
                               PERFORM LIST-ONE-BOOKING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXINGRED
           CLOSE FXSUPPLY
           CLOSE DOCKSLOTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       LIST-ONE-BOOKING SECTION.
           IF DSB-SITE-ID NOT = WS-LAST-SITE THEN
               MOVE DSB-SITE-ID TO WS-LAST-SITE
               MOVE DSB-SITE-ID TO RPT-SITE-ID
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM RPT-SITE-LINE
           END-IF
           ADD 1 TO WS-EXPECTED-COUNT

           MOVE DSB-SLOT-TIME TO RPT-SLOT-FROM
           MOVE DSB-SLOT-END TO RPT-SLOT-TO
           MOVE DSB-PO-ID TO RPT-SLOT-PO
           MOVE DSB-SUPPLIER-ID TO RPT-SLOT-SUPP-ID
           MOVE DSB-SUPPLIER-ID TO SUPPLIER-ID
           READ FXSUPPLY
               INVALID KEY MOVE "** UNKNOWN SUPPLIER **"
                             TO RPT-SLOT-SUPP-NAME
               NOT INVALID KEY MOVE SUPPLIER-NAME
                                 TO RPT-SLOT-SUPP-NAME
           END-READ
           MOVE SPACES TO RPT-SLOT-STATUS
           IF DSB-ARRIVED THEN
               ADD 1 TO WS-ARRIVED-COUNT
               EVALUATE TRUE
                   WHEN DSB-EARLY
                       STRING "ARRIVED " DSB-ARRIVAL-TIME " EARLY"
                           DELIMITED BY SIZE INTO RPT-SLOT-STATUS
                   WHEN DSB-LATE
                       STRING "ARRIVED " DSB-ARRIVAL-TIME " LATE"
                           DELIMITED BY SIZE INTO RPT-SLOT-STATUS
                   WHEN OTHER
                       STRING "ARRIVED " DSB-ARRIVAL-TIME
                           DELIMITED BY SIZE INTO RPT-SLOT-STATUS
               END-EVALUATE
           ELSE
               MOVE "EXPECTED" TO RPT-SLOT-STATUS
           END-IF
           WRITE REPORT-LINE FROM RPT-SLOT-LINE
           PERFORM LIST-PO-LINES
           EXIT SECTION.

      *> LINES THE SUPPLIER REJECTED ARE NOT COMING
       LIST-PO-LINES SECTION.
           MOVE SPACES TO FLAG-INNER
           OPEN INPUT POLINES
           IF POLINE-FS = NOT-FILE THEN
               CLOSE POLINES
               EXIT SECTION
           END-IF
           MOVE DSB-PO-ID TO POL-PO-ID
           MOVE ZEROS TO POL-LINE-NO
           START POLINES KEY IS NOT LESS THAN POL-KEY
               INVALID KEY MOVE "E" TO FLAG-INNER
           END-START
           PERFORM UNTIL FLAG-INNER = "E"
               READ POLINES NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF POL-PO-ID NOT = DSB-PO-ID THEN
                           MOVE "E" TO FLAG-INNER
                       ELSE
                           IF NOT POL-ACK-REJECTED THEN
                               PERFORM LIST-ONE-PO-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLINES
           MOVE SPACES TO FLAG-INNER
           EXIT SECTION.

       LIST-ONE-PO-LINE SECTION.
           MOVE ZEROS TO WS-OUTSTANDING
           IF POL-QTY-ORDERED > POL-QTY-RECEIVED THEN
               COMPUTE WS-OUTSTANDING =
                   POL-QTY-ORDERED - POL-QTY-RECEIVED
           END-IF
           MOVE POL-LINE-NO TO RPT-POL-LINE-NO
           MOVE POL-INGRED-ID TO RPT-POL-INGRED
           MOVE POL-INGRED-ID TO INGREDS-ID
           READ FXINGRED
               INVALID KEY MOVE SPACES TO RPT-POL-NAME
               NOT INVALID KEY MOVE INGREDS-NAME TO RPT-POL-NAME
           END-READ
           MOVE POL-QTY-ORDERED TO RPT-POL-ORDERED
           MOVE WS-OUTSTANDING TO RPT-POL-OUTSTANDING
           WRITE REPORT-LINE FROM RPT-POL-LINE
           EXIT SECTION.

       END PROGRAM DOCKLIST.
