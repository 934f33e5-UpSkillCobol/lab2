      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    MICROBIOLOGY LAB RESULTS - PASS OR FAIL, ORGANISM AND
      *    RESULT DATE KEYED AGAINST THE PRODUCTION BATCH PPLABEL
      *    SAMPLED. A FAILED RESULT TRACES EVERY ORDER AND SCHOOL THE
      *    BATCH WENT TO (FX-ORDERS, PROVEN BY FXPODFILE) ONTO
      *    MICROFILE AND OPENS A QUALITY COMPLAINT AS THE INCIDENT
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    THE FAILED BATCH'S INCIDENT ALSO OPENS A HACCP CORRECTIVE
      *    ACTION (CRAOPEN)
      ******************************************************************
      *    A FAILED DELIVERY CALL SHOWS AS FAILED, NOT DELIVERED
      *    15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MICRORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MICROSMPS ASSIGN TO "FXMICROSMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCS-KEY
           FILE STATUS IS MICROSMP-FS.

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

      *> THE ORDER'S KITCHEN - THE SCHOOL'S OWN SITE UNLESS THE
      *> ORDER WAS BOOKED AGAINST AN ALTERNATE ONE
           SELECT SCHSITES ASSIGN TO "FXSCHSITE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCS-SCHOOL-ID
           FILE STATUS IS SCHSITE-FS.

           SELECT SITEOVRS ASSIGN TO "FXSITEOVR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOV-ORDER-ID
           FILE STATUS IS SITEOVR-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT PODFILE ASSIGN TO "FXPODFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POD-KEY
           FILE STATUS IS POD-FS.

           SELECT COMPLAINTS ASSIGN TO "FXCOMPLAINTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-ID
           FILE STATUS IS COMPLAINT-FS.

      *> RUNNING COUNTER FOR THE NEXT CMP-ID - SHARED WITH CMPLAINT
           SELECT CMPKEYS ASSIGN TO "CMPKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CMPKEY-FS.

           SELECT REPORTFILE ASSIGN TO "MICROFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MICROSMPS.
       COPY FD-MICROSMP.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  SCHSITES.
       COPY FD-SCHSITE.

       FD  SITEOVRS.
       COPY FD-SITEOVR.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  PODFILE.
       COPY FD-POD.

       FD  COMPLAINTS.
       COPY FD-COMPLAINT.

       FD  CMPKEYS.
       01  FDCMPKEYS                            PIC 9(006).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  MICROSMP-FS                          PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  SCHSITE-FS                           PIC 9(002).
       77  SITEOVR-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  POD-FS                               PIC 9(002).
       77  COMPLAINT-FS                         PIC 9(002).
       77  CMPKEY-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  DEFAULT-SITE-ID                      VALUE 1.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-OL-DONE                           PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "MICROFAIL".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "MICROFILE".

       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
       01  NTQ-TEXT                             PIC X(060).

      *> CORRACT ACTION OPENED FOR THE FAILED BATCH'S INCIDENT
       01  CRQ-SOURCE                           PIC X(001).
       01  CRQ-SITE-ID                          PIC 9(003).
       01  CRQ-SOURCE-REF                       PIC X(020).
       01  CRQ-TEXT                             PIC X(040).
       01  CRQ-ID                               PIC 9(006).

       01  WS-TODAY-NUM                         PIC 9(008).

       01  WS-ASK-PROD.
           05 WS-ASK-PROD-YEAR                  PIC 9(004).
           05 WS-ASK-PROD-MONTH                 PIC 9(002).
           05 WS-ASK-PROD-DAY                   PIC 9(002).
       01  WS-ASK-PROD-NUM REDEFINES WS-ASK-PROD
                                                PIC 9(008).
       01  WS-ASK-RESULT-DATE.
           05 WS-ASK-RES-YEAR                   PIC 9(004).
           05 WS-ASK-RES-MONTH                  PIC 9(002).
           05 WS-ASK-RES-DAY                    PIC 9(002).
       01  WS-ASK-RESULT-NUM REDEFINES WS-ASK-RESULT-DATE
                                                PIC 9(008).
       77  WS-ASK-SITE                          PIC 9(003).
       77  WS-ASK-SANDWICH                      PIC 9(003).
       77  WS-ASK-RESULT                        PIC X(001).
       77  WS-ASK-ORGANISM                      PIC X(020).

       77  WS-HIGH-RISK                         PIC X(001).
       77  WS-BATCH-QTY                         PIC 9(005).
       77  WS-ORDER-SITE                        PIC 9(003).
       77  WS-ORDER-QTY                         PIC 9(005).
       77  WS-ORDER-LINES-SEEN                  PIC 9(003).
       77  WS-AFFECTED-ORDERS                   PIC 9(004).
       77  WS-AFFECTED-QTY                      PIC 9(007).
       77  WS-NEW-CMP-ID                        PIC 9(006).

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(044)
              VALUE "BREADWICH - MICROBIOLOGY FAILURE TRACE      ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-BATCH-LINE.
           05 FILLER                            PIC X(017)
              VALUE "BATCH PRODUCED:  ".
           05 RPT-BAT-DATE                      PIC 9(008).
           05 FILLER                            PIC X(008)
              VALUE "  SITE: ".
           05 RPT-BAT-SITE                      PIC 9(003).
           05 FILLER                            PIC X(012)
              VALUE "  SANDWICH: ".
           05 RPT-BAT-SANDWICH                  PIC 9(003).
           05 FILLER                            PIC X(007)
              VALUE "  QTY: ".
           05 RPT-BAT-QTY                       PIC ZZZZ9.

       01  RPT-RESULT-LINE.
           05 FILLER                            PIC X(017)
              VALUE "ORGANISM:        ".
           05 RPT-RES-ORGANISM                  PIC X(020).
           05 FILLER                            PIC X(015)
              VALUE "  RESULT DATE: ".
           05 RPT-RES-DATE                      PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(009) VALUE "  ORDER".
           05 FILLER PIC X(037) VALUE "SCHOOL".
           05 FILLER PIC X(007) VALUE "QTY".
           05 FILLER PIC X(011) VALUE "DELIVERED".
           05 FILLER PIC X(006) VALUE "AT".
           05 FILLER PIC X(030) VALUE "RECEIVED BY".

       01  RPT-DETAIL.
           05 FILLER                            PIC X(002).
           05 RPT-DET-ORDER                     PIC 9(005).
           05 FILLER                            PIC X(002).
           05 RPT-DET-SCHOOL-ID                 PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-DET-SCHOOL                    PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-DET-QTY                       PIC ZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-DELIVERED                 PIC X(009).
           05 FILLER                            PIC X(002).
           05 RPT-DET-ARRIVAL                   PIC X(004).
           05 FILLER                            PIC X(002).
           05 RPT-DET-RECEIVED-BY               PIC X(030).

       01  RPT-FOOTER.
           05 FILLER                            PIC X(017)
              VALUE "AFFECTED ORDERS: ".
           05 RPT-FOOT-ORDERS                   PIC ZZZ9.
           05 FILLER                            PIC X(014)
              VALUE "  SANDWICHES: ".
           05 RPT-FOOT-QTY                      PIC ZZZZZZ9.
           05 FILLER                            PIC X(012)
              VALUE "  INCIDENT: ".
           05 RPT-FOOT-INCIDENT                 PIC 9(006).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  RESULT-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | MICROBIOLOGY LAB RESULTS"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "PRODUCTION DATE...........:" LINE 05 COL 10.
           05 SS-PROD-YEAR PIC 9(004) LINE 05 COL 40
              TO WS-ASK-PROD-YEAR.
           05 SS-PROD-MONTH PIC 9(002) LINE 05 COL 46
              TO WS-ASK-PROD-MONTH.
           05 SS-PROD-DAY PIC 9(002) LINE 05 COL 50
              TO WS-ASK-PROD-DAY.
           05 VALUE "(YYYY MM DD)" LINE 05 COL 55.
           05 VALUE "SITE ID...................:" LINE 06 COL 10.
           05 SS-SITE PIC 9(003) LINE 06 COL 40 TO WS-ASK-SITE.
           05 VALUE "SANDWICH ID...............:" LINE 07 COL 10.
           05 SS-SANDWICH PIC 9(003) LINE 07 COL 40
              TO WS-ASK-SANDWICH.
           05 VALUE "RESULT (P=PASS F=FAIL)....:" LINE 09 COL 10.
           05 SS-RESULT PIC X(001) LINE 09 COL 40
              TO WS-ASK-RESULT.
           05 VALUE "ORGANISM (ON A FAIL)......:" LINE 10 COL 10.
           05 SS-ORGANISM PIC X(020) LINE 10 COL 40
              TO WS-ASK-ORGANISM.
           05 VALUE "RESULT DATE...............:" LINE 11 COL 10.
           05 SS-RES-YEAR PIC 9(004) LINE 11 COL 40
              USING WS-ASK-RES-YEAR.
           05 SS-RES-MONTH PIC 9(002) LINE 11 COL 46
              USING WS-ASK-RES-MONTH.
           05 SS-RES-DAY PIC 9(002) LINE 11 COL 50
              USING WS-ASK-RES-DAY.
           05 VALUE "(YYYY MM DD)" LINE 11 COL 55.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-PROD-NUM, WS-ASK-SITE
               MOVE ZEROS TO WS-ASK-SANDWICH
               MOVE SPACES TO WS-ASK-RESULT, WS-ASK-ORGANISM
               MOVE WS-TODAY-NUM TO WS-ASK-RESULT-NUM
               DISPLAY CLEAR-SCREEN
               DISPLAY RESULT-SCREEN
               ACCEPT RESULT-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM SAVE-RESULT
               END-IF
           END-PERFORM
           GOBACK.

       SAVE-RESULT SECTION.
           MOVE UPPER-CASE (WS-ASK-RESULT) TO WS-ASK-RESULT
           IF WS-ASK-RESULT NOT = "P"
              AND WS-ASK-RESULT NOT = "F" THEN
               MOVE "RESULT MUST BE P OR F" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-RESULT = "F" AND WS-ASK-ORGANISM = SPACES THEN
               MOVE "A FAILED RESULT NEEDS THE ORGANISM FOUND"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ASK-RESULT-NUM) NOT = ZEROS
              OR WS-ASK-RESULT-NUM < WS-ASK-PROD-NUM THEN
               MOVE "RESULT DATE IS NOT VALID" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN INPUT MICROSMPS
           IF MICROSMP-FS = NOT-FILE THEN
               CLOSE MICROSMPS
               MOVE "NO SAMPLES REGISTERED YET" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ASK-PROD-NUM TO MCS-PROD-DATE
           MOVE WS-ASK-SITE TO MCS-SITE-ID
           MOVE WS-ASK-SANDWICH TO MCS-SANDWICH-ID
           READ MICROSMPS
               INVALID KEY
                   CLOSE MICROSMPS
                   MOVE "NO SAMPLE WAS TAKEN FROM THAT BATCH"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE MICROSMPS
           IF NOT MCS-AWAITING THEN
               MOVE "A RESULT IS ALREADY ON FILE FOR THAT BATCH"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE MCS-HIGH-RISK TO WS-HIGH-RISK
           MOVE MCS-QUANTITY TO WS-BATCH-QTY

           MOVE ZEROS TO WS-NEW-CMP-ID
           IF WS-ASK-RESULT = "F" THEN
               PERFORM TRACE-FAILED-BATCH
           END-IF

           OPEN I-O MICROSMPS
           MOVE WS-ASK-PROD-NUM TO MCS-PROD-DATE
           MOVE WS-ASK-SITE TO MCS-SITE-ID
           MOVE WS-ASK-SANDWICH TO MCS-SANDWICH-ID
           READ MICROSMPS
               NOT INVALID KEY
                   MOVE WS-ASK-RESULT TO MCS-RESULT
                   MOVE WS-ASK-ORGANISM TO MCS-ORGANISM
                   MOVE WS-ASK-RESULT-NUM TO MCS-RESULT-DATE
                   MOVE WS-NEW-CMP-ID TO MCS-INCIDENT-ID
                   REWRITE FD-MICROSMP
           END-READ
           CLOSE MICROSMPS

           MOVE SPACES TO WS-ERROR-TEXT
           IF WS-ASK-RESULT = "F" THEN
               STRING "FAILED - INCIDENT " WS-NEW-CMP-ID
                   " OPENED, " WS-AFFECTED-ORDERS
                   " ORDERS ON MICROFILE" DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
           ELSE
               IF WS-HIGH-RISK = "Y" THEN
                   MOVE "PASSED - BATCH RELEASED FOR DISPATCH"
                     TO WS-ERROR-TEXT
               ELSE
                   MOVE "PASSED - RESULT RECORDED" TO WS-ERROR-TEXT
               END-IF
           END-IF
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    EVERY LIVE CONFIRMED ORDER DELIVERED ON THE PRODUCTION DAY
      *    FROM THE BATCH'S SITE THAT CARRIES THE SANDWICH, WITH THE
      *    PROOF OF DELIVERY WHERE THERE IS ONE; THE INCIDENT IS
      *    OPENED ONCE THE TRACE IS ON FILE
      ******************************************************************
       TRACE-FAILED-BATCH SECTION.
           MOVE ZEROS TO WS-AFFECTED-ORDERS WS-AFFECTED-QTY
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-ASK-PROD-NUM TO RPT-BAT-DATE
           MOVE WS-ASK-SITE TO RPT-BAT-SITE
           MOVE WS-ASK-SANDWICH TO RPT-BAT-SANDWICH
           MOVE WS-BATCH-QTY TO RPT-BAT-QTY
           WRITE REPORT-LINE FROM RPT-BATCH-LINE
           MOVE WS-ASK-ORGANISM TO RPT-RES-ORGANISM
           MOVE WS-ASK-RESULT-NUM TO RPT-RES-DATE
           WRITE REPORT-LINE FROM RPT-RESULT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               MOVE "E" TO FLAG-TRUE
           ELSE
               MOVE WS-ASK-PROD-NUM TO FD-DELIVERY-DATE
               START ORDERS KEY IS = FD-DELIVERY-DATE
                   INVALID KEY MOVE "E" TO FLAG-TRUE
               END-START
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ORDERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF FD-DELIVERY-DATE NOT = WS-ASK-PROD THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF FD-ORDERS-STATUS NOT = 0
                              AND ORDER-CONFIRMED THEN
                               PERFORM CHECK-AFFECTED-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDERS
           MOVE SPACES TO FLAG-TRUE

           PERFORM OPEN-INCIDENT
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-AFFECTED-ORDERS TO RPT-FOOT-ORDERS
           MOVE WS-AFFECTED-QTY TO RPT-FOOT-QTY
           MOVE WS-NEW-CMP-ID TO RPT-FOOT-INCIDENT
           WRITE REPORT-LINE FROM RPT-FOOTER
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           MOVE "MICROFAIL" TO NTQ-TYPE
           MOVE "SITE SUPERVISOR" TO NTQ-RECIPIENT
           MOVE SPACES TO NTQ-TEXT
           STRING "MICRO FAIL SITE " WS-ASK-SITE " SANDWICH "
               WS-ASK-SANDWICH " BATCH " WS-ASK-PROD-NUM
               " - SEE MICROFILE" DELIMITED BY SIZE INTO NTQ-TEXT
           CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
           EXIT SECTION.

       CHECK-AFFECTED-ORDER SECTION.
           PERFORM GET-ORDER-SITE
           IF WS-ORDER-SITE NOT = WS-ASK-SITE THEN
               EXIT SECTION
           END-IF
           PERFORM SUM-ORDER-SANDWICH
           IF WS-ORDER-QTY = ZEROS THEN
               EXIT SECTION
           END-IF
           ADD 1 TO WS-AFFECTED-ORDERS
           ADD WS-ORDER-QTY TO WS-AFFECTED-QTY

           MOVE FD-ORDERS-ID TO RPT-DET-ORDER
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO RPT-DET-SCHOOL-ID
           MOVE WS-ORDER-QTY TO RPT-DET-QTY
           MOVE SPACES TO RPT-DET-SCHOOL
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS NOT = NOT-FILE THEN
               MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO SCHOOL-INTERNAL-ID
               READ SCHOOLS
                   INVALID KEY MOVE "** UNKNOWN **" TO RPT-DET-SCHOOL
                   NOT INVALID KEY
                       MOVE SCHOOL-DESIGNATION1 TO RPT-DET-SCHOOL
               END-READ
           END-IF
           CLOSE SCHOOLS

           MOVE "NOT YET" TO RPT-DET-DELIVERED
           MOVE SPACES TO RPT-DET-ARRIVAL RPT-DET-RECEIVED-BY
           OPEN INPUT PODFILE
           IF POD-FS NOT = NOT-FILE THEN
               MOVE WS-ASK-PROD-NUM TO POD-DATE
               MOVE FD-ORDERS-ID TO POD-ORDER-ID
               READ PODFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF POD-FAILED THEN
                           MOVE "FAILED" TO RPT-DET-DELIVERED
                       ELSE
                           MOVE "YES" TO RPT-DET-DELIVERED
                       END-IF
                       MOVE POD-ARRIVAL-TIME TO RPT-DET-ARRIVAL
                       MOVE POD-RECEIVED-BY TO RPT-DET-RECEIVED-BY
               END-READ
           END-IF
           CLOSE PODFILE
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       GET-ORDER-SITE SECTION.
           MOVE DEFAULT-SITE-ID TO WS-ORDER-SITE
           OPEN INPUT SCHSITES
           IF SCHSITE-FS NOT = NOT-FILE THEN
               MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO SCS-SCHOOL-ID
               READ SCHSITES
                   NOT INVALID KEY
                       MOVE SCS-SITE-ID TO WS-ORDER-SITE
               END-READ
           END-IF
           CLOSE SCHSITES
           OPEN INPUT SITEOVRS
           IF SITEOVR-FS NOT = NOT-FILE THEN
               MOVE FD-ORDERS-ID TO SOV-ORDER-ID
               READ SITEOVRS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SOV-SITE-ID TO WS-ORDER-SITE
               END-READ
           END-IF
           CLOSE SITEOVRS
           EXIT SECTION.

      *> QUANTITY OF THE SAMPLED SANDWICH ON THE ORDER - ITS LINES,
      *> OR THE HEADER FOR A PRE-SPLIT ORDER
       SUM-ORDER-SANDWICH SECTION.
           MOVE ZEROS TO WS-ORDER-QTY WS-ORDER-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE FD-ORDERS-ID TO OL-ORDER-ID
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
                                   IF OL-ORDER-ID NOT = FD-ORDERS-ID
                                       MOVE "Y" TO WS-OL-DONE
                                   ELSE
                                       ADD 1 TO WS-ORDER-LINES-SEEN
                                       IF OL-SANDWICH-ID =
                                          WS-ASK-SANDWICH
                                           ADD OL-QUANTITY
                                             TO WS-ORDER-QTY
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           IF WS-ORDER-LINES-SEEN = ZEROS
              AND FD-ORDERS-SANDWICH-INTERNAL-ID = WS-ASK-SANDWICH
              THEN
               MOVE FD-ORDERS-QUANTITY TO WS-ORDER-QTY
           END-IF
           EXIT SECTION.

      *> THE SAME COMPLAINT ROW CMPLAINT WOULD KEY, OPENED FROM THE
      *> LAB RESULT - CLOSED IN CMPLAINT ONCE THE INCIDENT IS DEALT
      *> WITH
       OPEN-INCIDENT SECTION.
           OPEN I-O CMPKEYS
           IF CMPKEY-FS = NOT-FILE THEN
               CLOSE CMPKEYS
               OPEN OUTPUT CMPKEYS
               MOVE ZEROS TO FDCMPKEYS
               WRITE FDCMPKEYS
               CLOSE CMPKEYS
               OPEN I-O CMPKEYS
           END-IF
           READ CMPKEYS
               ADD 1 TO FDCMPKEYS
               MOVE FDCMPKEYS TO WS-NEW-CMP-ID
           REWRITE FDCMPKEYS
           CLOSE CMPKEYS

           OPEN I-O COMPLAINTS
           IF COMPLAINT-FS = NOT-FILE THEN
               CLOSE COMPLAINTS
               OPEN OUTPUT COMPLAINTS
               CLOSE COMPLAINTS
               OPEN I-O COMPLAINTS
           END-IF
           MOVE WS-NEW-CMP-ID TO CMP-ID
           MOVE ZEROS TO CMP-ORDER-ID
           MOVE SPACES TO CMP-BATCH-LOT
           MOVE ZEROS TO CMP-SCHOOL-ID
           MOVE ZEROS TO CMP-SUPPLIER-ID
           MOVE "Q" TO CMP-CLASS
           MOVE WS-TODAY-NUM TO CMP-DATE
           MOVE "O" TO CMP-STATUS
           MOVE SPACES TO CMP-RESOLUTION
           STRING "MICRO FAIL " WS-ASK-ORGANISM " SW "
               WS-ASK-SANDWICH " " WS-ASK-PROD-NUM
               DELIMITED BY SIZE INTO CMP-RESOLUTION
           WRITE FD-COMPLAINT
           END-WRITE
           CLOSE COMPLAINTS

           MOVE "C" TO CRQ-SOURCE
           MOVE WS-ASK-SITE TO CRQ-SITE-ID
           MOVE SPACES TO CRQ-SOURCE-REF CRQ-TEXT
           STRING "COMPLAINT " WS-NEW-CMP-ID
               DELIMITED BY SIZE INTO CRQ-SOURCE-REF
           STRING "MICRO FAIL " WS-ASK-ORGANISM
               DELIMITED BY SIZE INTO CRQ-TEXT
           CALL "CRAOPEN" USING CRQ-SOURCE CRQ-SITE-ID
               CRQ-SOURCE-REF CRQ-TEXT CRQ-ID
           EXIT SECTION.

       END PROGRAM MICRORES.
