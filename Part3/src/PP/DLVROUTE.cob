      ******************************************************************
      *    ASSIGN DELIVERIES TO VEHICLES AND PRINT ROUTE SHEETS
      *    SEQUENCED BY TOWN AND POSTAL CODE | V0.1 | 22.08.2026
      ******************************************************************
      *    HIGH-RISK BATCHES AWAITING A MICROBIOLOGY RESULT ARE HELD
      *    FROM DISPATCH AND LISTED ON THE ROUTE SHEETS
      ******************************************************************
      *    VEHICLES WITH A LAPSED IPO OR INSURANCE ARE LEFT OUT OF THE
      *    DAY'S FLEET | 15.10.2026
      ******************************************************************
      *    A STOP FOR A NON-SCHOOL CUSTOMER (800-899) TAKES ITS NAME,
      *    TOWN AND POSTAL CODE FROM FXCUSTOMERS | 15.10.2026
      ******************************************************************
      *    THE ROUTE SHEET HEADING ALSO CARRIES THE BUSINESS DATE
      *    (BUSDATE) IT WAS RUN ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

      *> NON-SCHOOL CUSTOMERS KEPT BY CUSTMNT - THEIR IDS RUN 800-899
           SELECT CUSTOMERS ASSIGN TO "FXCUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUS-ID
           FILE STATUS IS CUSTOMER-FS.

           SELECT VEHICLES ASSIGN TO "FXVEHICLES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCL-KEY
           FILE STATUS IS VEHCAL-FS.

      *> IPO AND INSURANCE DUE DATES KEPT BY VEHMAINT - A VEHICLE
      *> WHOSE EITHER DATE HAS PASSED STAYS OFF THE ROAD
           SELECT VEHDUES ASSIGN TO "FXVEHDUE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDU-VEHICLE-ID
           FILE STATUS IS VEHDUE-FS.

           SELECT ROUTEASG ASSIGN TO "FXROUTEASG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CP
           FILE STATUS IS CPS-FS.

      *> THE ORDER'S KITCHEN AND THAT KITCHEN'S MICROBIOLOGY SAMPLES -
      *> A HIGH-RISK BATCH STILL AWAITING ITS LAB RESULT STAYS HOME
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

           SELECT MICROSMPS ASSIGN TO "FXMICROSMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCS-KEY
           FILE STATUS IS MICROSMP-FS.

           SELECT REPORTFILE ASSIGN TO "DLVROUTEFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.
       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  CUSTOMERS.
       COPY FD-CUSTOMER.

       FD  VEHICLES.
       COPY FD-VEHICLE.

       FD  VEHCAL.
       COPY FD-VEHCAL.

       FD  VEHDUES.
       COPY FD-VEHDUE.

       FD  ROUTEASG.
       COPY FD-ROUTEASG.

       FD  DELWINDOWS.
       COPY FD-DELWINDOW.

       FD  SCHSITES.
       COPY FD-SCHSITE.

       FD  SITEOVRS.
       COPY FD-SITEOVR.

       FD  MICROSMPS.
       COPY FD-MICROSMP.

       FD  CPS.
       01  FD-CPS.
           05 FD-CP.
       78  F3                                   VALUE 1003.
       77  ORDERS-FS                            PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  CUSTOMER-FS                          PIC 9(002).
       77  VEHICLE-FS                           PIC 9(002).
       77  VEHCAL-FS                            PIC 9(002).
       77  VEHDUE-FS                            PIC 9(002).
       77  ROUTEASG-FS                          PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  CRATE-FS                             PIC 9(002).
       77  DELWINDOW-FS                         PIC 9(002).
       77  CPS-FS                               PIC 9(002).
       77  SCHSITE-FS                           PIC 9(002).
       77  SITEOVR-FS                           PIC 9(002).
       77  MICROSMP-FS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  FIRST-CUSTOMER-ID                    VALUE 800.
       78  LAST-CUSTOMER-ID                     VALUE 899.

      *> WHERE A STOP GOES - A SCHOOL OR A NON-SCHOOL CUSTOMER
       77  WS-DEST-ID                           PIC 9(003).
       77  WS-DEST-FOUND                        PIC X(001).
       77  WS-DEST-NAME                         PIC X(050).
       77  WS-DEST-TOWN                         PIC X(030).
       77  WS-DEST-POSTAL                       PIC 9(007).

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
           05 WS-ROUTE-DAY                      PIC 9(002).
       01  WS-ROUTE-DATE-NUM REDEFINES WS-ROUTE-DATE
                                                PIC 9(008).
       01  WS-TODAY-NUM                         PIC 9(008).

      *> THE DAY'S DELIVERY STOPS WITH THEIR SORTING GEOGRAPHY
       77  MAX-STOP                             PIC 9(003) VALUE ZEROS.

       77  WS-SORT-PASS                         PIC 9(003).

      *> HIGH-RISK BATCHES OF THE DAY STILL AWAITING THEIR LAB
      *> RESULT, AND THE ORDERS HELD BACK BECAUSE THEY CARRY ONE
       78  DEFAULT-SITE-ID                      VALUE 1.
       77  MAX-HOLD                             PIC 9(003) VALUE ZEROS.
       01  TAB-HOLD OCCURS 200 INDEXED BY IND-HOLD.
           05 TAB-HOLD-SITE-ID                  PIC 9(003).
           05 TAB-HOLD-SANDWICH-ID              PIC 9(003).
       77  MAX-HELD                             PIC 9(003) VALUE ZEROS.
       01  TAB-HELD OCCURS 999 INDEXED BY IND-HELD.
           05 TAB-HELD-ORDER-ID                 PIC 9(005).
           05 TAB-HELD-SCHOOL-ID                PIC 9(003).
           05 TAB-HELD-SANDWICH-ID              PIC 9(003).
       77  WS-ORDER-SITE                        PIC 9(003).
       77  WS-HELD-SANDWICH                     PIC 9(003).
       77  WS-HOLD-LINES-SEEN                   PIC 9(003).

      *> THE DAY'S AVAILABLE FLEET WITH ITS RUNNING LOAD - THE
      *> SUGGESTED VEHICLE IS THE FIRST WITH ROOM, AND A STOP NO
      *> VEHICLE CAN TAKE IS FLAGGED UNPLACED INSTEAD OF OVERLOADED
       77  WS-VEH-FOUND                         PIC 9(002).
       77  WS-SUGGEST-VEHICLE                   PIC 9(003).
       77  WS-UNPLACED-COUNT                    PIC 9(003).
       77  WS-LAPSED-COUNT                      PIC 9(003).

      *> SANDWICHES PER RETURNABLE CRATE
       78  CRATE-CAPACITY                       VALUE 20.
       77  WS-TOWN-SHOW                         PIC X(030).
       77  WS-LOCALITY                          PIC X(040).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-TRD-ISSUED                        PIC 9(003).
       77  WS-TRD-CANCELLED                     PIC 9(003).

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".
           05 FILLER                            PIC X(036)
              VALUE "BREADWICH - ROUTE SHEETS FOR DAY:   ".
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-RUN-DATE                 PIC 9(008).

       01  RPT-VEH-HEAD.
           05 FILLER                            PIC X(009)
           05 FILLER                            PIC X(001).
           05 RPT-STOP-WARN                     PIC X(008).

       01  RPT-HELD-HEAD                        PIC X(060)
           VALUE "HELD FROM DISPATCH - AWAITING MICROBIOLOGY RESULT".

       01  RPT-HELD-LINE.
           05 FILLER                            PIC X(008)
              VALUE "  ORDER ".
           05 RPT-HELD-ORDER                    PIC 9(005).
           05 FILLER                            PIC X(002).
           05 RPT-HELD-SCHOOL                   PIC X(040).
           05 FILLER                            PIC X(011)
              VALUE "  SANDWICH ".
           05 RPT-HELD-SANDWICH                 PIC 9(003).

      ******************************************************************

       SCREEN SECTION.
           COMPUTE WS-ROUTE-WEEKDAY =
               FUNCTION MOD (WS-ROUTE-INT - 1, 7) + 1

           PERFORM LOAD-HELD-BATCHES
           PERFORM COLLECT-DAY-STOPS
           IF MAX-STOP = ZEROS THEN
               IF MAX-HELD > ZEROS THEN
                   PERFORM PRINT-ROUTE-SHEETS
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "NOTHING TO DISPATCH - " MAX-HELD
                          " ORDERS HELD FOR MICROBIOLOGY"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
               ELSE
                   MOVE "NO CONFIRMED DELIVERIES ON THAT DAY"
                     TO WS-ERROR-TEXT
               END-IF
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           PERFORM LOAD-DAY-VEHICLES
           IF WS-LAPSED-COUNT > ZEROS THEN
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "VEHICLES LEFT HOME - IPO/INSURANCE LAPSED: "
                      WS-LAPSED-COUNT
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
           END-IF
           PERFORM ASSIGN-VEHICLES
           PERFORM SORT-STOPS
           PERFORM PRINT-ROUTE-SHEETS
      *> EVERY LOADED VEHICLE LEAVES WITH A TRANSPORT DOCUMENT; A
      *> LOAD RESHUFFLED HERE CANCELS AND REPLACES THE OLD ONE
           CALL "TRANSPISS" USING WS-ROUTE-DATE-NUM WS-TRD-ISSUED
               WS-TRD-CANCELLED
           IF WS-TRD-CANCELLED > ZEROS THEN
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "TRANSPORT DOCUMENTS REPLACED: " WS-TRD-CANCELLED
                      " - REPRINT DRIVER COPIES"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
           END-IF

           IF MAX-HELD > ZEROS THEN
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "ORDERS HELD FOR MICROBIOLOGY RESULT: " MAX-HELD
                      " - SEE ROUTE SHEETS"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
           END-IF

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
               EXIT SECTION
           END-IF
           OPEN INPUT SCHOOLS
           OPEN INPUT CUSTOMERS
      *> KEYED START ON THE DELIVERY-DATE ALTERNATE KEY
           MOVE WS-ROUTE-YEAR TO FD-DELIVERY-YEAR
           MOVE WS-ROUTE-MONTH TO FD-DELIVERY-MONTH
                           IF FD-ORDERS-STATUS NOT = 0
                              AND FD-ORDERS-STATUS < 5
                              AND ORDER-CONFIRMED THEN
                               PERFORM CHECK-ORDER-HELD
                               IF WS-HELD-SANDWICH = ZEROS THEN
                                   PERFORM ADD-STOP-ROW
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMERS
           CLOSE SCHOOLS
           CLOSE ORDERS
           EXIT SECTION.
           PERFORM SUM-STOP-QUANTITY
           MOVE SPACES TO TAB-STOP-TOWN (IND-STOP)
           MOVE ZEROS TO TAB-STOP-POSTAL (IND-STOP)
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO WS-DEST-ID
           PERFORM READ-DESTINATION
           IF WS-DEST-FOUND = "Y" THEN
               MOVE WS-DEST-TOWN TO TAB-STOP-TOWN (IND-STOP)
               MOVE WS-DEST-POSTAL TO TAB-STOP-POSTAL (IND-STOP)
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    POSITIVE RELEASE - A HIGH-RISK BATCH SAMPLED FOR THE LAB
      *    DOES NOT LEAVE THE KITCHEN UNTIL ITS RESULT IS IN
      ******************************************************************
       LOAD-HELD-BATCHES SECTION.
           MOVE ZEROS TO MAX-HOLD MAX-HELD
           OPEN INPUT MICROSMPS
           IF MICROSMP-FS = NOT-FILE THEN
               CLOSE MICROSMPS
               EXIT SECTION
           END-IF
           MOVE WS-ROUTE-DATE-NUM TO MCS-PROD-DATE
           MOVE ZEROS TO MCS-SITE-ID MCS-SANDWICH-ID
           MOVE SPACES TO FLAG-TRUE
           START MICROSMPS KEY IS NOT LESS THAN MCS-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ MICROSMPS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF MCS-PROD-DATE NOT = WS-ROUTE-DATE-NUM THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF MCS-AWAITING AND MCS-IS-HIGH-RISK
                              AND MAX-HOLD < 200 THEN
                               ADD 1 TO MAX-HOLD
                               SET IND-HOLD TO MAX-HOLD
                               MOVE MCS-SITE-ID
                                 TO TAB-HOLD-SITE-ID (IND-HOLD)
                               MOVE MCS-SANDWICH-ID
                                 TO TAB-HOLD-SANDWICH-ID (IND-HOLD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MICROSMPS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> WS-HELD-SANDWICH COMES BACK WITH THE HELD SANDWICH THE
      *> ORDER CARRIES, OR ZEROS WHEN IT IS FREE TO GO; A HELD
      *> ORDER LOSES ANY VEHICLE AN EARLIER RUN GAVE IT
       CHECK-ORDER-HELD SECTION.
           MOVE ZEROS TO WS-HELD-SANDWICH
           IF MAX-HOLD = ZEROS THEN
               EXIT SECTION
           END-IF
           PERFORM GET-ORDER-SITE
           MOVE ZEROS TO WS-HOLD-LINES-SEEN
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
                                   IF OL-ORDER-ID NOT =
                                      FD-ORDERS-ID
                                       MOVE "Y" TO WS-OL-DONE
                                   ELSE
                                       ADD 1 TO WS-HOLD-LINES-SEEN
                                       PERFORM MATCH-HELD-BATCH
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           IF WS-HOLD-LINES-SEEN = ZEROS THEN
               MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO OL-SANDWICH-ID
               PERFORM MATCH-HELD-BATCH
           END-IF
           IF WS-HELD-SANDWICH = ZEROS OR MAX-HELD NOT < 999 THEN
               EXIT SECTION
           END-IF

           ADD 1 TO MAX-HELD
           SET IND-HELD TO MAX-HELD
           MOVE FD-ORDERS-ID TO TAB-HELD-ORDER-ID (IND-HELD)
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID
             TO TAB-HELD-SCHOOL-ID (IND-HELD)
           MOVE WS-HELD-SANDWICH TO TAB-HELD-SANDWICH-ID (IND-HELD)
           OPEN I-O ROUTEASG
           MOVE WS-ROUTE-DATE-NUM TO RAS-DATE
           MOVE FD-ORDERS-ID TO RAS-ORDER-ID
           READ ROUTEASG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ZEROS TO RAS-VEHICLE-ID
                   REWRITE FD-ROUTEASG
           END-READ
           CLOSE ROUTEASG
           EXIT SECTION.

       MATCH-HELD-BATCH SECTION.
           PERFORM VARYING IND-HOLD FROM 1 BY 1
                   UNTIL IND-HOLD > MAX-HOLD
               IF TAB-HOLD-SITE-ID (IND-HOLD) = WS-ORDER-SITE
                  AND TAB-HOLD-SANDWICH-ID (IND-HOLD)
                      = OL-SANDWICH-ID THEN
                   MOVE OL-SANDWICH-ID TO WS-HELD-SANDWICH
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> THE SCHOOL'S KITCHEN UNLESS THE ORDER WAS MOVED TO ANOTHER
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

      ******************************************************************
      ******************************************************************

      *> ACTIVE VEHICLES NOT BOOKED OUT ON THE CALENDAR FOR THE DAY
      *> AND WITH THEIR IPO AND INSURANCE IN DATE
       LOAD-DAY-VEHICLES SECTION.
           MOVE ZEROS TO MAX-VEH
           MOVE ZEROS TO WS-UNPLACED-COUNT
           MOVE ZEROS TO WS-LAPSED-COUNT
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT VEHICLES
           IF VEHICLE-FS = NOT-FILE THEN
               END-READ
           END-IF
           CLOSE VEHCAL
      *> LAPSED IPO OR INSURANCE - NOT ROADWORTHY, SO NOT PART OF
      *> THE DAY'S FLEET EITHER; A ZERO DATE IS NOT TRACKED
           OPEN INPUT VEHDUES
           IF VEHDUE-FS NOT = NOT-FILE THEN
               MOVE VEH-ID TO VDU-VEHICLE-ID
               READ VEHDUES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (VDU-IPO-DUE > ZEROS
                           AND VDU-IPO-DUE < WS-ROUTE-DATE-NUM)
                          OR (VDU-INSURANCE-DUE > ZEROS
                           AND VDU-INSURANCE-DUE < WS-ROUTE-DATE-NUM)
                          THEN
                           ADD 1 TO WS-LAPSED-COUNT
                           CLOSE VEHDUES
                           EXIT SECTION
                       END-IF
               END-READ
           END-IF
           CLOSE VEHDUES
           IF MAX-VEH < 50 THEN
               ADD 1 TO MAX-VEH
               SET IND-VEH TO MAX-VEH
       ASSIGN-ONE-STOP SECTION.
           MOVE SPACES TO WS-SCHOOL-SHOW
           OPEN INPUT SCHOOLS
           OPEN INPUT CUSTOMERS
           MOVE TAB-STOP-SCHOOL-ID (IND-STOP) TO WS-DEST-ID
           PERFORM READ-DESTINATION
           MOVE WS-DEST-NAME TO WS-SCHOOL-SHOW
           CLOSE CUSTOMERS
           CLOSE SCHOOLS
           MOVE TAB-STOP-TOWN (IND-STOP) TO WS-TOWN-SHOW

      ******************************************************************

       PRINT-ROUTE-SHEETS SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN OUTPUT REPORTFILE
           MOVE WS-ROUTE-DATE-NUM TO RPT-HEAD-DATE
           MOVE WS-TODAY-NUM TO RPT-HEAD-RUN-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE SPACES TO WS-VEH-OPEN
               END-IF
               PERFORM PRINT-STOP-LINE
           END-PERFORM
           IF MAX-HELD > ZEROS THEN
               PERFORM PRINT-HELD-ORDERS
           END-IF
           CLOSE REPORTFILE
           EXIT SECTION.

       PRINT-HELD-ORDERS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-HELD-HEAD
           WRITE REPORT-LINE FROM DIVIDER-LINE
           OPEN INPUT SCHOOLS
           OPEN INPUT CUSTOMERS
           PERFORM VARYING IND-HELD FROM 1 BY 1
                   UNTIL IND-HELD > MAX-HELD
               MOVE TAB-HELD-ORDER-ID (IND-HELD) TO RPT-HELD-ORDER
               MOVE TAB-HELD-SANDWICH-ID (IND-HELD)
                 TO RPT-HELD-SANDWICH
               MOVE TAB-HELD-SCHOOL-ID (IND-HELD) TO WS-DEST-ID
               PERFORM READ-DESTINATION
               MOVE WS-DEST-NAME TO RPT-HELD-SCHOOL
               WRITE REPORT-LINE FROM RPT-HELD-LINE
           END-PERFORM
           CLOSE CUSTOMERS
           CLOSE SCHOOLS
           EXIT SECTION.

       PRINT-VEHICLE-HEAD SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOCALITY TO RPT-STOP-LOCALITY
           MOVE SPACES TO RPT-STOP-SCHOOL
           OPEN INPUT SCHOOLS
           OPEN INPUT CUSTOMERS
           MOVE TAB-STOP-SCHOOL-ID (IND-STOP) TO WS-DEST-ID
           PERFORM READ-DESTINATION
           MOVE WS-DEST-NAME TO RPT-STOP-SCHOOL
           CLOSE CUSTOMERS
           CLOSE SCHOOLS
           MOVE TAB-STOP-ORDER-ID (IND-STOP) TO RPT-STOP-ORDER
      *> TRAVEL TO THE STOP, THEN THE DROP ITSELF
           CLOSE CPS
           EXIT SECTION.

      *> SCHOOLS AND CUSTOMERS MUST BOTH BE OPEN - IDS 800-899 ARE
      *> NON-SCHOOL CUSTOMERS, EVERYTHING ELSE A SCHOOL
       READ-DESTINATION SECTION.
           MOVE "N" TO WS-DEST-FOUND
           MOVE "** UNKNOWN **" TO WS-DEST-NAME
           MOVE SPACES TO WS-DEST-TOWN
           MOVE ZEROS TO WS-DEST-POSTAL
           IF WS-DEST-ID >= FIRST-CUSTOMER-ID
              AND WS-DEST-ID <= LAST-CUSTOMER-ID THEN
               IF CUSTOMER-FS NOT = NOT-FILE THEN
                   MOVE WS-DEST-ID TO CUS-ID
                   READ CUSTOMERS
                       NOT INVALID KEY
                           MOVE "Y" TO WS-DEST-FOUND
                           MOVE CUS-NAME TO WS-DEST-NAME
                           MOVE CUS-TOWN TO WS-DEST-TOWN
                           MOVE CUS-POSTAL-CODE TO WS-DEST-POSTAL
                   END-READ
               END-IF
           ELSE
               MOVE WS-DEST-ID TO SCHOOL-INTERNAL-ID
               READ SCHOOLS
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DEST-FOUND
                       MOVE SCHOOL-DESIGNATION1 TO WS-DEST-NAME
                       MOVE SCHOOL-TOWN TO WS-DEST-TOWN
                       MOVE SCHOOL-POSTAL-CODE TO WS-DEST-POSTAL
               END-READ
           END-IF
           EXIT SECTION.

       END PROGRAM DLVROUTE.
