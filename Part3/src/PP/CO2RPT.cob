      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    MONTHLY CO2 FOOTPRINT OF THE MEAL SERVICE FOR THE TENDER
      *    SUSTAINABILITY ANNEX - EVERY FXROUTERUN RUN AT ITS
      *    VEHICLE'S EMISSION FACTOR, SHARED OVER THE RUN'S SCHOOLS
      *    BY STOPS OR BY SANDWICHES, GRAMS PER SANDWICH DELIVERED,
      *    AND THE INBOUND SUPPLIER LEGS OF THE MONTH'S RECEIPTS
      *    SPREAD OVER THE INGREDIENTS THEY BROUGHT. PRINTED ON
      *    CO2RPTFILE AND WRITTEN AS SEMICOLON ROWS ON CO2ANNEX.CSV
      *    V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CO2RPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROUTERUNS ASSIGN TO "FXROUTERUN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RUN-KEY
           FILE STATUS IS ROUTERUN-FS.

           SELECT ROUTEASG ASSIGN TO "FXROUTEASG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAS-KEY
           FILE STATUS IS ROUTEASG-FS.

           SELECT VEHICLES ASSIGN TO "FXVEHICLES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEH-ID
           FILE STATUS IS VEHICLE-FS.

           SELECT VEHEMISS ASSIGN TO "FXVEHEMIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEM-VEHICLE-ID
           FILE STATUS IS VEHEMIS-FS.

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

      *> ONE ROW PER RECEIVED LOT WITH ITS SUPPLIER, RECEIPT DATE
      *> AND THE QUANTITY BOOKED AGAINST THE PO LINE
           SELECT LOTCOSTS ASSIGN TO "FXLOTCOST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTC-KEY
           ALTERNATE RECORD KEY IS LTC-BATCH-LOT WITH DUPLICATES
           FILE STATUS IS LOTCOST-FS.

           SELECT SUPDISTS ASSIGN TO "FXSUPDIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDS-SUPPLIER-ID
           FILE STATUS IS SUPDIST-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

           SELECT REPORTFILE ASSIGN TO "CO2RPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

           SELECT ANNEXFILE ASSIGN TO "CO2ANNEX.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANNEX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTERUNS.
       COPY FD-ROUTERUN.

       FD  ROUTEASG.
       COPY FD-ROUTEASG.

       FD  VEHICLES.
       COPY FD-VEHICLE.

       FD  VEHEMISS.
       COPY FD-VEHEMIS.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  LOTCOSTS.
       COPY FD-LOTCOST.

       FD  SUPDISTS.
       COPY FD-SUPDIST.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       FD  ANNEXFILE.
       01  ANNEX-LINE                           PIC X(120).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  ROUTERUN-FS                          PIC 9(002).
       77  ROUTEASG-FS                          PIC 9(002).
       77  VEHICLE-FS                           PIC 9(002).
       77  VEHEMIS-FS                           PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  LOTCOST-FS                           PIC 9(002).
       77  SUPDIST-FS                           PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  ANNEX-FS                             PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> A DIESEL DELIVERY VAN - USED FOR A VEHICLE WITH NO FACTOR
      *> ON FILE AND FLAGGED ON ITS ROUTE LINE
       78  DEFAULT-VAN-G-CO2-KM                 VALUE 250.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-INNER                           PIC X(001).
       77  WS-OL-DONE                           PIC X(001).
       77  WS-OL-SEEN                           PIC 9(003).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "CO2FOOTPRINT".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "CO2RPTFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-ERROR-TEXT                        PIC X(060).
       01  WS-ASK-PERIOD.
           05 WS-ASK-YEAR                       PIC 9(004).
           05 WS-ASK-MONTH                      PIC 9(002).
      *> HOW A RUN'S CO2 IS SHARED OVER ITS SCHOOLS
       77  WS-ASK-BASIS                         PIC X(001).
           88 WS-BASIS-STOPS                    VALUE "S".
           88 WS-BASIS-QUANTITY                 VALUE "Q".

      *> THE RUN IN HAND
       77  WS-RUN-G-KM                          PIC 9(004).
       77  WS-RUN-FUEL                          PIC X(001).
       77  WS-RUN-DEFAULT                       PIC X(001).
       77  WS-RUN-PLATE                         PIC X(008).
       77  WS-RUN-KG                            PIC 9(007)V99.
       77  WS-RUN-STOPS                         PIC 9(005).
       77  WS-RUN-QTY                           PIC 9(007).
       77  WS-SHARE-KG                          PIC 9(007)V99.
       77  WS-STOP-SCHOOL                       PIC 9(003).
       77  WS-STOP-QTY                          PIC 9(005).
       77  MAX-RST                              PIC 9(003).
       01  TAB-RST OCCURS 200 INDEXED BY IND-RST.
           05 TAB-RST-SCHOOL                    PIC 9(003).
           05 TAB-RST-QTY                       PIC 9(005).

      *> PER SCHOOL FOR THE MONTH
       77  MAX-SCH                              PIC 9(003).
       01  TAB-SCH OCCURS 999 INDEXED BY IND-SCH.
           05 TAB-SCH-SCHOOL                    PIC 9(003).
           05 TAB-SCH-STOPS                     PIC 9(005).
           05 TAB-SCH-QTY                       PIC 9(007).
           05 TAB-SCH-KG                        PIC 9(007)V99.
       77  WS-FOUND-INDEX                       PIC 9(004).

      *> THE MONTH'S RECEIPTS - ONE ROW PER RECEIVED LOT; A PO
      *> RECEIVED ON A DAY IS ONE INBOUND LEG
       77  MAX-INB                              PIC 9(004).
       01  TAB-INB OCCURS 3000 INDEXED BY IND-INB IND-INB2.
           05 TAB-INB-PO                        PIC 9(006).
           05 TAB-INB-DATE                      PIC 9(008).
           05 TAB-INB-SUPPLIER                  PIC 9(003).
           05 TAB-INB-INGRED                    PIC 9(003).
           05 TAB-INB-QTY                       PIC 9(005).
       77  WS-LEG-QTY                           PIC 9(007).
       77  WS-LEG-KG                            PIC 9(007)V99.
       77  WS-LEG-NEW                           PIC X(001).
       77  WS-INB-KG                            PIC 9(007)V99.
       77  WS-LEGS                              PIC 9(005).
       77  WS-LEGS-NO-DISTANCE                  PIC 9(005).

      *> PER INGREDIENT FOR THE MONTH
       77  MAX-ING                              PIC 9(003).
       01  TAB-ING OCCURS 999 INDEXED BY IND-ING.
           05 TAB-ING-INGRED                    PIC 9(003).
           05 TAB-ING-QTY                       PIC 9(007).
           05 TAB-ING-KG                        PIC 9(007)V99.

      *> MONTH TOTALS
       77  WS-TOT-RUNS                          PIC 9(005).
       77  WS-TOT-KM                            PIC 9(007).
       77  WS-TOT-ROUTE-KG                      PIC 9(008)V99.
       77  WS-TOT-SANDWICHES                    PIC 9(008).
       77  WS-TOT-INBOUND-KG                    PIC 9(008)V99.
       77  WS-UNALLOC-KG                        PIC 9(008)V99.
       77  WS-G-PER-SANDWICH                    PIC 9(006)V9.
       77  WS-G-INBOUND-SANDWICH                PIC 9(006)V9.
       77  WS-G-TOTAL-SANDWICH                  PIC 9(006)V9.
       77  WS-G-SCHOOL                          PIC 9(006)V9.

      *> SHOW FIELDS FOR THE REPORT AND THE ANNEX ROWS
       77  WS-NAME-SHOW                         PIC X(030).
       77  WS-QTY-SHOW                          PIC Z(7)9.
       77  WS-KG-SHOW                           PIC Z(7)9.99.
       77  WS-G-SHOW                            PIC Z(5)9.9.
       77  WS-REF-SHOW                          PIC X(012).
       77  WS-DESC-SHOW                         PIC X(040).

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(048)
              VALUE "BREADWICH - CO2 FOOTPRINT OF THE MEAL SERVICE - ".
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-BASIS.
           05 FILLER                            PIC X(040)
              VALUE "SUSTAINABILITY ANNEX - SCHOOL SHARE BY: ".
           05 RPT-BASIS-TEXT                    PIC X(020).

       01  RPT-SECTION                          PIC X(100).

       01  RPT-ROUTE-COLUMNS.
           05 FILLER PIC X(010) VALUE "DATE".
           05 FILLER PIC X(005) VALUE "VEH".
           05 FILLER PIC X(010) VALUE "PLATE".
           05 FILLER PIC X(005) VALUE "FUEL".
           05 FILLER PIC X(007) VALUE "KM".
           05 FILLER PIC X(007) VALUE "G/KM".
           05 FILLER PIC X(007) VALUE "STOPS".
           05 FILLER PIC X(010) VALUE "SANDWICH".
           05 FILLER PIC X(012) VALUE "KG CO2".
           05 FILLER PIC X(020) VALUE "NOTE".

       01  RPT-ROUTE.
           05 RPT-RTE-DATE                      PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-RTE-VEHICLE                   PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-RTE-PLATE                     PIC X(008).
           05 FILLER                            PIC X(002).
           05 RPT-RTE-FUEL                      PIC X(001).
           05 FILLER                            PIC X(002).
           05 RPT-RTE-KM                        PIC ZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-RTE-G-KM                      PIC ZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-RTE-STOPS                     PIC ZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-RTE-QTY                       PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-RTE-KG                        PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-RTE-NOTE                      PIC X(020).

       01  RPT-SCHOOL-COLUMNS.
           05 FILLER PIC X(005) VALUE "SCH".
           05 FILLER PIC X(032) VALUE "SCHOOL".
           05 FILLER PIC X(007) VALUE "STOPS".
           05 FILLER PIC X(010) VALUE "SANDWICH".
           05 FILLER PIC X(012) VALUE "KG CO2".
           05 FILLER PIC X(012) VALUE "G/SANDWICH".

       01  RPT-SCHOOL.
           05 RPT-SCH-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-SCH-NAME                      PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-SCH-STOPS                     PIC ZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-SCH-QTY                       PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-SCH-KG                        PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-SCH-G                         PIC ZZZZZ9.9.

       01  RPT-TOTAL.
           05 RPT-TOT-TEXT                      PIC X(045).
           05 RPT-TOT-VALUE                     PIC ZZZZZZZ9.99.
           05 FILLER                            PIC X(001).
           05 RPT-TOT-UNIT                      PIC X(015).

       01  RPT-INGRED-COLUMNS.
           05 FILLER PIC X(005) VALUE "ING".
           05 FILLER PIC X(032) VALUE "INGREDIENT".
           05 FILLER PIC X(012) VALUE "QTY RECV".
           05 FILLER PIC X(012) VALUE "KG CO2".

       01  RPT-INGRED.
           05 RPT-ING-INGRED                    PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-ING-NAME                      PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-ING-QTY                       PIC ZZZZZZZ9.
           05 FILLER                            PIC X(004).
           05 RPT-ING-KG                        PIC ZZZZZZ9.99.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | CO2 FOOTPRINT REPORT" LINE 02 COL 10.
           05 VALUE "F3 - BACK"           LINE 02 COL 60.
           05 VALUE "PERIOD YEAR (YYYY):" LINE 05 COL 10.
           05 SS-YEAR PIC 9(004) LINE 05 COL 32 USING WS-ASK-YEAR.
           05 VALUE "PERIOD MONTH (MM).:" LINE 06 COL 10.
           05 SS-MONTH PIC 9(002) LINE 06 COL 32 USING WS-ASK-MONTH.
           05 VALUE "SCHOOL SHARE (S/Q):" LINE 07 COL 10.
           05 SS-BASIS PIC X(001) LINE 07 COL 32 USING WS-ASK-BASIS.
           05 VALUE "S - BY STOPS   Q - BY SANDWICHES" LINE 08 COL 12.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE WS-TODAY-NUM (1:4) TO WS-ASK-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-ASK-MONTH
           MOVE "S" TO WS-ASK-BASIS
           DISPLAY CLEAR-SCREEN
           DISPLAY PERIOD-SCREEN
           ACCEPT PERIOD-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           IF WS-ASK-MONTH < 1 OR WS-ASK-MONTH > 12 THEN
               MOVE "MONTH MUST BE 01 TO 12" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           IF NOT WS-BASIS-STOPS AND NOT WS-BASIS-QUANTITY THEN
               MOVE "SCHOOL SHARE IS S OR Q" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

           MOVE ZEROS TO MAX-SCH, MAX-INB, MAX-ING
           MOVE ZEROS TO WS-TOT-RUNS, WS-TOT-KM, WS-TOT-ROUTE-KG
           MOVE ZEROS TO WS-TOT-SANDWICHES, WS-TOT-INBOUND-KG
           MOVE ZEROS TO WS-UNALLOC-KG, WS-LEGS, WS-LEGS-NO-DISTANCE

           OPEN OUTPUT REPORTFILE
           OPEN OUTPUT ANNEXFILE
           PERFORM WRITE-REPORT-HEAD
           PERFORM PROCESS-ROUTE-RUNS
           PERFORM LOAD-RECEIPTS
           PERFORM SPREAD-INBOUND-LEGS
           PERFORM COMPUTE-PER-SANDWICH
           PERFORM WRITE-SCHOOL-SECTION
           PERFORM WRITE-SANDWICH-SECTION
           PERFORM WRITE-INGRED-SECTION
           PERFORM WRITE-METHOD-NOTES
           CLOSE ANNEXFILE
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           MOVE "CO2 FOOTPRINT ON CO2RPTFILE, ANNEX ON CO2ANNEX.CSV"
             TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           GOBACK.

       WRITE-REPORT-HEAD SECTION.
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           IF WS-BASIS-STOPS THEN
               MOVE "SHARE OF STOPS" TO RPT-BASIS-TEXT
           ELSE
               MOVE "SHARE OF SANDWICHES" TO RPT-BASIS-TEXT
           END-IF
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM RPT-BASIS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "A. DELIVERY ROUTES" TO RPT-SECTION
           WRITE REPORT-LINE FROM RPT-SECTION
           WRITE REPORT-LINE FROM RPT-ROUTE-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "SECTION;PERIOD;REFERENCE;DESCRIPTION;QUANTITY;KG CO2"
             TO ANNEX-LINE
           WRITE ANNEX-LINE
           EXIT SECTION.

      ******************************************************************
      *    EVERY RUN OF THE MONTH: KG CO2 = KM TIMES THE VEHICLE'S
      *    G CO2/KM, THEN SHARED OVER THE SCHOOLS IT STOPPED AT
      ******************************************************************
       PROCESS-ROUTE-RUNS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT ROUTERUNS
           IF ROUTERUN-FS = NOT-FILE THEN
               CLOSE ROUTERUNS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ROUTERUNS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RUN-DATE (1:4) = WS-ASK-YEAR
                          AND RUN-DATE (5:2) = WS-ASK-MONTH THEN
                           PERFORM PROCESS-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTERUNS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       PROCESS-ONE-RUN SECTION.
           PERFORM GET-VEHICLE-FACTOR
           COMPUTE WS-RUN-KG ROUNDED =
               RUN-KILOMETRES * WS-RUN-G-KM / 1000
           ADD 1 TO WS-TOT-RUNS
           ADD RUN-KILOMETRES TO WS-TOT-KM
           ADD WS-RUN-KG TO WS-TOT-ROUTE-KG

           PERFORM COLLECT-RUN-STOPS
           ADD WS-RUN-QTY TO WS-TOT-SANDWICHES
           IF MAX-RST = ZEROS THEN
               ADD WS-RUN-KG TO WS-UNALLOC-KG
           ELSE
               PERFORM SHARE-RUN-OVER-SCHOOLS
           END-IF

           MOVE SPACES TO RPT-ROUTE
           MOVE RUN-DATE TO RPT-RTE-DATE
           MOVE RUN-VEHICLE-ID TO RPT-RTE-VEHICLE
           MOVE WS-RUN-PLATE TO RPT-RTE-PLATE
           MOVE WS-RUN-FUEL TO RPT-RTE-FUEL
           MOVE RUN-KILOMETRES TO RPT-RTE-KM
           MOVE WS-RUN-G-KM TO RPT-RTE-G-KM
           MOVE WS-RUN-STOPS TO RPT-RTE-STOPS
           MOVE WS-RUN-QTY TO RPT-RTE-QTY
           MOVE WS-RUN-KG TO RPT-RTE-KG
           IF WS-RUN-DEFAULT = "Y" THEN
               MOVE "DEFAULT FACTOR" TO RPT-RTE-NOTE
           END-IF
           IF MAX-RST = ZEROS THEN
               MOVE "NO STOPS ON FILE" TO RPT-RTE-NOTE
           END-IF
           WRITE REPORT-LINE FROM RPT-ROUTE

           MOVE SPACES TO WS-REF-SHOW
           STRING RUN-DATE "-" RUN-VEHICLE-ID
               DELIMITED BY SIZE INTO WS-REF-SHOW
           MOVE SPACES TO WS-DESC-SHOW
           STRING "ROUTE RUN " WS-RUN-PLATE " KM "
                  RUN-KILOMETRES
               DELIMITED BY SIZE INTO WS-DESC-SHOW
           MOVE WS-RUN-QTY TO WS-QTY-SHOW
           MOVE WS-RUN-KG TO WS-KG-SHOW
           PERFORM WRITE-ANNEX-ROW-ROUTE
           EXIT SECTION.

      *> THE VEHICLE'S OWN FACTOR; A VEHICLE WITHOUT ONE IS COUNTED
      *> AS A DIESEL VAN AND FLAGGED
       GET-VEHICLE-FACTOR SECTION.
           MOVE SPACES TO WS-RUN-PLATE
           OPEN INPUT VEHICLES
           IF VEHICLE-FS NOT = NOT-FILE THEN
               MOVE RUN-VEHICLE-ID TO VEH-ID
               READ VEHICLES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE VEH-PLATE TO WS-RUN-PLATE
               END-READ
           END-IF
           CLOSE VEHICLES
           MOVE "Y" TO WS-RUN-DEFAULT
           MOVE "D" TO WS-RUN-FUEL
           MOVE DEFAULT-VAN-G-CO2-KM TO WS-RUN-G-KM
           OPEN INPUT VEHEMISS
           IF VEHEMIS-FS NOT = NOT-FILE THEN
               MOVE RUN-VEHICLE-ID TO VEM-VEHICLE-ID
               READ VEHEMISS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-RUN-DEFAULT
                       MOVE VEM-FUEL-TYPE TO WS-RUN-FUEL
                       MOVE VEM-G-CO2-KM TO WS-RUN-G-KM
               END-READ
           END-IF
           CLOSE VEHEMISS
           EXIT SECTION.

      *> THE RUN'S STOPS FROM FXROUTEASG WITH EACH STOP'S SCHOOL AND
      *> SANDWICH COUNT
       COLLECT-RUN-STOPS SECTION.
           MOVE ZEROS TO MAX-RST, WS-RUN-STOPS, WS-RUN-QTY
           MOVE SPACES TO FLAG-INNER
           OPEN INPUT ROUTEASG
           IF ROUTEASG-FS = NOT-FILE THEN
               CLOSE ROUTEASG
               EXIT SECTION
           END-IF
           MOVE RUN-DATE TO RAS-DATE
           MOVE ZEROS TO RAS-ORDER-ID
           START ROUTEASG KEY IS NOT LESS THAN RAS-KEY
               INVALID KEY MOVE "E" TO FLAG-INNER
           END-START
           PERFORM UNTIL FLAG-INNER = "E"
               READ ROUTEASG NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF RAS-DATE NOT = RUN-DATE THEN
                           MOVE "E" TO FLAG-INNER
                       ELSE
                           IF RAS-VEHICLE-ID = RUN-VEHICLE-ID
                              AND MAX-RST < 200 THEN
                               PERFORM ADD-RUN-STOP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTEASG
           MOVE SPACES TO FLAG-INNER
           EXIT SECTION.

       ADD-RUN-STOP SECTION.
           MOVE ZEROS TO WS-STOP-SCHOOL, WS-STOP-QTY
           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = NOT-FILE THEN
               MOVE RAS-ORDER-ID TO FD-ORDERS-ID
               READ ORDERS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FD-ORDERS-SCHOOL-INTERNAL-ID
                         TO WS-STOP-SCHOOL
                       PERFORM SUM-STOP-QUANTITY
               END-READ
           END-IF
           CLOSE ORDERS
           IF WS-STOP-SCHOOL = ZEROS THEN
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-RST
           SET IND-RST TO MAX-RST
           MOVE WS-STOP-SCHOOL TO TAB-RST-SCHOOL (IND-RST)
           MOVE WS-STOP-QTY TO TAB-RST-QTY (IND-RST)
           ADD 1 TO WS-RUN-STOPS
           ADD WS-STOP-QTY TO WS-RUN-QTY
           EXIT SECTION.

      *> ORDER LINES WHEN THERE ARE ANY, THE HEADER QUANTITY FOR AN
      *> ORDER KEYED BEFORE LINES EXISTED
       SUM-STOP-QUANTITY SECTION.
           MOVE ZEROS TO WS-OL-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE FD-ORDERS-ID TO OL-ORDER-ID
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
                                   IF OL-ORDER-ID NOT =
                                      FD-ORDERS-ID
                                       MOVE "Y" TO WS-OL-DONE
                                   ELSE
                                       ADD 1 TO WS-OL-SEEN
                                       ADD OL-QUANTITY
                                         TO WS-STOP-QTY
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           IF WS-OL-SEEN = ZEROS THEN
               MOVE FD-ORDERS-QUANTITY TO WS-STOP-QTY
           END-IF
           EXIT SECTION.

      *> BY STOPS EVERY STOP CARRIES AN EQUAL PART; BY SANDWICHES
      *> EACH STOP CARRIES ITS SHARE OF THE LOAD (EQUAL PARTS WHEN
      *> THE RUN HAS NO QUANTITY)
       SHARE-RUN-OVER-SCHOOLS SECTION.
           PERFORM VARYING IND-RST FROM 1 BY 1
                   UNTIL IND-RST > MAX-RST
               IF WS-BASIS-QUANTITY AND WS-RUN-QTY > ZEROS THEN
                   COMPUTE WS-SHARE-KG ROUNDED =
                       WS-RUN-KG * TAB-RST-QTY (IND-RST)
                       / WS-RUN-QTY
               ELSE
                   COMPUTE WS-SHARE-KG ROUNDED =
                       WS-RUN-KG / MAX-RST
               END-IF
               MOVE TAB-RST-SCHOOL (IND-RST) TO WS-STOP-SCHOOL
               PERFORM FIND-SCH-ROW
               SET IND-SCH TO WS-FOUND-INDEX
               ADD 1 TO TAB-SCH-STOPS (IND-SCH)
               ADD TAB-RST-QTY (IND-RST) TO TAB-SCH-QTY (IND-SCH)
               ADD WS-SHARE-KG TO TAB-SCH-KG (IND-SCH)
           END-PERFORM
           EXIT SECTION.

       FIND-SCH-ROW SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-SCH FROM 1 BY 1
                   UNTIL IND-SCH > MAX-SCH
               IF TAB-SCH-SCHOOL (IND-SCH) = WS-STOP-SCHOOL THEN
                   SET WS-FOUND-INDEX TO IND-SCH
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               ADD 1 TO MAX-SCH
               SET IND-SCH TO MAX-SCH
               MOVE WS-STOP-SCHOOL TO TAB-SCH-SCHOOL (IND-SCH)
               MOVE ZEROS TO TAB-SCH-STOPS (IND-SCH)
               MOVE ZEROS TO TAB-SCH-QTY (IND-SCH)
               MOVE ZEROS TO TAB-SCH-KG (IND-SCH)
               SET WS-FOUND-INDEX TO IND-SCH
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    INBOUND: THE MONTH'S RECEIVED LOTS. EVERY PO RECEIVED ON A
      *    DAY IS ONE LEG OF THE SUPPLIER'S DISTANCE AT ITS LORRY'S
      *    FACTOR, SPREAD OVER THE LEG'S LOTS BY QUANTITY
      ******************************************************************
       LOAD-RECEIPTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT LOTCOSTS
           IF LOTCOST-FS = NOT-FILE THEN
               CLOSE LOTCOSTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LOTCOSTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF LTC-RECV-DATE (1:4) = WS-ASK-YEAR
                          AND LTC-RECV-DATE (5:2) = WS-ASK-MONTH
                          AND LTC-QTY > ZEROS
                          AND MAX-INB < 3000 THEN
                           ADD 1 TO MAX-INB
                           SET IND-INB TO MAX-INB
                           MOVE LTC-PO-ID TO TAB-INB-PO (IND-INB)
                           MOVE LTC-RECV-DATE
                             TO TAB-INB-DATE (IND-INB)
                           MOVE LTC-SUPPLIER-ID
                             TO TAB-INB-SUPPLIER (IND-INB)
                           MOVE LTC-INGRED-ID
                             TO TAB-INB-INGRED (IND-INB)
                           MOVE LTC-QTY TO TAB-INB-QTY (IND-INB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTCOSTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       SPREAD-INBOUND-LEGS SECTION.
           IF MAX-INB = ZEROS THEN
               EXIT SECTION
           END-IF
           OPEN INPUT SUPDISTS
           PERFORM VARYING IND-INB FROM 1 BY 1
                   UNTIL IND-INB > MAX-INB
               PERFORM SPREAD-ONE-RECEIPT
           END-PERFORM
           CLOSE SUPDISTS
           EXIT SECTION.

       SPREAD-ONE-RECEIPT SECTION.
      *> THE LEG'S TOTAL QUANTITY, AND WHETHER THIS IS ITS FIRST ROW
           MOVE ZEROS TO WS-LEG-QTY
           MOVE "Y" TO WS-LEG-NEW
           PERFORM VARYING IND-INB2 FROM 1 BY 1
                   UNTIL IND-INB2 > MAX-INB
               IF TAB-INB-PO (IND-INB2) = TAB-INB-PO (IND-INB)
                  AND TAB-INB-DATE (IND-INB2)
                      = TAB-INB-DATE (IND-INB) THEN
                   ADD TAB-INB-QTY (IND-INB2) TO WS-LEG-QTY
                   IF IND-INB2 < IND-INB THEN
                       MOVE SPACES TO WS-LEG-NEW
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-LEG-KG
           IF SUPDIST-FS NOT = NOT-FILE THEN
               MOVE TAB-INB-SUPPLIER (IND-INB) TO SDS-SUPPLIER-ID
               READ SUPDISTS
                   INVALID KEY
                       MOVE ZEROS TO SDS-DISTANCE-KM
                   NOT INVALID KEY
                       COMPUTE WS-LEG-KG ROUNDED =
                           SDS-DISTANCE-KM * SDS-G-CO2-KM / 1000
               END-READ
           ELSE
               MOVE ZEROS TO SDS-DISTANCE-KM
           END-IF
           IF WS-LEG-NEW = "Y" THEN
               ADD 1 TO WS-LEGS
               IF SDS-DISTANCE-KM = ZEROS THEN
                   ADD 1 TO WS-LEGS-NO-DISTANCE
               END-IF
           END-IF

           MOVE ZEROS TO WS-INB-KG
           IF WS-LEG-QTY > ZEROS THEN
               COMPUTE WS-INB-KG ROUNDED =
                   WS-LEG-KG * TAB-INB-QTY (IND-INB) / WS-LEG-QTY
           END-IF
           ADD WS-INB-KG TO WS-TOT-INBOUND-KG

           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-ING FROM 1 BY 1
                   UNTIL IND-ING > MAX-ING
               IF TAB-ING-INGRED (IND-ING)
                  = TAB-INB-INGRED (IND-INB) THEN
                   SET WS-FOUND-INDEX TO IND-ING
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               ADD 1 TO MAX-ING
               SET IND-ING TO MAX-ING
               MOVE TAB-INB-INGRED (IND-INB)
                 TO TAB-ING-INGRED (IND-ING)
               MOVE ZEROS TO TAB-ING-QTY (IND-ING)
               MOVE ZEROS TO TAB-ING-KG (IND-ING)
               SET WS-FOUND-INDEX TO IND-ING
           END-IF
           SET IND-ING TO WS-FOUND-INDEX
           ADD TAB-INB-QTY (IND-INB) TO TAB-ING-QTY (IND-ING)
           ADD WS-INB-KG TO TAB-ING-KG (IND-ING)
           EXIT SECTION.

       COMPUTE-PER-SANDWICH SECTION.
           MOVE ZEROS TO WS-G-PER-SANDWICH
           MOVE ZEROS TO WS-G-INBOUND-SANDWICH
           MOVE ZEROS TO WS-G-TOTAL-SANDWICH
           IF WS-TOT-SANDWICHES = ZEROS THEN
               EXIT SECTION
           END-IF
           COMPUTE WS-G-PER-SANDWICH ROUNDED =
               WS-TOT-ROUTE-KG * 1000 / WS-TOT-SANDWICHES
           COMPUTE WS-G-INBOUND-SANDWICH ROUNDED =
               WS-TOT-INBOUND-KG * 1000 / WS-TOT-SANDWICHES
           COMPUTE WS-G-TOTAL-SANDWICH =
               WS-G-PER-SANDWICH + WS-G-INBOUND-SANDWICH
           EXIT SECTION.

      ******************************************************************
      *    REPORT SECTIONS B TO D AND THE MATCHING ANNEX ROWS
      ******************************************************************
       WRITE-SCHOOL-SECTION SECTION.
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "ROUTE TOTAL" TO RPT-TOT-TEXT
           MOVE WS-TOT-ROUTE-KG TO RPT-TOT-VALUE
           MOVE "KG CO2" TO RPT-TOT-UNIT
           WRITE REPORT-LINE FROM RPT-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "B. PER SCHOOL" TO RPT-SECTION
           WRITE REPORT-LINE FROM RPT-SECTION
           WRITE REPORT-LINE FROM RPT-SCHOOL-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           OPEN INPUT SCHOOLS
           PERFORM VARYING IND-SCH FROM 1 BY 1
                   UNTIL IND-SCH > MAX-SCH
               MOVE SPACES TO WS-NAME-SHOW
               IF SCHOOL-FS NOT = NOT-FILE THEN
                   MOVE TAB-SCH-SCHOOL (IND-SCH)
                     TO SCHOOL-INTERNAL-ID
                   READ SCHOOLS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SCHOOL-DESIGNATION1 TO WS-NAME-SHOW
                   END-READ
               END-IF
               MOVE SPACES TO RPT-SCHOOL
               MOVE TAB-SCH-SCHOOL (IND-SCH) TO RPT-SCH-SCHOOL
               MOVE WS-NAME-SHOW TO RPT-SCH-NAME
               MOVE TAB-SCH-STOPS (IND-SCH) TO RPT-SCH-STOPS
               MOVE TAB-SCH-QTY (IND-SCH) TO RPT-SCH-QTY
               MOVE TAB-SCH-KG (IND-SCH) TO RPT-SCH-KG
               MOVE ZEROS TO WS-G-SCHOOL
               IF TAB-SCH-QTY (IND-SCH) > ZEROS THEN
                   COMPUTE WS-G-SCHOOL ROUNDED =
                       TAB-SCH-KG (IND-SCH) * 1000
                       / TAB-SCH-QTY (IND-SCH)
               END-IF
               MOVE WS-G-SCHOOL TO RPT-SCH-G
               WRITE REPORT-LINE FROM RPT-SCHOOL

               MOVE SPACES TO WS-REF-SHOW
               MOVE TAB-SCH-SCHOOL (IND-SCH) TO WS-REF-SHOW
               MOVE WS-NAME-SHOW TO WS-DESC-SHOW
               MOVE TAB-SCH-QTY (IND-SCH) TO WS-QTY-SHOW
               MOVE TAB-SCH-KG (IND-SCH) TO WS-KG-SHOW
               MOVE SPACES TO ANNEX-LINE
               STRING "SCHOOL;" WS-ASK-YEAR WS-ASK-MONTH ";"
                      TRIM (WS-REF-SHOW) ";"
                      TRIM (WS-DESC-SHOW) ";"
                      TRIM (WS-QTY-SHOW) ";"
                      TRIM (WS-KG-SHOW)
                   DELIMITED BY SIZE INTO ANNEX-LINE
               WRITE ANNEX-LINE
           END-PERFORM
           CLOSE SCHOOLS
           IF WS-UNALLOC-KG > ZEROS THEN
               MOVE "RUNS WITH NO STOPS ON FILE (NOT SHARED)"
                 TO RPT-TOT-TEXT
               MOVE WS-UNALLOC-KG TO RPT-TOT-VALUE
               MOVE "KG CO2" TO RPT-TOT-UNIT
               WRITE REPORT-LINE FROM RPT-TOTAL
           END-IF
           EXIT SECTION.

       WRITE-SANDWICH-SECTION SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "C. PER SANDWICH DELIVERED" TO RPT-SECTION
           WRITE REPORT-LINE FROM RPT-SECTION
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "SANDWICHES DELIVERED" TO RPT-TOT-TEXT
           MOVE WS-TOT-SANDWICHES TO RPT-TOT-VALUE
           MOVE "SANDWICHES" TO RPT-TOT-UNIT
           WRITE REPORT-LINE FROM RPT-TOTAL
           MOVE "DELIVERY ROUTES PER SANDWICH" TO RPT-TOT-TEXT
           MOVE WS-G-PER-SANDWICH TO RPT-TOT-VALUE
           MOVE "G CO2" TO RPT-TOT-UNIT
           WRITE REPORT-LINE FROM RPT-TOTAL
           MOVE "INBOUND SUPPLIER TRANSPORT PER SANDWICH"
             TO RPT-TOT-TEXT
           MOVE WS-G-INBOUND-SANDWICH TO RPT-TOT-VALUE
           MOVE "G CO2" TO RPT-TOT-UNIT
           WRITE REPORT-LINE FROM RPT-TOTAL
           MOVE "TOTAL TRANSPORT PER SANDWICH" TO RPT-TOT-TEXT
           MOVE WS-G-TOTAL-SANDWICH TO RPT-TOT-VALUE
           MOVE "G CO2" TO RPT-TOT-UNIT
           WRITE REPORT-LINE FROM RPT-TOTAL

           MOVE WS-TOT-SANDWICHES TO WS-QTY-SHOW
           MOVE WS-G-TOTAL-SANDWICH TO WS-G-SHOW
           MOVE SPACES TO ANNEX-LINE
           STRING "SANDWICH;" WS-ASK-YEAR WS-ASK-MONTH ";"
                  "G-PER-SANDWICH;TOTAL TRANSPORT G CO2 PER SANDWICH;"
                  TRIM (WS-QTY-SHOW) ";"
                  TRIM (WS-G-SHOW)
               DELIMITED BY SIZE INTO ANNEX-LINE
           WRITE ANNEX-LINE
           EXIT SECTION.

       WRITE-INGRED-SECTION SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "D. INBOUND SUPPLIER TRANSPORT BY INGREDIENT"
             TO RPT-SECTION
           WRITE REPORT-LINE FROM RPT-SECTION
           WRITE REPORT-LINE FROM RPT-INGRED-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           OPEN INPUT FXINGRED
           PERFORM VARYING IND-ING FROM 1 BY 1
                   UNTIL IND-ING > MAX-ING
               MOVE SPACES TO WS-NAME-SHOW
               IF INGRED-STATUS NOT = NOT-FILE THEN
                   MOVE TAB-ING-INGRED (IND-ING) TO INGREDS-ID
                   READ FXINGRED
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE INGREDS-NAME TO WS-NAME-SHOW
                   END-READ
               END-IF
               MOVE SPACES TO RPT-INGRED
               MOVE TAB-ING-INGRED (IND-ING) TO RPT-ING-INGRED
               MOVE WS-NAME-SHOW TO RPT-ING-NAME
               MOVE TAB-ING-QTY (IND-ING) TO RPT-ING-QTY
               MOVE TAB-ING-KG (IND-ING) TO RPT-ING-KG
               WRITE REPORT-LINE FROM RPT-INGRED

               MOVE SPACES TO WS-REF-SHOW
               MOVE TAB-ING-INGRED (IND-ING) TO WS-REF-SHOW
               MOVE WS-NAME-SHOW TO WS-DESC-SHOW
               MOVE TAB-ING-QTY (IND-ING) TO WS-QTY-SHOW
               MOVE TAB-ING-KG (IND-ING) TO WS-KG-SHOW
               MOVE SPACES TO ANNEX-LINE
               STRING "INBOUND;" WS-ASK-YEAR WS-ASK-MONTH ";"
                      TRIM (WS-REF-SHOW) ";"
                      TRIM (WS-DESC-SHOW) ";"
                      TRIM (WS-QTY-SHOW) ";"
                      TRIM (WS-KG-SHOW)
                   DELIMITED BY SIZE INTO ANNEX-LINE
               WRITE ANNEX-LINE
           END-PERFORM
           CLOSE FXINGRED
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "INBOUND TOTAL" TO RPT-TOT-TEXT
           MOVE WS-TOT-INBOUND-KG TO RPT-TOT-VALUE
           MOVE "KG CO2" TO RPT-TOT-UNIT
           WRITE REPORT-LINE FROM RPT-TOTAL
           EXIT SECTION.

       WRITE-METHOD-NOTES SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "METHOD" TO RPT-SECTION
           WRITE REPORT-LINE FROM RPT-SECTION
           MOVE "ROUTES: LOGGED KM X VEHICLE G CO2/KM; A VEHICLE WITH"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NO FACTOR COUNTS AS A DIESEL VAN (DEFAULT FACTOR)."
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "INBOUND: ONE LEG PER PO PER RECEIPT DAY, SUPPLIER KM X"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LORRY G CO2/KM, SPREAD OVER THE LEG BY QUANTITY."
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTAL OF ALL RUNS / INBOUND LEGS / LEGS WITHOUT KM"
             TO RPT-TOT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TOT-TEXT WS-TOT-RUNS " / " WS-LEGS " / "
                  WS-LEGS-NO-DISTANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-ROUTE-KG TO WS-KG-SHOW
           MOVE WS-TOT-KM TO WS-QTY-SHOW
           MOVE SPACES TO ANNEX-LINE
           STRING "TOTAL;" WS-ASK-YEAR WS-ASK-MONTH ";"
                  "ROUTES;DELIVERY ROUTES (QUANTITY = KM);"
                  TRIM (WS-QTY-SHOW) ";"
                  TRIM (WS-KG-SHOW)
               DELIMITED BY SIZE INTO ANNEX-LINE
           WRITE ANNEX-LINE
           MOVE WS-TOT-INBOUND-KG TO WS-KG-SHOW
           MOVE WS-LEGS TO WS-QTY-SHOW
           MOVE SPACES TO ANNEX-LINE
           STRING "TOTAL;" WS-ASK-YEAR WS-ASK-MONTH ";"
                  "INBOUND;SUPPLIER TRANSPORT (QUANTITY = LEGS);"
                  TRIM (WS-QTY-SHOW) ";"
                  TRIM (WS-KG-SHOW)
               DELIMITED BY SIZE INTO ANNEX-LINE
           WRITE ANNEX-LINE
           EXIT SECTION.

       WRITE-ANNEX-ROW-ROUTE SECTION.
           MOVE SPACES TO ANNEX-LINE
           STRING "ROUTE;" WS-ASK-YEAR WS-ASK-MONTH ";"
                  TRIM (WS-REF-SHOW) ";"
                  TRIM (WS-DESC-SHOW) ";"
                  TRIM (WS-QTY-SHOW) ";"
                  TRIM (WS-KG-SHOW)
               DELIMITED BY SIZE INTO ANNEX-LINE
           WRITE ANNEX-LINE
           EXIT SECTION.

       END PROGRAM CO2RPT.
