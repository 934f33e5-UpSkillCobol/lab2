      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    MONTHLY VEHICLE COST - FUEL AND WORKSHOP SPEND PER VEHICLE
      *    AGAINST THE KILOMETRES ON ITS FXROUTERUN LOG GIVES THE
      *    ACTUAL COST PER KM, SHOWN NEXT TO THE RATE ON THE MASTER
      *    WITH ANY LAPSED OR DUE IPO, INSURANCE OR SERVICE; ON
      *    REQUEST THE ACTUAL FIGURE REPLACES VEH-COST-RATE SO COST
      *    TO SERVE WORKS FROM REAL COSTS | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHCOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VEHICLES ASSIGN TO "FXVEHICLES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEH-ID
           FILE STATUS IS VEHICLE-FS.

           SELECT ROUTERUNS ASSIGN TO "FXROUTERUN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RUN-KEY
           FILE STATUS IS ROUTERUN-FS.

           SELECT VEHFUELS ASSIGN TO "FXVEHFUEL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VFL-KEY
           FILE STATUS IS VEHFUEL-FS.

           SELECT VEHSVCS ASSIGN TO "FXVEHSVC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VSV-KEY
           FILE STATUS IS VEHSVC-FS.

           SELECT VEHDUES ASSIGN TO "FXVEHDUE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDU-VEHICLE-ID
           FILE STATUS IS VEHDUE-FS.

           SELECT REPORTFILE ASSIGN TO "VEHCOSTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLES.
       COPY FD-VEHICLE.

       FD  ROUTERUNS.
       COPY FD-ROUTERUN.

       FD  VEHFUELS.
       COPY FD-VEHFUEL.

       FD  VEHSVCS.
       COPY FD-VEHSVC.

       FD  VEHDUES.
       COPY FD-VEHDUE.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  VEHICLE-FS                           PIC 9(002).
       77  ROUTERUN-FS                          PIC 9(002).
       77  VEHFUEL-FS                           PIC 9(002).
       77  VEHSVC-FS                            PIC 9(002).
       77  VEHDUE-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> DAYS AHEAD A DUE DATE IS FLAGGED ON THE REPORT
       78  DUE-WARNING-DAYS                     VALUE 30.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-UPDATE-RATES                      PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "VEHCOST".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "VEHCOSTFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-WARN-DATE                         PIC 9(008).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-FOUND-INDEX                       PIC 9(003).
       77  WS-FIND-VEHICLE                      PIC 9(003).
       77  WS-RATES-UPDATED                     PIC 9(003).
       77  WS-ACTUAL-COST                       PIC 9(008)V99.

       01  WS-ASK-PERIOD.
           05 WS-ASK-YEAR                       PIC 9(004).
           05 WS-ASK-MONTH                      PIC 9(002).

      *> ONE ROW PER VEHICLE ON THE MASTER
       77  MAX-VCO                              PIC 9(003).
       01  TAB-VCO OCCURS 999
           INDEXED BY IND-VCO.
           05 TAB-VCO-VEHICLE                   PIC 9(003).
           05 TAB-VCO-PLATE                     PIC X(008).
           05 TAB-VCO-RATE                      PIC 9(003)V99.
           05 TAB-VCO-KM                        PIC 9(007).
           05 TAB-VCO-LITRES                    PIC 9(006)V99.
           05 TAB-VCO-FUEL                      PIC 9(007)V99.
           05 TAB-VCO-SERVICE                   PIC 9(007)V99.
           05 TAB-VCO-ACTUAL                    PIC 9(003)V99.
           05 TAB-VCO-NOTE                      PIC X(024).

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(038)
              VALUE "BREADWICH - VEHICLE COST PER KM -     ".
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(005) VALUE "VEH".
           05 FILLER PIC X(010) VALUE "PLATE".
           05 FILLER PIC X(009) VALUE "KM".
           05 FILLER PIC X(011) VALUE "LITRES".
           05 FILLER PIC X(012) VALUE "FUEL".
           05 FILLER PIC X(012) VALUE "WORKSHOP".
           05 FILLER PIC X(008) VALUE "ACT/KM".
           05 FILLER PIC X(008) VALUE "RATE/KM".
           05 FILLER PIC X(024) VALUE "NOTE".

       01  RPT-DETAIL.
           05 RPT-DET-VEHICLE                   PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-DET-PLATE                     PIC X(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-KM                        PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-LITRES                    PIC ZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-FUEL                      PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-SERVICE                   PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-ACTUAL                    PIC ZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-RATE                      PIC ZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-NOTE                      PIC X(024).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | VEHICLE COST PER KM" LINE 02 COL 10.
           05 VALUE "F3 - BACK"           LINE 02 COL 60.
           05 VALUE "PERIOD YEAR (YYYY):" LINE 05 COL 10.
           05 SS-YEAR PIC 9(004) LINE 05 COL 32 USING WS-ASK-YEAR.
           05 VALUE "PERIOD MONTH (MM).:" LINE 06 COL 10.
           05 SS-MONTH PIC 9(002) LINE 06 COL 32 USING WS-ASK-MONTH.

       01  UPDATE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "REPORT WRITTEN ON VEHCOSTFILE" LINE 08 COL 10.
           05 VALUE "SET EACH VEHICLE'S RATE TO ITS ACTUAL COST (Y/N)?"
              LINE 10 COL 10.
           05 SS-UPDATE PIC X(001) LINE 10 COL 61 TO WS-UPDATE-RATES.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-WARN-DATE = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) + DUE-WARNING-DAYS)
           MOVE WS-TODAY-NUM (1:4) TO WS-ASK-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-ASK-MONTH
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

           PERFORM LOAD-VEHICLES
           IF MAX-VCO = ZEROS THEN
               MOVE "NO VEHICLES ON FILE" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           PERFORM ADD-RUN-KILOMETRES
           PERFORM ADD-FUEL-COSTS
           PERFORM ADD-SERVICE-COSTS
           PERFORM COMPUTE-ACTUAL-RATES
           PERFORM WRITE-REPORT
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           MOVE SPACES TO WS-UPDATE-RATES
           DISPLAY CLEAR-SCREEN
           DISPLAY UPDATE-SCREEN
           ACCEPT UPDATE-SCREEN
           IF WS-UPDATE-RATES = "Y" OR WS-UPDATE-RATES = "y" THEN
               PERFORM UPDATE-COST-RATES
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "VEHICLE COST RATES UPDATED: " WS-RATES-UPDATED
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
           ELSE
               MOVE "VEHICLE COST RATES LEFT AS THEY WERE"
                 TO WS-ERROR-TEXT
           END-IF
           ACCEPT MESSAGE-SCREEN
           GOBACK.

      ******************************************************************
      *    EVERY VEHICLE ON THE MASTER, WITH ITS DUE-DATE NOTE
      ******************************************************************
       LOAD-VEHICLES SECTION.
           MOVE ZEROS TO MAX-VCO
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT VEHICLES
           IF VEHICLE-FS = NOT-FILE THEN
               CLOSE VEHICLES
               EXIT SECTION
           END-IF
           OPEN INPUT VEHDUES
           PERFORM UNTIL FLAG-TRUE = "E"
               READ VEHICLES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF MAX-VCO < 999 THEN
                           ADD 1 TO MAX-VCO
                           SET IND-VCO TO MAX-VCO
                           INITIALIZE TAB-VCO (IND-VCO)
                           MOVE VEH-ID TO TAB-VCO-VEHICLE (IND-VCO)
                           MOVE VEH-PLATE TO TAB-VCO-PLATE (IND-VCO)
                           MOVE VEH-COST-RATE
                             TO TAB-VCO-RATE (IND-VCO)
                           PERFORM SET-DUE-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VEHDUES
           CLOSE VEHICLES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> THE MOST PRESSING ITEM ONLY: LAPSED BEFORE DUE, IPO AND
      *> INSURANCE BEFORE THE SERVICE
       SET-DUE-NOTE SECTION.
           IF VEHDUE-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE VEH-ID TO VDU-VEHICLE-ID
           READ VEHDUES
               INVALID KEY EXIT SECTION
           END-READ
           EVALUATE TRUE
               WHEN VDU-IPO-DUE > ZEROS
                AND VDU-IPO-DUE < WS-TODAY-NUM
                   MOVE "IPO LAPSED - OFF ROAD"
                     TO TAB-VCO-NOTE (IND-VCO)
               WHEN VDU-INSURANCE-DUE > ZEROS
                AND VDU-INSURANCE-DUE < WS-TODAY-NUM
                   MOVE "INSURANCE LAPSED - OFF ROAD"
                     TO TAB-VCO-NOTE (IND-VCO)
               WHEN VDU-IPO-DUE > ZEROS
                AND VDU-IPO-DUE <= WS-WARN-DATE
                   MOVE "IPO DUE" TO TAB-VCO-NOTE (IND-VCO)
                   MOVE VDU-IPO-DUE
                     TO TAB-VCO-NOTE (IND-VCO) (9:8)
               WHEN VDU-INSURANCE-DUE > ZEROS
                AND VDU-INSURANCE-DUE <= WS-WARN-DATE
                   MOVE "INSUR DUE" TO TAB-VCO-NOTE (IND-VCO)
                   MOVE VDU-INSURANCE-DUE
                     TO TAB-VCO-NOTE (IND-VCO) (11:8)
               WHEN (VDU-SERVICE-DUE-DATE > ZEROS
                AND VDU-SERVICE-DUE-DATE <= WS-WARN-DATE)
                 OR (VDU-SERVICE-DUE-KM > ZEROS
                AND VDU-LAST-ODOMETER >= VDU-SERVICE-DUE-KM)
                   MOVE "SERVICE DUE" TO TAB-VCO-NOTE (IND-VCO)
           END-EVALUATE
           EXIT SECTION.

       FIND-VCO-ROW SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-VCO FROM 1 BY 1
                   UNTIL IND-VCO > MAX-VCO
               IF TAB-VCO-VEHICLE (IND-VCO) = WS-FIND-VEHICLE THEN
                   SET WS-FOUND-INDEX TO IND-VCO
               END-IF
           END-PERFORM
           EXIT SECTION.

       ADD-RUN-KILOMETRES SECTION.
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
                           MOVE RUN-VEHICLE-ID TO WS-FIND-VEHICLE
                           PERFORM FIND-VCO-ROW
                           IF WS-FOUND-INDEX > ZEROS THEN
                               SET IND-VCO TO WS-FOUND-INDEX
                               ADD RUN-KILOMETRES
                                 TO TAB-VCO-KM (IND-VCO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTERUNS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-FUEL-COSTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT VEHFUELS
           IF VEHFUEL-FS = NOT-FILE THEN
               CLOSE VEHFUELS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ VEHFUELS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF VFL-DATE (1:4) = WS-ASK-YEAR
                          AND VFL-DATE (5:2) = WS-ASK-MONTH THEN
                           MOVE VFL-VEHICLE-ID TO WS-FIND-VEHICLE
                           PERFORM FIND-VCO-ROW
                           IF WS-FOUND-INDEX > ZEROS THEN
                               SET IND-VCO TO WS-FOUND-INDEX
                               ADD VFL-LITRES
                                 TO TAB-VCO-LITRES (IND-VCO)
                               ADD VFL-AMOUNT
                                 TO TAB-VCO-FUEL (IND-VCO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VEHFUELS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-SERVICE-COSTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT VEHSVCS
           IF VEHSVC-FS = NOT-FILE THEN
               CLOSE VEHSVCS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ VEHSVCS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF VSV-DATE (1:4) = WS-ASK-YEAR
                          AND VSV-DATE (5:2) = WS-ASK-MONTH THEN
                           MOVE VSV-VEHICLE-ID TO WS-FIND-VEHICLE
                           PERFORM FIND-VCO-ROW
                           IF WS-FOUND-INDEX > ZEROS THEN
                               SET IND-VCO TO WS-FOUND-INDEX
                               ADD VSV-COST
                                 TO TAB-VCO-SERVICE (IND-VCO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VEHSVCS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> FUEL PLUS WORKSHOP OVER KILOMETRES; NO KILOMETRES LOGGED
      *> MEANS NO ACTUAL FIGURE. CAPPED AT THE LARGEST RATE THE
      *> MASTER HOLDS
       COMPUTE-ACTUAL-RATES SECTION.
           PERFORM VARYING IND-VCO FROM 1 BY 1
                   UNTIL IND-VCO > MAX-VCO
               MOVE ZEROS TO TAB-VCO-ACTUAL (IND-VCO)
               IF TAB-VCO-KM (IND-VCO) > ZEROS THEN
                   COMPUTE WS-ACTUAL-COST ROUNDED =
                       (TAB-VCO-FUEL (IND-VCO)
                        + TAB-VCO-SERVICE (IND-VCO))
                       / TAB-VCO-KM (IND-VCO)
                   IF WS-ACTUAL-COST > 999.99 THEN
                       MOVE 999.99 TO WS-ACTUAL-COST
                   END-IF
                   MOVE WS-ACTUAL-COST TO TAB-VCO-ACTUAL (IND-VCO)
               END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-VCO FROM 1 BY 1
                   UNTIL IND-VCO > MAX-VCO
               MOVE SPACES TO RPT-DETAIL
               MOVE TAB-VCO-VEHICLE (IND-VCO) TO RPT-DET-VEHICLE
               MOVE TAB-VCO-PLATE (IND-VCO) TO RPT-DET-PLATE
               MOVE TAB-VCO-KM (IND-VCO) TO RPT-DET-KM
               MOVE TAB-VCO-LITRES (IND-VCO) TO RPT-DET-LITRES
               MOVE TAB-VCO-FUEL (IND-VCO) TO RPT-DET-FUEL
               MOVE TAB-VCO-SERVICE (IND-VCO) TO RPT-DET-SERVICE
               MOVE TAB-VCO-ACTUAL (IND-VCO) TO RPT-DET-ACTUAL
               MOVE TAB-VCO-RATE (IND-VCO) TO RPT-DET-RATE
               MOVE TAB-VCO-NOTE (IND-VCO) TO RPT-DET-NOTE
               WRITE REPORT-LINE FROM RPT-DETAIL
           END-PERFORM
           CLOSE REPORTFILE
           EXIT SECTION.

      ******************************************************************
      *    ONLY VEHICLES WITH AN ACTUAL FIGURE FOR THE MONTH CHANGE -
      *    ONE THAT DID NOT RUN KEEPS ITS RATE
      ******************************************************************
       UPDATE-COST-RATES SECTION.
           MOVE ZEROS TO WS-RATES-UPDATED
           OPEN I-O VEHICLES
           PERFORM VARYING IND-VCO FROM 1 BY 1
                   UNTIL IND-VCO > MAX-VCO
               IF TAB-VCO-ACTUAL (IND-VCO) > ZEROS
                  AND TAB-VCO-ACTUAL (IND-VCO)
                      NOT = TAB-VCO-RATE (IND-VCO) THEN
                   MOVE TAB-VCO-VEHICLE (IND-VCO) TO VEH-ID
                   READ VEHICLES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE TAB-VCO-ACTUAL (IND-VCO)
                             TO VEH-COST-RATE
                           REWRITE FD-VEHICLE
                           END-REWRITE
                           ADD 1 TO WS-RATES-UPDATED
                   END-READ
               END-IF
           END-PERFORM
           CLOSE VEHICLES
           EXIT SECTION.

       END PROGRAM VEHCOST.
