      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    VEHICLE / DRIVER MASTER MAINTENANCE | V0.1 | 22.08.2026
      ******************************************************************
      *    ALSO KEEPS IPO/INSURANCE/SERVICE DUE DATES AND THE SERVICE
      *    AND FUEL LOGS PER VEHICLE | 15.10.2026
      ******************************************************************
      *    ALSO KEEPS EACH VEHICLE'S FUEL TYPE AND G CO2/KM | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS VCL-KEY
           FILE STATUS IS VEHCAL-FS.

      *> IPO, INSURANCE AND NEXT-SERVICE DUE DATES - DLVROUTE LEAVES
      *> A VEHICLE WITH A LAPSED IPO OR INSURANCE AT HOME
           SELECT VEHDUES ASSIGN TO "FXVEHDUE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDU-VEHICLE-ID
           FILE STATUS IS VEHDUE-FS.

      *> SERVICE AND FUEL LOGS - VEHCOST TURNS THEM INTO THE ACTUAL
      *> COST PER KILOMETRE
           SELECT VEHSVCS ASSIGN TO "FXVEHSVC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VSV-KEY
           FILE STATUS IS VEHSVC-FS.

           SELECT VEHFUELS ASSIGN TO "FXVEHFUEL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VFL-KEY
           FILE STATUS IS VEHFUEL-FS.

      *> FUEL TYPE AND G CO2/KM FOR THE CO2 FOOTPRINT REPORT
           SELECT VEHEMISS ASSIGN TO "FXVEHEMIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEM-VEHICLE-ID
           FILE STATUS IS VEHEMIS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLES.
       FD  VEHCAL.
       COPY FD-VEHCAL.

       FD  VEHDUES.
       COPY FD-VEHDUE.

       FD  VEHSVCS.
       COPY FD-VEHSVC.

       FD  VEHFUELS.
       COPY FD-VEHFUEL.

       FD  VEHEMISS.
       COPY FD-VEHEMIS.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       78  NOT-FILE                             VALUE "35".

       77  VEHCAL-FS                            PIC 9(002).
       77  VEHDUE-FS                            PIC 9(002).
       77  VEHSVC-FS                            PIC 9(002).
       77  VEHFUEL-FS                           PIC 9(002).
       77  VEHEMIS-FS                           PIC 9(002).
       77  PRESS-KEY                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-VEH-ID                            PIC 9(003).
       77  WS-CAL-REASON                        PIC X(020).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-VEH-ON-FILE                       PIC X(001).
       77  WS-DUE-ON-FILE                       PIC X(001).
       77  WS-DUE-IPO                           PIC 9(008).
       77  WS-DUE-INSURANCE                     PIC 9(008).
       77  WS-DUE-SVC-DATE                      PIC 9(008).
       77  WS-DUE-SVC-KM                        PIC 9(007).
       77  WS-DUE-LAST-ODO                      PIC 9(007).
       77  WS-LOG-DATE                          PIC 9(008).
       77  WS-LOG-SEQ                           PIC 9(002).
       77  WS-LOG-ODOMETER                      PIC 9(007).
       77  WS-SVC-TYPE                          PIC X(001).
           88 WS-SVC-TYPE-VALID                 VALUE "S" "R" "I" "T".
       77  WS-SVC-DESC                          PIC X(020).
       77  WS-SVC-COST                          PIC 9(005)V99.
       77  WS-FUEL-LITRES                       PIC 9(003)V99.
       77  WS-FUEL-AMOUNT                       PIC 9(005)V99.
       77  WS-EMIS-ON-FILE                      PIC X(001).
       77  WS-EMIS-FUEL                         PIC X(001).
           88 WS-EMIS-FUEL-VALID                VALUE "D" "P" "G"
                                                      "H" "E".
       77  WS-EMIS-G-CO2                        PIC 9(004).
      *> AN INSPECTION PASSED ON THE LOG CARRIES THE IPO A YEAR ON
       01  WS-NEXT-IPO.
           05 WS-NEXT-IPO-YEAR                  PIC 9(004).
           05 WS-NEXT-IPO-MMDD                  PIC 9(004).
       01  WS-NEXT-IPO-NUM REDEFINES WS-NEXT-IPO
                                                PIC 9(008).

      ******************************************************************

       SCREEN SECTION.
           05 VALUE "BREADWICH | VEHICLES" LINE 02 COL 10.
           05 VALUE "1 - MAINTAIN VEHICLE" LINE 05 COL 10.
           05 VALUE "2 - AVAILABILITY CALENDAR" LINE 06 COL 10.
           05 VALUE "3 - IPO / INSURANCE / SERVICE DUE" LINE 07 COL 10.
           05 VALUE "4 - SERVICE LOG" LINE 08 COL 10.
           05 VALUE "5 - FUEL LOG" LINE 09 COL 10.
           05 VALUE "6 - EMISSION FACTOR" LINE 10 COL 10.
           05 VALUE "7 - BACK" LINE 11 COL 10.
           05 VALUE "OPTION:" LINE 13 COL 10.
           05 SS-MENU PIC 9(001) LINE 13 COL 20 TO WS-MENU-OPTION.

       01  CALENDAR-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "VEHICLE ID..............:" LINE 05 COL 10.
           05 SS-CAL-REASON PIC X(020) LINE 07 COL 38
              TO WS-CAL-REASON.

       01  LOG-KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "F3 - BACK"               LINE 02 COL 60.
           05 VALUE "VEHICLE ID..............:" LINE 05 COL 10.
           05 SS-LOG-VEH PIC 9(003) LINE 05 COL 38 TO WS-VEH-ID.

       01  DUE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "IPO DUE (YYYYMMDD)......:" LINE 07 COL 10.
           05 SS-DUE-IPO PIC 9(008) LINE 07 COL 38
              USING WS-DUE-IPO.
           05 VALUE "INSURANCE DUE (YYYYMMDD):" LINE 08 COL 10.
           05 SS-DUE-INS PIC 9(008) LINE 08 COL 38
              USING WS-DUE-INSURANCE.
           05 VALUE "NEXT SERVICE (YYYYMMDD).:" LINE 09 COL 10.
           05 SS-DUE-SVC PIC 9(008) LINE 09 COL 38
              USING WS-DUE-SVC-DATE.
           05 VALUE "...OR AT ODOMETER (KM)..:" LINE 10 COL 10.
           05 SS-DUE-KM PIC 9(007) LINE 10 COL 38
              USING WS-DUE-SVC-KM.
           05 VALUE "LAST ODOMETER LOGGED....:" LINE 12 COL 10.
           05 SS-DUE-ODO PIC 9(007) LINE 12 COL 38
              FROM WS-DUE-LAST-ODO.

       01  SERVICE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SERVICE DATE (YYYYMMDD).:" LINE 07 COL 10.
           05 SS-SVC-DATE PIC 9(008) LINE 07 COL 38
              USING WS-LOG-DATE.
           05 VALUE "TYPE (S/R/I/T)..........:" LINE 08 COL 10.
           05 SS-SVC-TYPE PIC X(001) LINE 08 COL 38
              TO WS-SVC-TYPE.
           05 VALUE "S-SERVICE R-REPAIR I-IPO T-TYRES"
              LINE 08 COL 42.
           05 VALUE "DESCRIPTION.............:" LINE 09 COL 10.
           05 SS-SVC-DESC PIC X(020) LINE 09 COL 38
              TO WS-SVC-DESC.
           05 VALUE "ODOMETER (KM)...........:" LINE 10 COL 10.
           05 SS-SVC-ODO PIC 9(007) LINE 10 COL 38
              TO WS-LOG-ODOMETER.
           05 VALUE "COST....................:" LINE 11 COL 10.
           05 SS-SVC-COST PIC 9(005)V99 LINE 11 COL 38
              TO WS-SVC-COST.

       01  FUEL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "FUEL DATE (YYYYMMDD)....:" LINE 07 COL 10.
           05 SS-FUEL-DATE PIC 9(008) LINE 07 COL 38
              USING WS-LOG-DATE.
           05 VALUE "LITRES..................:" LINE 08 COL 10.
           05 SS-FUEL-LTR PIC 9(003)V99 LINE 08 COL 38
              TO WS-FUEL-LITRES.
           05 VALUE "AMOUNT PAID.............:" LINE 09 COL 10.
           05 SS-FUEL-AMT PIC 9(005)V99 LINE 09 COL 38
              TO WS-FUEL-AMOUNT.
           05 VALUE "ODOMETER (KM)...........:" LINE 10 COL 10.
           05 SS-FUEL-ODO PIC 9(007) LINE 10 COL 38
              TO WS-LOG-ODOMETER.

       01  EMISSION-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "FUEL TYPE (D/P/G/H/E)...:" LINE 07 COL 10.
           05 SS-EMIS-FUEL PIC X(001) LINE 07 COL 38
              USING WS-EMIS-FUEL.
           05 VALUE "D-DIESEL P-PETROL G-GAS H-HYBRID E-ELECTRIC"
              LINE 08 COL 12.
           05 VALUE "GRAMS CO2 PER KM........:" LINE 09 COL 10.
           05 SS-EMIS-G PIC 9(004) LINE 09 COL 38
              USING WS-EMIS-G-CO2.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060)  LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 7
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM EDIT-VEHICLE
                   WHEN 2 PERFORM EDIT-CALENDAR-DAY
                   WHEN 3 PERFORM EDIT-DUE-DATES
                   WHEN 4 PERFORM ADD-SERVICE-ENTRY
                   WHEN 5 PERFORM ADD-FUEL-ENTRY
                   WHEN 6 PERFORM EDIT-EMISSION-FACTOR
               END-EVALUATE
           END-PERFORM
           GOBACK.
               OPEN OUTPUT VEHCAL
           END-IF
           CLOSE VEHCAL
           OPEN I-O VEHDUES
           IF VEHDUE-FS = NOT-FILE THEN
               OPEN OUTPUT VEHDUES
           END-IF
           CLOSE VEHDUES
           OPEN I-O VEHSVCS
           IF VEHSVC-FS = NOT-FILE THEN
               OPEN OUTPUT VEHSVCS
           END-IF
           CLOSE VEHSVCS
           OPEN I-O VEHFUELS
           IF VEHFUEL-FS = NOT-FILE THEN
               OPEN OUTPUT VEHFUELS
           END-IF
           CLOSE VEHFUELS
           OPEN I-O VEHEMISS
           IF VEHEMIS-FS = NOT-FILE THEN
               OPEN OUTPUT VEHEMISS
           END-IF
           CLOSE VEHEMISS
           EXIT SECTION.

       EDIT-VEHICLE SECTION.
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    DUE DATES PER VEHICLE - A ZERO DATE OR KM MEANS NOT TRACKED
      ******************************************************************
       EDIT-DUE-DATES SECTION.
           PERFORM ASK-LOG-VEHICLE
           IF WS-VEH-ON-FILE NOT = "Y" THEN
               EXIT SECTION
           END-IF
           PERFORM READ-DUE-ROW
           DISPLAY DUE-SCREEN
           ACCEPT DUE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           PERFORM SAVE-DUE-ROW
           MOVE "DUE DATES SAVED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    ONE WORKSHOP VISIT ON THE SERVICE LOG; AN INSPECTION MOVES
      *    THE IPO DUE DATE A YEAR ON FROM THE DAY IT WAS PASSED
      ******************************************************************
       ADD-SERVICE-ENTRY SECTION.
           PERFORM ASK-LOG-VEHICLE
           IF WS-VEH-ON-FILE NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE WS-TODAY-NUM TO WS-LOG-DATE
           MOVE SPACES TO WS-SVC-TYPE, WS-SVC-DESC
           MOVE ZEROS TO WS-LOG-ODOMETER, WS-SVC-COST
           DISPLAY SERVICE-SCREEN
           ACCEPT SERVICE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF NOT WS-SVC-TYPE-VALID THEN
               MOVE "TYPE IS S, R, I OR T" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-LOG-DATE) NOT = ZEROS THEN
               MOVE "INVALID SERVICE DATE" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O VEHSVCS
           MOVE WS-VEH-ID TO VSV-VEHICLE-ID
           MOVE WS-LOG-DATE TO VSV-DATE
           MOVE ZEROS TO WS-LOG-SEQ
           PERFORM UNTIL WS-LOG-SEQ = 99
               ADD 1 TO WS-LOG-SEQ
               MOVE WS-LOG-SEQ TO VSV-SEQ
               READ VEHSVCS
                   INVALID KEY EXIT PERFORM
               END-READ
           END-PERFORM
           MOVE WS-VEH-ID TO VSV-VEHICLE-ID
           MOVE WS-LOG-DATE TO VSV-DATE
           MOVE WS-LOG-SEQ TO VSV-SEQ
           MOVE WS-SVC-TYPE TO VSV-TYPE
           MOVE WS-SVC-DESC TO VSV-DESCRIPTION
           MOVE WS-LOG-ODOMETER TO VSV-ODOMETER
           MOVE WS-SVC-COST TO VSV-COST
           WRITE FD-VEHSVC
               INVALID KEY
                   CLOSE VEHSVCS
                   MOVE "SERVICE LOG FULL FOR THAT DAY"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-WRITE
           CLOSE VEHSVCS

           PERFORM READ-DUE-ROW
           IF WS-LOG-ODOMETER > WS-DUE-LAST-ODO THEN
               MOVE WS-LOG-ODOMETER TO WS-DUE-LAST-ODO
           END-IF
           MOVE "SERVICE LOGGED" TO WS-ERROR-TEXT
           IF WS-SVC-TYPE = "I" THEN
               MOVE WS-LOG-DATE TO WS-NEXT-IPO-NUM
               ADD 1 TO WS-NEXT-IPO-YEAR
               IF WS-NEXT-IPO-MMDD = 0229 THEN
                   MOVE 0228 TO WS-NEXT-IPO-MMDD
               END-IF
               MOVE WS-NEXT-IPO-NUM TO WS-DUE-IPO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "INSPECTION LOGGED - IPO NOW DUE "
                      WS-NEXT-IPO-NUM
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
           END-IF
           PERFORM SAVE-DUE-ROW
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       ADD-FUEL-ENTRY SECTION.
           PERFORM ASK-LOG-VEHICLE
           IF WS-VEH-ON-FILE NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE WS-TODAY-NUM TO WS-LOG-DATE
           MOVE ZEROS TO WS-FUEL-LITRES, WS-FUEL-AMOUNT
           MOVE ZEROS TO WS-LOG-ODOMETER
           DISPLAY FUEL-SCREEN
           ACCEPT FUEL-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-LOG-DATE) NOT = ZEROS THEN
               MOVE "INVALID FUEL DATE" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-FUEL-AMOUNT = ZEROS THEN
               MOVE "AMOUNT PAID IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O VEHFUELS
           MOVE WS-VEH-ID TO VFL-VEHICLE-ID
           MOVE WS-LOG-DATE TO VFL-DATE
           MOVE ZEROS TO WS-LOG-SEQ
           PERFORM UNTIL WS-LOG-SEQ = 99
               ADD 1 TO WS-LOG-SEQ
               MOVE WS-LOG-SEQ TO VFL-SEQ
               READ VEHFUELS
                   INVALID KEY EXIT PERFORM
               END-READ
           END-PERFORM
           MOVE WS-VEH-ID TO VFL-VEHICLE-ID
           MOVE WS-LOG-DATE TO VFL-DATE
           MOVE WS-LOG-SEQ TO VFL-SEQ
           MOVE WS-FUEL-LITRES TO VFL-LITRES
           MOVE WS-FUEL-AMOUNT TO VFL-AMOUNT
           MOVE WS-LOG-ODOMETER TO VFL-ODOMETER
           WRITE FD-VEHFUEL
               INVALID KEY
                   CLOSE VEHFUELS
                   MOVE "FUEL LOG FULL FOR THAT DAY" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-WRITE
           CLOSE VEHFUELS

           PERFORM READ-DUE-ROW
           IF WS-LOG-ODOMETER > WS-DUE-LAST-ODO THEN
               MOVE WS-LOG-ODOMETER TO WS-DUE-LAST-ODO
           END-IF
           PERFORM SAVE-DUE-ROW
           MOVE "FUEL LOGGED" TO WS-ERROR-TEXT
           IF WS-DUE-SVC-KM > ZEROS
              AND WS-DUE-LAST-ODO >= WS-DUE-SVC-KM THEN
               MOVE "FUEL LOGGED - VEHICLE IS DUE A SERVICE BY KM"
                 TO WS-ERROR-TEXT
           END-IF
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> ONE FACTOR PER VEHICLE; AN ELECTRIC VAN MAY CARRY ZERO OR
      *> ITS GRID-MIX FIGURE
       EDIT-EMISSION-FACTOR SECTION.
           PERFORM ASK-LOG-VEHICLE
           IF WS-VEH-ON-FILE NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-EMIS-ON-FILE
           MOVE "D" TO WS-EMIS-FUEL
           MOVE ZEROS TO WS-EMIS-G-CO2
           OPEN INPUT VEHEMISS
           MOVE WS-VEH-ID TO VEM-VEHICLE-ID
           READ VEHEMISS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMIS-ON-FILE
                   MOVE VEM-FUEL-TYPE TO WS-EMIS-FUEL
                   MOVE VEM-G-CO2-KM TO WS-EMIS-G-CO2
           END-READ
           CLOSE VEHEMISS
           DISPLAY EMISSION-SCREEN
           ACCEPT EMISSION-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF NOT WS-EMIS-FUEL-VALID THEN
               MOVE "FUEL TYPE IS D, P, G, H OR E" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-EMIS-G-CO2 = ZEROS AND WS-EMIS-FUEL NOT = "E" THEN
               MOVE "GRAMS CO2 PER KM IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           OPEN I-O VEHEMISS
           MOVE WS-VEH-ID TO VEM-VEHICLE-ID
           MOVE WS-EMIS-FUEL TO VEM-FUEL-TYPE
           MOVE WS-EMIS-G-CO2 TO VEM-G-CO2-KM
           IF WS-EMIS-ON-FILE = "Y" THEN
               REWRITE FD-VEHEMIS
           ELSE
               WRITE FD-VEHEMIS
           END-IF
           CLOSE VEHEMISS
           MOVE "EMISSION FACTOR SAVED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> VEHICLE KEY FOR THE DUE DATES, BOTH LOGS AND THE EMISSION
      *> FACTOR - ONLY VEHICLES ON THE MASTER
       ASK-LOG-VEHICLE SECTION.
           MOVE SPACES TO WS-VEH-ON-FILE
           MOVE ZEROS TO WS-VEH-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY LOG-KEY-SCREEN
           ACCEPT LOG-KEY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           OPEN INPUT VEHICLES
           MOVE WS-VEH-ID TO VEH-ID
           READ VEHICLES
               INVALID KEY
                   MOVE "VEHICLE NOT ON FILE" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   MOVE "Y" TO WS-VEH-ON-FILE
           END-READ
           CLOSE VEHICLES
           IF WS-VEH-ON-FILE NOT = "Y" THEN
               ACCEPT MESSAGE-SCREEN
           END-IF
           EXIT SECTION.

       READ-DUE-ROW SECTION.
           MOVE SPACES TO WS-DUE-ON-FILE
           MOVE ZEROS TO WS-DUE-IPO, WS-DUE-INSURANCE
           MOVE ZEROS TO WS-DUE-SVC-DATE, WS-DUE-SVC-KM
           MOVE ZEROS TO WS-DUE-LAST-ODO
           OPEN INPUT VEHDUES
           MOVE WS-VEH-ID TO VDU-VEHICLE-ID
           READ VEHDUES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DUE-ON-FILE
                   MOVE VDU-IPO-DUE TO WS-DUE-IPO
                   MOVE VDU-INSURANCE-DUE TO WS-DUE-INSURANCE
                   MOVE VDU-SERVICE-DUE-DATE TO WS-DUE-SVC-DATE
                   MOVE VDU-SERVICE-DUE-KM TO WS-DUE-SVC-KM
                   MOVE VDU-LAST-ODOMETER TO WS-DUE-LAST-ODO
           END-READ
           CLOSE VEHDUES
           EXIT SECTION.

       SAVE-DUE-ROW SECTION.
           OPEN I-O VEHDUES
           MOVE WS-VEH-ID TO VDU-VEHICLE-ID
           MOVE WS-DUE-IPO TO VDU-IPO-DUE
           MOVE WS-DUE-INSURANCE TO VDU-INSURANCE-DUE
           MOVE WS-DUE-SVC-DATE TO VDU-SERVICE-DUE-DATE
           MOVE WS-DUE-SVC-KM TO VDU-SERVICE-DUE-KM
           MOVE WS-DUE-LAST-ODO TO VDU-LAST-ODOMETER
           IF WS-DUE-ON-FILE = "Y" THEN
               REWRITE FD-VEHDUE
           ELSE
               WRITE FD-VEHDUE
           END-IF
           CLOSE VEHDUES
           EXIT SECTION.

       END PROGRAM VEHMAINT.
