      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SUPPLIER TRANSPORT DISTANCE MAINTENANCE - ROAD KILOMETRES
      *    FROM THE SUPPLIER'S TOWN AND THE LORRY'S GRAMS OF CO2 PER
      *    KILOMETRE, FOR THE INBOUND PART OF THE CO2 FOOTPRINT
      *    V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPDIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPDISTS ASSIGN TO "FXSUPDIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDS-SUPPLIER-ID
           FILE STATUS IS SUPDIST-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-ID
           ALTERNATE KEY IS SUPPLIER-TOWN WITH DUPLICATES
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS SUPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPDISTS.
       COPY FD-SUPDIST.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SUPDIST-FS                           PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> A RIGID DELIVERY LORRY - OFFERED FOR A SUPPLIER NOT YET
      *> ON FILE
       78  DEFAULT-LORRY-G-CO2-KM               VALUE 850.

       77  PRESS-KEY                            PIC X(001).
       77  WS-ASK-SUPPLIER                      PIC 9(003).
       77  WS-ASK-DISTANCE                      PIC 9(004).
       77  WS-ASK-G-CO2                         PIC 9(004).
       77  WS-DIST-ON-FILE                      PIC X(001).
       77  WS-SUPPLIER-SHOW                     PIC X(030).
       77  WS-TOWN-SHOW                         PIC X(030).
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | SUPPLIER TRANSPORT DISTANCE"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SUPPLIER ID...............:" LINE 05 COL 10.
           05 SS-SUPPLIER PIC 9(003) LINE 05 COL 40
              TO WS-ASK-SUPPLIER.

       01  DIST-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-SUPPLIER-NAME PIC X(030) LINE 05 COL 46
              FROM WS-SUPPLIER-SHOW.
           05 VALUE "TOWN......................:" LINE 06 COL 10.
           05 SS-TOWN PIC X(030) LINE 06 COL 40
              FROM WS-TOWN-SHOW.
           05 VALUE "ROAD KM TO OUR KITCHEN....:" LINE 08 COL 10.
           05 SS-DISTANCE PIC 9(004) LINE 08 COL 40
              USING WS-ASK-DISTANCE.
           05 VALUE "LORRY G CO2 PER KM........:" LINE 09 COL 10.
           05 SS-G-CO2 PIC 9(004) LINE 09 COL 40
              USING WS-ASK-G-CO2.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-SUPPLIER
               DISPLAY CLEAR-SCREEN
               DISPLAY KEY-SCREEN
               ACCEPT KEY-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM MAINTAIN-DISTANCE
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O SUPDISTS
           IF SUPDIST-FS = NOT-FILE THEN
               OPEN OUTPUT SUPDISTS
           END-IF
           CLOSE SUPDISTS
           EXIT SECTION.

       MAINTAIN-DISTANCE SECTION.
           MOVE SPACES TO WS-SUPPLIER-SHOW, WS-TOWN-SHOW
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = NOT-FILE THEN
               MOVE WS-ASK-SUPPLIER TO SUPPLIER-ID
               READ FXSUPPLY
                   INVALID KEY
                       CLOSE FXSUPPLY
                       MOVE "UNKNOWN SUPPLIER - NOTHING SAVED"
                         TO WS-ERROR-TEXT
                       ACCEPT MESSAGE-SCREEN
                       EXIT SECTION
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME TO WS-SUPPLIER-SHOW
                       MOVE SUPPLIER-TOWN TO WS-TOWN-SHOW
               END-READ
           END-IF
           CLOSE FXSUPPLY

           MOVE SPACES TO WS-DIST-ON-FILE
           MOVE ZEROS TO WS-ASK-DISTANCE
           MOVE DEFAULT-LORRY-G-CO2-KM TO WS-ASK-G-CO2
           OPEN INPUT SUPDISTS
           MOVE WS-ASK-SUPPLIER TO SDS-SUPPLIER-ID
           READ SUPDISTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DIST-ON-FILE
                   MOVE SDS-DISTANCE-KM TO WS-ASK-DISTANCE
                   MOVE SDS-G-CO2-KM TO WS-ASK-G-CO2
           END-READ
           CLOSE SUPDISTS

           DISPLAY DIST-SCREEN
           ACCEPT DIST-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF WS-ASK-DISTANCE = ZEROS THEN
               MOVE "DISTANCE IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O SUPDISTS
           MOVE WS-ASK-SUPPLIER TO SDS-SUPPLIER-ID
           MOVE WS-ASK-DISTANCE TO SDS-DISTANCE-KM
           MOVE WS-ASK-G-CO2 TO SDS-G-CO2-KM
           IF WS-DIST-ON-FILE = "Y" THEN
               REWRITE FD-SUPDIST
           ELSE
               WRITE FD-SUPDIST
           END-IF
           CLOSE SUPDISTS
           MOVE "SUPPLIER DISTANCE SAVED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM SUPDIST.
