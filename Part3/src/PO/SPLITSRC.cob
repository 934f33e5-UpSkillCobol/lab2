      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SPLIT-SOURCING RULE MAINTENANCE - TARGET SHARE PER
      *    INGREDIENT AND SUPPLIER. A SHARE OF ZERO REMOVES THE
      *    SUPPLIER FROM THE RULE | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLITSRC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPLITSRCS ASSIGN TO "FXSPLITSRC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-KEY
           FILE STATUS IS SPLIT-FS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  SPLITSRCS.
       COPY FD-SPLITSRC.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SPLIT-FS                             PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ASK-INGRED                        PIC 9(003).
       77  WS-ASK-SUPPLIER                      PIC 9(003).
       77  WS-ASK-PCT                           PIC 9(003).
       77  WS-OTHER-PCT                         PIC 9(003).
       77  WS-NEW-TOTAL                         PIC 9(003).
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  SPLIT-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | SPLIT-SOURCING RULES"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "INGREDIENT ID.............:" LINE 05 COL 10.
           05 SS-INGRED PIC 9(003) LINE 05 COL 40
              TO WS-ASK-INGRED.
           05 VALUE "SUPPLIER ID...............:" LINE 06 COL 10.
           05 SS-SUPPLIER PIC 9(003) LINE 06 COL 40
              TO WS-ASK-SUPPLIER.
           05 VALUE "TARGET SHARE PERCENT......:" LINE 08 COL 10.
           05 SS-PCT PIC 9(003) LINE 08 COL 40 TO WS-ASK-PCT.
           05 VALUE "(0 = REMOVE)" LINE 08 COL 45.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-INGRED, WS-ASK-SUPPLIER
               MOVE ZEROS TO WS-ASK-PCT
               DISPLAY CLEAR-SCREEN
               DISPLAY SPLIT-SCREEN
               ACCEPT SPLIT-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM SAVE-RULE
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O SPLITSRCS
           IF SPLIT-FS = NOT-FILE THEN
               OPEN OUTPUT SPLITSRCS
           END-IF
           CLOSE SPLITSRCS
           EXIT SECTION.

       SAVE-RULE SECTION.
           IF WS-ASK-PCT = ZEROS THEN
               PERFORM REMOVE-RULE
               EXIT SECTION
           END-IF
           IF WS-ASK-PCT > 100 THEN
               MOVE "A SHARE CANNOT BE OVER 100 PERCENT"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

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
               END-READ
           END-IF
           CLOSE FXSUPPLY

           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = NOT-FILE THEN
               MOVE WS-ASK-INGRED TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY
                       CLOSE FXINGRED
                       MOVE "UNKNOWN INGREDIENT - NOTHING SAVED"
                         TO WS-ERROR-TEXT
                       ACCEPT MESSAGE-SCREEN
                       EXIT SECTION
               END-READ
           END-IF
           CLOSE FXINGRED

           OPEN I-O SPLITSRCS
           PERFORM SUM-OTHER-SHARES
           COMPUTE WS-NEW-TOTAL = WS-OTHER-PCT + WS-ASK-PCT
           IF WS-NEW-TOTAL > 100 THEN
               CLOSE SPLITSRCS
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "SHARES WOULD TOTAL " WS-NEW-TOTAL
                   " PERCENT - NOTHING SAVED" INTO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ASK-INGRED TO SPS-INGRED-ID
           MOVE WS-ASK-SUPPLIER TO SPS-SUPPLIER-ID
           READ SPLITSRCS
               INVALID KEY
                   MOVE WS-ASK-INGRED TO SPS-INGRED-ID
                   MOVE WS-ASK-SUPPLIER TO SPS-SUPPLIER-ID
                   MOVE WS-ASK-PCT TO SPS-TARGET-PCT
                   WRITE FD-SPLITSRC
               NOT INVALID KEY
                   MOVE WS-ASK-PCT TO SPS-TARGET-PCT
                   REWRITE FD-SPLITSRC
           END-READ
           CLOSE SPLITSRCS
      *> A RULE UNDER 100 IS KEPT - POGEN SHARES IN PROPORTION -
      *> BUT THE BUYER SEES WHERE THE INGREDIENT STANDS
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "RULE SAVED - INGREDIENT SHARES NOW TOTAL "
               WS-NEW-TOTAL " PERCENT" INTO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       REMOVE-RULE SECTION.
           OPEN I-O SPLITSRCS
           MOVE WS-ASK-INGRED TO SPS-INGRED-ID
           MOVE WS-ASK-SUPPLIER TO SPS-SUPPLIER-ID
           READ SPLITSRCS
               INVALID KEY
                   MOVE "NO RULE TO REMOVE" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   DELETE SPLITSRCS
                   MOVE "SUPPLIER REMOVED FROM THE RULE"
                     TO WS-ERROR-TEXT
           END-READ
           CLOSE SPLITSRCS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> SHARES ALREADY HELD BY THE INGREDIENT'S OTHER SUPPLIERS
       SUM-OTHER-SHARES SECTION.
           MOVE ZEROS TO WS-OTHER-PCT
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-ASK-INGRED TO SPS-INGRED-ID
           MOVE ZEROS TO SPS-SUPPLIER-ID
           START SPLITSRCS KEY IS NOT LESS THAN SPS-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SPLITSRCS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SPS-INGRED-ID NOT = WS-ASK-INGRED THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF SPS-SUPPLIER-ID
                              NOT = WS-ASK-SUPPLIER THEN
                               ADD SPS-TARGET-PCT TO WS-OTHER-PCT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       END PROGRAM SPLITSRC.
