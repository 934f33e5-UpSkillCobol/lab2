      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    BLANKET PURCHASE AGREEMENT MAINTENANCE - AGREED QUANTITY,
      *    PRICE AND VALIDITY PER SUPPLIER AND INGREDIENT. RE-KEYING
      *    AN AGREEMENT KEEPS WHAT HAS ALREADY BEEN CALLED OFF
      *    | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLANKET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BLANKETS ASSIGN TO "FXBLANKET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BPA-KEY
           FILE STATUS IS BLANKET-FS.

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
       FD  BLANKETS.
       COPY FD-BLANKET.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  BLANKET-FS                           PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-ASK-SUPPLIER                      PIC 9(003).
       77  WS-ASK-INGRED                        PIC 9(003).
       01  WS-ASK-FROM.
           05 WS-ASK-FROM-YEAR                  PIC 9(004).
           05 WS-ASK-FROM-MONTH                 PIC 9(002).
           05 WS-ASK-FROM-DAY                   PIC 9(002).
       01  WS-ASK-FROM-NUM REDEFINES WS-ASK-FROM
                                                PIC 9(008).
       01  WS-ASK-TO.
           05 WS-ASK-TO-YEAR                    PIC 9(004).
           05 WS-ASK-TO-MONTH                   PIC 9(002).
           05 WS-ASK-TO-DAY                     PIC 9(002).
       01  WS-ASK-TO-NUM REDEFINES WS-ASK-TO    PIC 9(008).
       77  WS-ASK-QTY                           PIC 9(007).
       77  WS-ASK-PRICE                         PIC 9(003)V99.
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  BLANKET-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | BLANKET PURCHASE AGREEMENTS"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SUPPLIER ID...............:" LINE 05 COL 10.
           05 SS-SUPPLIER PIC 9(003) LINE 05 COL 40
              TO WS-ASK-SUPPLIER.
           05 VALUE "INGREDIENT ID.............:" LINE 06 COL 10.
           05 SS-INGRED PIC 9(003) LINE 06 COL 40
              TO WS-ASK-INGRED.
           05 VALUE "VALID FROM................:" LINE 07 COL 10.
           05 SS-FROM-YEAR PIC 9(004) LINE 07 COL 40
              TO WS-ASK-FROM-YEAR.
           05 SS-FROM-MONTH PIC 9(002) LINE 07 COL 46
              TO WS-ASK-FROM-MONTH.
           05 SS-FROM-DAY PIC 9(002) LINE 07 COL 50
              TO WS-ASK-FROM-DAY.
           05 VALUE "(YYYY MM DD)" LINE 07 COL 55.
           05 VALUE "VALID TO..................:" LINE 08 COL 10.
           05 SS-TO-YEAR PIC 9(004) LINE 08 COL 40
              TO WS-ASK-TO-YEAR.
           05 SS-TO-MONTH PIC 9(002) LINE 08 COL 46
              TO WS-ASK-TO-MONTH.
           05 SS-TO-DAY PIC 9(002) LINE 08 COL 50
              TO WS-ASK-TO-DAY.
           05 VALUE "(YYYY MM DD)" LINE 08 COL 55.
           05 VALUE "AGREED QUANTITY...........:" LINE 10 COL 10.
           05 SS-QTY PIC 9(007) LINE 10 COL 40 TO WS-ASK-QTY.
           05 VALUE "AGREED UNIT PRICE.........:" LINE 11 COL 10.
           05 SS-PRICE PIC 9(003)V99 LINE 11 COL 40
              TO WS-ASK-PRICE.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-SUPPLIER, WS-ASK-INGRED
               MOVE ZEROS TO WS-ASK-FROM-NUM, WS-ASK-TO-NUM
               MOVE ZEROS TO WS-ASK-QTY, WS-ASK-PRICE
               DISPLAY CLEAR-SCREEN
               DISPLAY BLANKET-SCREEN
               ACCEPT BLANKET-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM SAVE-AGREEMENT
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O BLANKETS
           IF BLANKET-FS = NOT-FILE THEN
               OPEN OUTPUT BLANKETS
           END-IF
           CLOSE BLANKETS
           EXIT SECTION.

       SAVE-AGREEMENT SECTION.
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

           IF TEST-DATE-YYYYMMDD (WS-ASK-FROM-NUM) NOT = ZEROS
              OR TEST-DATE-YYYYMMDD (WS-ASK-TO-NUM) NOT = ZEROS THEN
               MOVE "VALIDITY DATES ARE NOT VALID" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-TO-NUM < WS-ASK-FROM-NUM THEN
               MOVE "VALID TO CANNOT BE BEFORE VALID FROM"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-QTY = ZEROS OR WS-ASK-PRICE = ZEROS THEN
               MOVE "AGREED QUANTITY AND PRICE ARE REQUIRED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O BLANKETS
           MOVE WS-ASK-INGRED TO BPA-INGRED-ID
           MOVE WS-ASK-SUPPLIER TO BPA-SUPPLIER-ID
           MOVE WS-ASK-FROM-NUM TO BPA-VALID-FROM
           READ BLANKETS
               INVALID KEY
                   MOVE WS-ASK-INGRED TO BPA-INGRED-ID
                   MOVE WS-ASK-SUPPLIER TO BPA-SUPPLIER-ID
                   MOVE WS-ASK-FROM-NUM TO BPA-VALID-FROM
                   MOVE ZEROS TO BPA-CALLED-QTY
                   PERFORM FILL-AGREEMENT
                   WRITE FD-BLANKET
                   MOVE "AGREEMENT ADDED" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   PERFORM FILL-AGREEMENT
                   REWRITE FD-BLANKET
                   MOVE "AGREEMENT UPDATED" TO WS-ERROR-TEXT
           END-READ
           CLOSE BLANKETS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> NEW TERMS EARN FRESH WARNINGS
       FILL-AGREEMENT SECTION.
           MOVE WS-ASK-TO-NUM TO BPA-VALID-TO
           MOVE WS-ASK-QTY TO BPA-AGREED-QTY
           MOVE WS-ASK-PRICE TO BPA-PRICE
           MOVE SPACE TO BPA-WARNED-USAGE
           MOVE SPACE TO BPA-WARNED-EXPIRY
           EXIT SECTION.

       END PROGRAM BLANKET.
