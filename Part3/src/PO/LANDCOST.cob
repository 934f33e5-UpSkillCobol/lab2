      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    LANDED COST - A FREIGHT OR SMALL-DROP CHARGE ON A PURCHASE
      *    ORDER IS SPREAD OVER THE LOTS RECEIVED ON IT, BY VALUE OR
      *    BY QUANTITY, SO EACH LOT CARRIES ITS SHARE IN ITS UNIT COST
      *    (FXLOTCOST). THE CHARGE ITSELF GOES ON FXLANDCHG FOR THE
      *    INVOICE MATCH AND THE GL RUN | V0.1 | 15.10.2026
      ******************************************************************
      *    THE SHARE ALSO RAISES THE RECEIVING SITE'S WEIGHTED-AVERAGE
      *    COST (FXSTOCKBAL) SPREAD OVER THE STOCK IT HOLDS
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDCOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POFILE ASSIGN TO "FXPOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-ID
           FILE STATUS IS PO-FS.

           SELECT LOTCOSTS ASSIGN TO "FXLOTCOST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTC-KEY
           ALTERNATE RECORD KEY IS LTC-BATCH-LOT WITH DUPLICATES
           FILE STATUS IS LOTCOST-FS.

           SELECT LANDCHGS ASSIGN TO "FXLANDCHG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LCH-ID
           ALTERNATE RECORD KEY IS LCH-PO-ID WITH DUPLICATES
           FILE STATUS IS LANDCHG-FS.

           SELECT STOCKBAL ASSIGN TO "FXSTOCKBAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STB-KEY
           FILE STATUS IS STOCKBAL-FS.

      *> RUNNING COUNTER FOR THE NEXT LCH-ID
           SELECT LANDCHGKEYS ASSIGN TO "LANDCHGKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LANDCHGKEY-FS.

      *> SHARED AUDIT TRAIL FOR EVERY KEYS COUNTER ADVANCED SYSTEM-WIDE
           SELECT KEYSAUDIT ASSIGN TO "KEYSAUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POFILE.
       COPY FD-PO.

       FD  LOTCOSTS.
       COPY FD-LOTCOST.

       FD  LANDCHGS.
       COPY FD-LANDCHG.

       FD  STOCKBAL.
       COPY FD-STOCKBAL.

       FD  LANDCHGKEYS.
       01  FDLANDCHGKEYS                        PIC 9(006).

       FD  KEYSAUDIT.
       01  KEYS-AUDIT-RECORD.
           05  AUD-COUNTER-NAME                 PIC X(012).
           05  AUD-OLD-VALUE                    PIC 9(006).
           05  AUD-NEW-VALUE                    PIC 9(006).
           05  AUD-DATE                         PIC 9(008).
           05  AUD-TIME                         PIC 9(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  PO-FS                                PIC 9(002).
       77  LOTCOST-FS                           PIC 9(002).
       77  LANDCHG-FS                           PIC 9(002).
       77  LANDCHGKEY-FS                        PIC 9(002).
       77  STOCKBAL-FS                          PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  LCH-COUNTER-NAME                     VALUE "LANDCHGKEYS".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-SAVE                              PIC X(001).
           88 SAVE-YES                          VALUE "Y" "y".

       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-ENT-PO-ID                         PIC 9(006).
       77  WS-ENT-INVOICE-NO                    PIC X(012).
       77  WS-ENT-TYPE                          PIC X(001).
           88 ENT-TYPE-VALID                    VALUE "F" "D" "O".
       77  WS-ENT-AMOUNT                        PIC 9(005)V99.
       77  WS-ENT-BASIS                         PIC X(001).
           88 ENT-BY-VALUE                      VALUE "V".
           88 ENT-BASIS-VALID                   VALUE "V" "Q".

      *> WHAT THE CHARGE IS SPREAD OVER - TOTAL QUANTITY OR TOTAL
      *> VALUE AT PO PRICE OF THE ORDER'S RECEIVED LOTS
       77  WS-LOT-COUNT                         PIC 9(003).
       77  WS-LOT-DONE                          PIC 9(003).
       77  WS-TOTAL-QTY                         PIC 9(007).
       77  WS-TOTAL-VALUE                       PIC 9(009)V99.
       77  WS-LOT-SHARE                         PIC 9(005)V99.
       77  WS-LEFT-TO-SPREAD                    PIC 9(005)V99.
       77  WS-NEW-LCH-ID                        PIC 9(006).
       77  WS-AUDIT-OLD-VALUE                   PIC 9(006).
       77  WS-BASIS-SHOW                        PIC ZZZZZZZZ9.99.
       77  WS-LOTS-SHOW                         PIC ZZ9.
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

      ******************************************************************

       01  ENTRY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | LANDED COST CHARGES"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"            LINE 02 COL 60.
           05 VALUE "PURCHASE ORDER.....:" LINE 05 COL 10.
           05 SS-PO-ID PIC 9(006)          LINE 05 COL 32
              TO WS-ENT-PO-ID.
           05 VALUE "SUPPLIER INVOICE...:" LINE 06 COL 10.
           05 SS-INVOICE-NO PIC X(012)     LINE 06 COL 32
              TO WS-ENT-INVOICE-NO.
           05 VALUE "(BLANK = NOT YET BILLED)" LINE 06 COL 46.
           05 VALUE "CHARGE TYPE........:" LINE 07 COL 10.
           05 SS-TYPE PIC X(001)           LINE 07 COL 32
              TO WS-ENT-TYPE.
           05 VALUE "(F=FREIGHT D=SMALL DROP O=OTHER)" LINE 07 COL 46.
           05 VALUE "CHARGE AMOUNT......:" LINE 08 COL 10.
           05 SS-AMOUNT PIC 9(005)V99      LINE 08 COL 32
              TO WS-ENT-AMOUNT.
           05 VALUE "SPREAD BY..........:" LINE 09 COL 10.
           05 SS-BASIS PIC X(001)          LINE 09 COL 32
              TO WS-ENT-BASIS.
           05 VALUE "(V=VALUE Q=QUANTITY)" LINE 09 COL 46.

      ******************************************************************

       01  CONFIRM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "RECEIVED LOTS......:" LINE 12 COL 10.
           05 SS-LOTS PIC X(003)           LINE 12 COL 32
              FROM WS-LOTS-SHOW.
           05 VALUE "SPREAD OVER........:" LINE 13 COL 10.
           05 SS-BASIS-TOTAL PIC X(012)    LINE 13 COL 32
              FROM WS-BASIS-SHOW.
           05 VALUE "APPLY THE CHARGE (Y/N)?" LINE 15 COL 10.
           05 SS-SAVE PIC X(001)           LINE 15 COL 35 TO WS-SAVE.

      ******************************************************************

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060)  LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ENT-PO-ID, WS-ENT-AMOUNT
               MOVE SPACES TO WS-ENT-INVOICE-NO
               MOVE "F" TO WS-ENT-TYPE
               MOVE "V" TO WS-ENT-BASIS
               DISPLAY CLEAR-SCREEN
               DISPLAY ENTRY-SCREEN
               ACCEPT ENTRY-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM APPLY-ONE-CHARGE
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************
      *    CHECK THE ORDER AND THE ENTRY, SHOW WHAT THE CHARGE WILL BE
      *    SPREAD OVER AND APPLY IT ONCE THE USER CONFIRMS
      ******************************************************************
       APPLY-ONE-CHARGE SECTION.
           OPEN INPUT POFILE
           IF PO-FS = NOT-FILE THEN
               CLOSE POFILE
               MOVE "NO PURCHASE ORDER FILE ON THIS SYSTEM YET"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-PO-ID TO PO-ID
           READ POFILE
               INVALID KEY
                   CLOSE POFILE
                   MOVE "PURCHASE ORDER NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE POFILE

           MOVE UPPER-CASE (WS-ENT-TYPE) TO WS-ENT-TYPE
           MOVE UPPER-CASE (WS-ENT-BASIS) TO WS-ENT-BASIS
           IF NOT ENT-TYPE-VALID THEN
               MOVE "CHARGE TYPE MUST BE F, D OR O" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF NOT ENT-BASIS-VALID THEN
               MOVE "SPREAD BY MUST BE V OR Q" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ENT-AMOUNT = ZEROS THEN
               EXIT SECTION
           END-IF

           PERFORM TOTAL-RECEIVED-LOTS
           IF WS-LOT-COUNT = ZEROS THEN
               MOVE "NOTHING RECEIVED ON THIS ORDER YET"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF ENT-BY-VALUE AND WS-TOTAL-VALUE = ZEROS THEN
               MOVE "RECEIVED LOTS CARRY NO VALUE - SPREAD BY QUANTITY"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           MOVE WS-LOT-COUNT TO WS-LOTS-SHOW
           IF ENT-BY-VALUE THEN
               MOVE WS-TOTAL-VALUE TO WS-BASIS-SHOW
           ELSE
               MOVE WS-TOTAL-QTY TO WS-BASIS-SHOW
           END-IF
           MOVE SPACES TO WS-SAVE
           DISPLAY CONFIRM-SCREEN
           ACCEPT CONFIRM-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF NOT SAVE-YES THEN
               EXIT SECTION
           END-IF

           PERFORM GET-CHARGE-ID
           PERFORM SPREAD-CHARGE
           PERFORM WRITE-CHARGE
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "CHARGE " WS-NEW-LCH-ID " SPREAD OVER "
               WS-LOTS-SHOW " RECEIVED LOTS" INTO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> THE ORDER'S LOT ROWS SIT TOGETHER ON THE PRIME KEY
       TOTAL-RECEIVED-LOTS SECTION.
           MOVE ZEROS TO WS-LOT-COUNT, WS-TOTAL-QTY, WS-TOTAL-VALUE
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT LOTCOSTS
           IF LOTCOST-FS = NOT-FILE THEN
               CLOSE LOTCOSTS
               EXIT SECTION
           END-IF
           MOVE WS-ENT-PO-ID TO LTC-PO-ID
           MOVE ZEROS TO LTC-PO-LINE-NO
           MOVE SPACES TO LTC-BATCH-LOT
           START LOTCOSTS KEY IS NOT LESS THAN LTC-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LOTCOSTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF LTC-PO-ID NOT = WS-ENT-PO-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF LTC-QTY > ZEROS THEN
                               ADD 1 TO WS-LOT-COUNT
                               ADD LTC-QTY TO WS-TOTAL-QTY
                               COMPUTE WS-TOTAL-VALUE =
                                   WS-TOTAL-VALUE
                                   + LTC-QTY * LTC-BASE-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTCOSTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       GET-CHARGE-ID SECTION.
           OPEN I-O LANDCHGKEYS
           IF LANDCHGKEY-FS = NOT-FILE THEN
               CLOSE LANDCHGKEYS
               OPEN OUTPUT LANDCHGKEYS
               MOVE ZEROS TO FDLANDCHGKEYS
               WRITE FDLANDCHGKEYS
               CLOSE LANDCHGKEYS
               OPEN I-O LANDCHGKEYS
           END-IF
           READ LANDCHGKEYS
               MOVE FDLANDCHGKEYS TO WS-AUDIT-OLD-VALUE
               ADD 1 TO FDLANDCHGKEYS
               MOVE FDLANDCHGKEYS TO WS-NEW-LCH-ID
           REWRITE FDLANDCHGKEYS
           CLOSE LANDCHGKEYS
           MOVE LCH-COUNTER-NAME TO AUD-COUNTER-NAME
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-LCH-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
               WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

      ******************************************************************
      *    EACH LOT TAKES ITS SHARE OF THE CHARGE; THE LAST ONE TAKES
      *    WHAT IS LEFT SO THE SHARES ADD UP TO THE CHARGE TO THE CENT
      ******************************************************************
       SPREAD-CHARGE SECTION.
           MOVE ZEROS TO WS-LOT-DONE
           MOVE WS-ENT-AMOUNT TO WS-LEFT-TO-SPREAD
           MOVE SPACES TO FLAG-TRUE
           OPEN I-O LOTCOSTS
           MOVE WS-ENT-PO-ID TO LTC-PO-ID
           MOVE ZEROS TO LTC-PO-LINE-NO
           MOVE SPACES TO LTC-BATCH-LOT
           START LOTCOSTS KEY IS NOT LESS THAN LTC-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LOTCOSTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF LTC-PO-ID NOT = WS-ENT-PO-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF LTC-QTY > ZEROS THEN
                               PERFORM APPLY-LOT-SHARE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTCOSTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       APPLY-LOT-SHARE SECTION.
           ADD 1 TO WS-LOT-DONE
           IF WS-LOT-DONE = WS-LOT-COUNT THEN
               MOVE WS-LEFT-TO-SPREAD TO WS-LOT-SHARE
           ELSE
               IF ENT-BY-VALUE THEN
                   COMPUTE WS-LOT-SHARE ROUNDED =
                       WS-ENT-AMOUNT * LTC-QTY * LTC-BASE-PRICE
                       / WS-TOTAL-VALUE
               ELSE
                   COMPUTE WS-LOT-SHARE ROUNDED =
                       WS-ENT-AMOUNT * LTC-QTY / WS-TOTAL-QTY
               END-IF
               IF WS-LOT-SHARE > WS-LEFT-TO-SPREAD THEN
                   MOVE WS-LEFT-TO-SPREAD TO WS-LOT-SHARE
               END-IF
           END-IF
           SUBTRACT WS-LOT-SHARE FROM WS-LEFT-TO-SPREAD
           ADD WS-LOT-SHARE TO LTC-CHARGE-TOTAL
           COMPUTE LTC-LANDED-PRICE ROUNDED =
               LTC-BASE-PRICE + LTC-CHARGE-TOTAL / LTC-QTY
           REWRITE FD-LOTCOST
           END-REWRITE
           PERFORM RAISE-SITE-AVERAGE
           EXIT SECTION.

      ******************************************************************
      *    THE LOT'S SHARE IS SPREAD OVER WHAT THE SITE STILL HOLDS OF
      *    THE INGREDIENT; NOTHING ON HAND OR NO AVERAGE YET - NO CHANGE
      ******************************************************************
       RAISE-SITE-AVERAGE SECTION.
           OPEN I-O STOCKBAL
           IF STOCKBAL-FS = NOT-FILE THEN
               CLOSE STOCKBAL
               EXIT SECTION
           END-IF
           MOVE LTC-INGRED-ID TO STB-INGRED-ID
           MOVE LTC-SITE-ID TO STB-SITE-ID
           READ STOCKBAL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF STB-ON-HAND > ZEROS AND STB-AVG-COST > ZEROS THEN
                       COMPUTE STB-AVG-COST ROUNDED =
                           STB-AVG-COST + WS-LOT-SHARE / STB-ON-HAND
                       REWRITE FD-STOCKBAL
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE STOCKBAL
           EXIT SECTION.

       WRITE-CHARGE SECTION.
           OPEN I-O LANDCHGS
           IF LANDCHG-FS = NOT-FILE THEN
               CLOSE LANDCHGS
               OPEN OUTPUT LANDCHGS
               CLOSE LANDCHGS
               OPEN I-O LANDCHGS
           END-IF
           INITIALIZE FD-LANDCHG
           MOVE WS-NEW-LCH-ID TO LCH-ID
           MOVE WS-TODAY-NUM TO LCH-DATE
           MOVE WS-ENT-PO-ID TO LCH-PO-ID
           MOVE PO-SUPPLIER-ID TO LCH-SUPPLIER-ID
           MOVE WS-ENT-INVOICE-NO TO LCH-AP-INVOICE-NO
           MOVE WS-ENT-TYPE TO LCH-TYPE
           MOVE WS-ENT-AMOUNT TO LCH-AMOUNT
           MOVE WS-ENT-BASIS TO LCH-BASIS
           MOVE PO-RECV-SITE-ID TO LCH-SITE-ID
           MOVE WS-LOT-COUNT TO LCH-LOT-COUNT
           MOVE "N" TO LCH-GL-POSTED
           WRITE FD-LANDCHG
           END-WRITE
           CLOSE LANDCHGS
           EXIT SECTION.

       END PROGRAM LANDCOST.
