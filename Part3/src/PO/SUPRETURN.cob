      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    RETURN TO SUPPLIER - A RECEIVED LOT PULLED FROM STOCK, AS A
      *    RULE AFTER A QUALITY COMPLAINT, GOES BACK AGAINST ITS PO
      *    LINE: A NEGATIVE RECEIPT ON THE INVENTORY LEDGER, THE PO
      *    LINE'S RECEIVED QUANTITY REDUCED AND A DEBIT NOTE RAISED ON
      *    THE SUPPLIER THROUGH SUPRETDOC | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPRETURN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVENTORY ASSIGN TO "INVENTORYFILE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVENTORY-FS.

           SELECT POFILE ASSIGN TO "FXPOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-ID
           FILE STATUS IS PO-FS.

           SELECT POLINES ASSIGN TO "FXPOLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POL-KEY
           FILE STATUS IS POLINE-FS.

           SELECT COMPLAINTS ASSIGN TO "FXCOMPLAINTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-ID
           FILE STATUS IS COMPLAINT-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY.
       COPY FD-IM.

       FD  POFILE.
       COPY FD-PO.

       FD  POLINES.
       COPY FD-POLINE.

       FD  COMPLAINTS.
       COPY FD-COMPLAINT.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       WORKING-STORAGE SECTION.
       COPY WS-IM.

       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  INVENTORY-FS                         PIC 9(002).
       77  PO-FS                                PIC 9(002).
       77  POLINE-FS                            PIC 9(002).
       77  COMPLAINT-FS                         PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> NO UNIT COST ON THESE MOVEMENTS - THE SITE'S AVERAGE COST
      *> STAYS AS IT IS
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99
                                                VALUE ZEROS.
      *> MOVEMENT ORIGIN FOR GOODS SENT BACK TO THE SUPPLIER
       78  MOVE-OUT-ORIGIN-RETURN               VALUE "RS".

       77  PRESS-KEY                            PIC X(001).
       77  WS-SAVE                              PIC X(001).
           88 SAVE-YES                          VALUE "Y" "y".

       01  WS-TODAY.
           05 WS-TODAY-YEAR                     PIC 9(004).
           05 WS-TODAY-MONTH                    PIC 9(002).
           05 WS-TODAY-DAY                      PIC 9(002).
       01  WS-TODAY-NUM REDEFINES WS-TODAY      PIC 9(008).
       01  WS-NOW-TIME.
           05  WS-NOW-HOUR                      PIC 9(002).
           05  WS-NOW-MINUTE                    PIC 9(002).
           05  WS-NOW-SECOND                    PIC 9(002).
           05  WS-NOW-HSEC                      PIC 9(002).

       77  WS-ENT-PO-ID                         PIC 9(006).
       77  WS-ENT-LINE-NO                       PIC 9(003).
       77  WS-ENT-COMPLAINT                     PIC 9(006).
       77  WS-ENT-LOT                           PIC X(010).
       77  WS-ENT-QTY                           PIC 9(005).
       77  WS-ENT-SITE                          PIC 9(003).

       77  WS-RTN-REASON                        PIC X(001).
       77  WS-RTN-STOCK-POSTED                  PIC X(001).
       77  WS-RTN-ID                            PIC 9(006).
       77  WS-RTN-VALUE                         PIC 9(007)V99.
       77  WS-LOT-ON-HAND                       PIC S9(006).
       77  WS-REMAINING-QTY                     PIC 9(005).
       77  WS-CHUNK-QTY                         PIC 9(003).
       77  WS-EST-VALUE                         PIC 9(007)V99.
       77  WS-VALUE-SHOW                        PIC ZZZZZZ9.99.
       77  WS-ON-HAND-SHOW                      PIC -(5)9.
       77  WS-INGRED-NAME-SHOW                  PIC X(030).
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

      ******************************************************************

       01  ENTRY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | RETURN TO SUPPLIER"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"            LINE 02 COL 60.
           05 VALUE "PURCHASE ORDER.....:" LINE 05 COL 10.
           05 SS-PO-ID PIC 9(006)          LINE 05 COL 32
              TO WS-ENT-PO-ID.
           05 VALUE "PO LINE............:" LINE 06 COL 10.
           05 SS-LINE-NO PIC 9(003)        LINE 06 COL 32
              TO WS-ENT-LINE-NO.
           05 VALUE "COMPLAINT (0=NONE).:" LINE 07 COL 10.
           05 SS-COMPLAINT PIC 9(006)      LINE 07 COL 32
              TO WS-ENT-COMPLAINT.
           05 VALUE "BATCH LOT..........:" LINE 08 COL 10.
           05 SS-LOT PIC X(010)            LINE 08 COL 32
              TO WS-ENT-LOT.
           05 VALUE "(BLANK = COMPLAINT'S LOT)" LINE 08 COL 45.
           05 VALUE "QUANTITY RETURNED..:" LINE 09 COL 10.
           05 SS-QTY PIC 9(005)            LINE 09 COL 32
              TO WS-ENT-QTY.
           05 VALUE "SITE (0=RECEIVING).:" LINE 10 COL 10.
           05 SS-SITE PIC 9(003)           LINE 10 COL 32
              TO WS-ENT-SITE.

      ******************************************************************

       01  CONFIRM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "INGREDIENT.........:" LINE 13 COL 10.
           05 SS-ING PIC 9(003)            LINE 13 COL 32
              FROM POL-INGRED-ID.
           05 SS-ING-NAME PIC X(030)       LINE 13 COL 38
              FROM WS-INGRED-NAME-SHOW.
           05 VALUE "RECEIVED ON LINE...:" LINE 14 COL 10.
           05 SS-RECEIVED PIC 9(005)       LINE 14 COL 32
              FROM POL-QTY-RECEIVED.
           05 VALUE "LOT ON HAND AT SITE:" LINE 15 COL 10.
           05 SS-ON-HAND PIC X(006)        LINE 15 COL 32
              FROM WS-ON-HAND-SHOW.
           05 VALUE "DEBIT NOTE VALUE...:" LINE 16 COL 10.
           05 SS-VALUE PIC X(010)          LINE 16 COL 32
              FROM WS-VALUE-SHOW.
           05 VALUE "RETURN THE GOODS (Y/N)?" LINE 18 COL 10.
           05 SS-SAVE PIC X(001)           LINE 18 COL 35 TO WS-SAVE.

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
               MOVE ZEROS TO WS-ENT-PO-ID, WS-ENT-LINE-NO
               MOVE ZEROS TO WS-ENT-COMPLAINT, WS-ENT-QTY
               MOVE ZEROS TO WS-ENT-SITE
               MOVE SPACES TO WS-ENT-LOT
               DISPLAY CLEAR-SCREEN
               DISPLAY ENTRY-SCREEN
               ACCEPT ENTRY-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM RETURN-ONE-LOT
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************
      *    CHECK THE ORDER, THE LINE, THE COMPLAINT AND THE LOT, THEN
      *    SEND THE GOODS BACK ONCE THE USER CONFIRMS
      ******************************************************************
       RETURN-ONE-LOT SECTION.
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

           OPEN INPUT POLINES
           MOVE WS-ENT-PO-ID TO POL-PO-ID
           MOVE WS-ENT-LINE-NO TO POL-LINE-NO
           READ POLINES
               INVALID KEY
                   CLOSE POLINES
                   MOVE "PO LINE NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE POLINES

           MOVE "O" TO WS-RTN-REASON
           IF WS-ENT-COMPLAINT NOT = ZEROS THEN
               PERFORM CHECK-COMPLAINT
               IF WS-ERROR-TEXT NOT = SPACES THEN
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
               END-IF
               MOVE "C" TO WS-RTN-REASON
           END-IF
           IF WS-ENT-LOT = SPACES THEN
               MOVE "BATCH LOT IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ENT-QTY = ZEROS THEN
               EXIT SECTION
           END-IF
           IF WS-ENT-QTY > POL-QTY-RECEIVED THEN
               MOVE "MORE THAN WAS RECEIVED ON THE PO LINE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ENT-SITE = ZEROS THEN
               MOVE PO-RECV-SITE-ID TO WS-ENT-SITE
           END-IF

           PERFORM COUNT-LOT-ON-HAND
           MOVE WS-LOT-ON-HAND TO WS-ON-HAND-SHOW
           IF WS-LOT-ON-HAND < WS-ENT-QTY THEN
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "LOT HOLDS ONLY " WS-ON-HAND-SHOW
                   " AT SITE " WS-ENT-SITE INTO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           PERFORM GET-INGRED-NAME
           COMPUTE WS-EST-VALUE ROUNDED =
               WS-ENT-QTY * POL-UNIT-PRICE
           MOVE WS-EST-VALUE TO WS-VALUE-SHOW
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

           PERFORM WRITE-RETURN-MOVEMENT
           PERFORM REDUCE-PO-LINE
           PERFORM REOPEN-PO
           MOVE "Y" TO WS-RTN-STOCK-POSTED
           CALL "SUPRETDOC" USING WS-ENT-PO-ID WS-ENT-LINE-NO
               WS-ENT-LOT WS-ENT-QTY WS-ENT-SITE WS-RTN-REASON
               WS-ENT-COMPLAINT WS-RTN-STOCK-POSTED
               WS-RTN-ID WS-RTN-VALUE
           MOVE WS-RTN-VALUE TO WS-VALUE-SHOW
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "RETURN " WS-RTN-ID " POSTED - DEBIT NOTE "
               WS-VALUE-SHOW INTO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> A COMPLAINT AGAINST ANOTHER SUPPLIER CANNOT JUSTIFY SENDING
      *> THIS ORDER'S GOODS BACK; A BLANK LOT TAKES THE COMPLAINT'S
       CHECK-COMPLAINT SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           OPEN INPUT COMPLAINTS
           IF COMPLAINT-FS = NOT-FILE THEN
               CLOSE COMPLAINTS
               MOVE "COMPLAINT NOT ON FILE" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE WS-ENT-COMPLAINT TO CMP-ID
           READ COMPLAINTS
               INVALID KEY
                   MOVE "COMPLAINT NOT ON FILE" TO WS-ERROR-TEXT
           END-READ
           CLOSE COMPLAINTS
           IF WS-ERROR-TEXT NOT = SPACES THEN
               EXIT SECTION
           END-IF
           IF CMP-SUPPLIER-ID NOT = ZEROS
              AND CMP-SUPPLIER-ID NOT = PO-SUPPLIER-ID THEN
               MOVE "COMPLAINT IS AGAINST ANOTHER SUPPLIER"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-ENT-LOT = SPACES THEN
               MOVE CMP-BATCH-LOT TO WS-ENT-LOT
           END-IF
           EXIT SECTION.

      *> WHAT IS LEFT OF THE LOT AT THE SITE, STRAIGHT OFF THE LEDGER
       COUNT-LOT-ON-HAND SECTION.
           MOVE ZEROS TO WS-LOT-ON-HAND
           OPEN INPUT INVENTORY
           IF INVENTORY-FS = NOT-FILE THEN
               CLOSE INVENTORY
               EXIT SECTION
           END-IF
           PERFORM UNTIL INVENTORY-FS NOT = ZEROS
               READ INVENTORY
                   AT END EXIT PERFORM
                   NOT AT END
                       IF MOVE-BATCH-LOT = WS-ENT-LOT
                          AND INGRED-ID = POL-INGRED-ID
                          AND MOVE-SITE-ID = WS-ENT-SITE THEN
                           ADD MOVE-IN-QTD TO WS-LOT-ON-HAND
                           SUBTRACT MOVE-OUT-QTD FROM WS-LOT-ON-HAND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY
           EXIT SECTION.

       GET-INGRED-NAME SECTION.
           MOVE SPACES TO WS-INGRED-NAME-SHOW
           OPEN INPUT FXINGRED
           IF INGRED-STATUS = NOT-FILE THEN
               CLOSE FXINGRED
               EXIT SECTION
           END-IF
           MOVE POL-INGRED-ID TO INGREDS-ID
           READ FXINGRED
               INVALID KEY MOVE "** UNKNOWN **"
                             TO WS-INGRED-NAME-SHOW
               NOT INVALID KEY MOVE INGREDS-NAME
                                 TO WS-INGRED-NAME-SHOW
           END-READ
           CLOSE FXINGRED
           EXIT SECTION.

      ******************************************************************
      *    THE NEGATIVE RECEIPT - AN OUT MOVEMENT OF THE LOT AT THE
      *    SITE, CARRYING THE SUPPLIER SO IT IS VALUED AT THEIR PRICE,
      *    IN CHUNKS OF WHAT THE LEDGER QUANTITY FIELD HOLDS
      ******************************************************************
       WRITE-RETURN-MOVEMENT SECTION.
           MOVE WS-ENT-QTY TO WS-REMAINING-QTY
           PERFORM UNTIL WS-REMAINING-QTY = ZEROS
               IF WS-REMAINING-QTY > 999 THEN
                   MOVE 999 TO WS-CHUNK-QTY
               ELSE
                   MOVE WS-REMAINING-QTY TO WS-CHUNK-QTY
               END-IF
               PERFORM WRITE-ONE-RETURN-MOVEMENT
               SUBTRACT WS-CHUNK-QTY FROM WS-REMAINING-QTY
           END-PERFORM
           EXIT SECTION.

       WRITE-ONE-RETURN-MOVEMENT SECTION.
           INITIALIZE WS-INVENTORY
           PERFORM LOOKUP-LAST-MOVEMENT

           MOVE SPACES TO WS-MOVE-IN-ID
           MOVE MOVE-OUT-ORIGIN-RETURN TO WS-MOVE-OUT-ID
           MOVE ZEROS TO WS-MOVE-IN-QTD
           MOVE WS-CHUNK-QTY TO WS-MOVE-OUT-QTD
           MOVE WS-ENT-SITE TO WS-MOVE-SITE-ID
           MOVE POL-INGRED-ID TO WS-INGRED-ID
           MOVE WS-ENT-LOT TO WS-MOVE-BATCH-LOT
           MOVE PO-SUPPLIER-ID TO WS-MOVE-SUPPLY-ID

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE ZEROS TO WS-TIME-MOVE-IN
           MOVE WS-TODAY-YEAR TO WS-TIME-MOVE-OUT-YEAR
           MOVE WS-TODAY-MONTH TO WS-TIME-MOVE-OUT-MONTH
           MOVE WS-TODAY-DAY TO WS-TIME-MOVE-OUT-DAY
           MOVE WS-NOW-HOUR TO WS-TIME-MOVE-OUT-HOUR
           MOVE WS-NOW-MINUTE TO WS-TIME-MOVE-OUT-MINUTE
           MOVE WS-TODAY-YEAR TO WS-TIME-ACTZ-YEAR
           MOVE WS-TODAY-MONTH TO WS-TIME-ACTZ-MONTH
           MOVE WS-TODAY-DAY TO WS-TIME-ACTZ-DAY
           MOVE WS-NOW-HOUR TO WS-TIME-ACTZ-HOUR
           MOVE WS-NOW-MINUTE TO WS-TIME-ACTZ-MINUTE

           OPEN EXTEND INVENTORY
           IF INVENTORY-FS = NOT-FILE THEN
               CLOSE INVENTORY
               OPEN OUTPUT INVENTORY
               CLOSE INVENTORY
               OPEN EXTEND INVENTORY
           END-IF
           MOVE WS-MOVE-DETAILS TO MOVE-DETAILS
           MOVE WS-INGRED-ID TO INGRED-ID
           MOVE WS-INGRED-UNIT-SUPPLIER TO INGRED-UNIT-SUPPLIER
           MOVE WS-INGRED-UNIT-SANDWICH TO INGRED-UNIT-SANDWICH
           MOVE WS-INGRED-CONV-FACTOR TO INGRED-CONV-FACTOR
           MOVE WS-THRESHOLD TO THRESHOLD
           MOVE WS-INGRED-IS-ACTIVE TO INGRED-IS-ACTIVE
           MOVE WS-MOVE-BATCH-LOT TO MOVE-BATCH-LOT
           MOVE WS-MOVE-SUPPLY-ID TO MOVE-SUPPLY-ID
           MOVE WS-TIME-DETAILS TO TIME-DETAILS
           SET REASON-SUPPLIER-RETURN TO TRUE
           WRITE FD-INVENTORY
           END-WRITE
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

      *> UNITS, CONVERSION FACTOR AND THRESHOLD TRAVEL ON EVERY
      *> MOVEMENT RECORD - PICK THEM UP FROM THE INGREDIENT'S LAST ONE
       LOOKUP-LAST-MOVEMENT SECTION.
           OPEN INPUT INVENTORY
           IF INVENTORY-FS = NOT-FILE THEN
               CLOSE INVENTORY
               EXIT SECTION
           END-IF
           PERFORM UNTIL INVENTORY-FS NOT = ZEROS
               READ INVENTORY
                   AT END EXIT PERFORM
                   NOT AT END
                       IF INGRED-ID = POL-INGRED-ID THEN
                           MOVE INGRED-UNIT-SUPPLIER
                             TO WS-INGRED-UNIT-SUPPLIER
                           MOVE INGRED-UNIT-SANDWICH
                             TO WS-INGRED-UNIT-SANDWICH
                           MOVE INGRED-CONV-FACTOR
                             TO WS-INGRED-CONV-FACTOR
                           MOVE THRESHOLD TO WS-THRESHOLD
                           MOVE INGRED-IS-ACTIVE
                             TO WS-INGRED-IS-ACTIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY
           EXIT SECTION.

      *> THE RETURNED QUANTITY COMES OFF WHAT THE LINE HAS RECEIVED,
      *> WHICH LEAVES THE LINE SHORT UNTIL A REPLACEMENT ARRIVES
       REDUCE-PO-LINE SECTION.
           OPEN I-O POLINES
           MOVE WS-ENT-PO-ID TO POL-PO-ID
           MOVE WS-ENT-LINE-NO TO POL-LINE-NO
           READ POLINES
               INVALID KEY
                   CLOSE POLINES
                   EXIT SECTION
           END-READ
           SUBTRACT WS-ENT-QTY FROM POL-QTY-RECEIVED
           IF POL-QTY-RECEIVED < POL-QTY-ORDERED THEN
               MOVE "Y" TO POL-SHORT-FLAG
           END-IF
           REWRITE FD-POLINE
           CLOSE POLINES
           EXIT SECTION.

      *> A CLOSED ORDER WITH GOODS SENT BACK IS OPEN AGAIN FOR THE
      *> REPLACEMENT DELIVERY
       REOPEN-PO SECTION.
           OPEN I-O POFILE
           MOVE WS-ENT-PO-ID TO PO-ID
           READ POFILE
               INVALID KEY
                   CLOSE POFILE
                   EXIT SECTION
           END-READ
           IF PO-STATUS-CLOSED THEN
               MOVE 2 TO PO-STATUS
               REWRITE FD-PO
           END-IF
           CLOSE POFILE
           EXIT SECTION.

       END PROGRAM SUPRETURN.
