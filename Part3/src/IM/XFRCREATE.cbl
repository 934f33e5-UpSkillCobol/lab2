      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    SHARED TRANSFER WRITER - CREATES ONE INTER-SITE TRANSFER
      *    EXACTLY AS A NEW TRANSFER KEYED IN IMTRANSFER: THE NEXT
      *    TRANSFKEYS NUMBER (AUDITED), THE SENDING SIDE'S MOVE-OUT ON
      *    THE JOURNAL AND FXSTOCKBAL, AND THE FXTRANSFERS RECORD IN
      *    TRANSIT UNTIL THE RECEIVING SITE CONFIRMS IT. RETURNS THE
      *    NEW TRANSFER NUMBER | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFRCREATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSFERS ASSIGN TO "FXTRANSFERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XFR-ID
           FILE STATUS IS TRANSFER-FS.

           SELECT INVENTORY ASSIGN TO "INVENTORYFILE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVENTORY-FS.

      *> RUNNING COUNTER FOR THE NEXT XFR-ID
           SELECT TRANSFKEYS ASSIGN TO "TRANSFKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TRANSFKEY-FS.

      *> SHARED AUDIT TRAIL FOR EVERY KEYS COUNTER ADVANCED SYSTEM-WIDE
           SELECT KEYSAUDIT ASSIGN TO "KEYSAUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFERS.
       COPY FD-TRANSFER.

       FD  INVENTORY.
       COPY FD-IM.

       FD  TRANSFKEYS.
       01  FDTRANSFKEYS                         PIC 9(006).

       FD  KEYSAUDIT.
       01  KEYS-AUDIT-RECORD.
           05  AUD-COUNTER-NAME                 PIC X(012).
           05  AUD-OLD-VALUE                    PIC 9(006).
           05  AUD-NEW-VALUE                    PIC 9(006).
           05  AUD-DATE                         PIC 9(008).
           05  AUD-TIME                         PIC 9(008).

       WORKING-STORAGE SECTION.
       COPY WS-IM.

       77  TRANSFER-FS                          PIC 9(002).
       77  INVENTORY-FS                         PIC 9(002).
       77  TRANSFKEY-FS                         PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  TRANSFER-COUNTER-NAME                VALUE "TRANSFKEYS".
      *> MOVEMENT ORIGIN CODE FOR BOTH SIDES OF A TRANSFER
       78  MOVE-ORIGIN-TRANSFER                 VALUE "TF".
      *> THE SENDING SIDE CARRIES NO COST - IT LEAVES THE AVERAGE
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99.
       77  WS-AUDIT-OLD-VALUE                   PIC 9(006).

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

       LINKAGE SECTION.
       01  LK-FROM-SITE                         PIC 9(003).
       01  LK-TO-SITE                           PIC 9(003).
       01  LK-INGRED-ID                         PIC 9(003).
       01  LK-QTY                               PIC 9(003).
       01  LK-XFR-ID                            PIC 9(006).

      ******************************************************************

       PROCEDURE DIVISION USING LK-FROM-SITE LK-TO-SITE LK-INGRED-ID
           LK-QTY LK-XFR-ID.
       MAIN SECTION.
           MOVE ZEROS TO LK-XFR-ID
           IF LK-QTY = ZEROS OR LK-FROM-SITE = LK-TO-SITE THEN
               GOBACK
           END-IF
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM GET-TRANSFER-ID
           PERFORM WRITE-MOVE-OUT

           OPEN I-O TRANSFERS
           MOVE LK-XFR-ID TO XFR-ID
           MOVE LK-FROM-SITE TO XFR-FROM-SITE
           MOVE LK-TO-SITE TO XFR-TO-SITE
           MOVE LK-INGRED-ID TO XFR-INGRED-ID
           MOVE LK-QTY TO XFR-QTY
           MOVE WS-TODAY-NUM TO XFR-DATE
           MOVE 1 TO XFR-STATUS
           WRITE FD-TRANSFER
           END-WRITE
           CLOSE TRANSFERS
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O TRANSFERS
           IF TRANSFER-FS = NOT-FILE THEN
               OPEN OUTPUT TRANSFERS
           END-IF
           CLOSE TRANSFERS
           OPEN I-O TRANSFKEYS
           IF TRANSFKEY-FS = NOT-FILE THEN
               OPEN OUTPUT TRANSFKEYS
               MOVE ZEROS TO FDTRANSFKEYS
               WRITE FDTRANSFKEYS
           END-IF
           CLOSE TRANSFKEYS
           EXIT SECTION.

      ******************************************************************
      *    THE SENDING SIDE ON THE MOVEMENT LEDGER WITH ORIGIN "TF" -
      *    THE RECEIVING MOVE-IN LANDS WHEN IMTRANSFER CONFIRMS
      ******************************************************************
       WRITE-MOVE-OUT SECTION.
           INITIALIZE WS-INVENTORY
           PERFORM LOOKUP-INGREDIENT-MASTER
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE LK-INGRED-ID TO WS-INGRED-ID
           MOVE MOVE-ORIGIN-TRANSFER TO WS-MOVE-OUT-ID
           MOVE LK-QTY TO WS-MOVE-OUT-QTD
           MOVE LK-FROM-SITE TO WS-MOVE-SITE-ID
           MOVE WS-TODAY-YEAR TO WS-TIME-MOVE-OUT-YEAR
           MOVE WS-TODAY-MONTH TO WS-TIME-MOVE-OUT-MONTH
           MOVE WS-TODAY-DAY TO WS-TIME-MOVE-OUT-DAY
           MOVE WS-NOW-HOUR TO WS-TIME-MOVE-OUT-HOUR
           MOVE WS-NOW-MINUTE TO WS-TIME-MOVE-OUT-MINUTE

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
           MOVE "TF" TO MOVE-REASON-CODE
           WRITE FD-INVENTORY
           END-WRITE
           MOVE ZEROS TO WS-STOCK-UNIT-COST
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

       LOOKUP-INGREDIENT-MASTER SECTION.
           OPEN INPUT INVENTORY
           IF INVENTORY-FS = NOT-FILE THEN
               CLOSE INVENTORY
               EXIT SECTION
           END-IF
           PERFORM UNTIL INVENTORY-FS NOT = ZEROS
               READ INVENTORY
                   AT END EXIT PERFORM
                   NOT AT END
                       IF INGRED-ID = LK-INGRED-ID THEN
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

      ******************************************************************

       GET-TRANSFER-ID SECTION.
           OPEN I-O TRANSFKEYS
           READ TRANSFKEYS
               MOVE FDTRANSFKEYS TO WS-AUDIT-OLD-VALUE
               ADD 1 TO FDTRANSFKEYS
               MOVE FDTRANSFKEYS TO LK-XFR-ID
           REWRITE FDTRANSFKEYS
           CLOSE TRANSFKEYS
           MOVE TRANSFER-COUNTER-NAME TO AUD-COUNTER-NAME
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
           MOVE LK-XFR-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
           IF AUDIT-STATUS = NOT-FILE THEN
               CLOSE KEYSAUDIT
               OPEN OUTPUT KEYSAUDIT
               CLOSE KEYSAUDIT
               OPEN EXTEND KEYSAUDIT
           END-IF
           WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

       END PROGRAM XFRCREATE.
