      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SHARED RETURN-TO-SUPPLIER DOCUMENT - CALLED BY PORECV FOR A
      *    DELIVERY REJECTED AT THE HACCP CHECK AND BY SUPRETURN FOR A
      *    LOT PULLED FROM STOCK. RECORDS THE RETURN AGAINST ITS PO
      *    LINE, RAISES THE DEBIT NOTE AT THE PO LINE PRICE, PRINTS IT
      *    AND QUEUES IT TO THE SUPPLIER | V0.1 | 15.10.2026
      ******************************************************************
      *    THE CALLER LOOKS AFTER STOCK AND THE PO LINE; THIS ONLY
      *    WRITES THE DOCUMENT. A RETURN ID OF ZERO BACK MEANS THE PO
      *    OR ITS LINE WAS NOT ON FILE AND NOTHING WAS RAISED
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPRETDOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPRETS ASSIGN TO "FXSUPRET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTN-ID
           ALTERNATE RECORD KEY IS RTN-SUPPLIER-ID WITH DUPLICATES
           FILE STATUS IS SUPRET-FS.

      *> RUNNING COUNTER FOR THE NEXT RTN-ID
           SELECT SUPRETKEYS ASSIGN TO "SUPRETKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SUPRETKEY-FS.

      *> SHARED AUDIT TRAIL FOR EVERY KEYS COUNTER ADVANCED SYSTEM-WIDE
           SELECT KEYSAUDIT ASSIGN TO "KEYSAUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

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

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-ID
           ALTERNATE KEY IS SUPPLIER-TOWN WITH DUPLICATES
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS SUPP-STATUS.

           SELECT REPORTFILE ASSIGN TO "DEBITNOTEFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPRETS.
       COPY FD-SUPRET.

       FD  SUPRETKEYS.
       01  FDSUPRETKEYS                         PIC 9(006).

       FD  KEYSAUDIT.
       01  KEYS-AUDIT-RECORD.
           05  AUD-COUNTER-NAME                 PIC X(012).
           05  AUD-OLD-VALUE                    PIC 9(006).
           05  AUD-NEW-VALUE                    PIC 9(006).
           05  AUD-DATE                         PIC 9(008).
           05  AUD-TIME                         PIC 9(008).

       FD  POFILE.
       COPY FD-PO.

       FD  POLINES.
       COPY FD-POLINE.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  SUPRET-FS                            PIC 9(002).
       77  SUPRETKEY-FS                         PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       77  PO-FS                                PIC 9(002).
       77  POLINE-FS                            PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  RTN-COUNTER-NAME                     VALUE "SUPRETKEYS".

       77  WS-AUDIT-OLD-VALUE                   PIC 9(006).
       77  WS-NEW-RTN-ID                        PIC 9(006).
       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-SUPPLIER-NAME                     PIC X(030).
       77  WS-VALUE-SHOW                        PIC ZZZZZZ9.99.

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "DEBITNOTE".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "DEBITNOTEFILE".

       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
       01  NTQ-TEXT                             PIC X(060).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(024)
              VALUE "BREADWICH - DEBIT NOTE: ".
           05 RPT-HEAD-ID                       PIC 9(006).
           05 FILLER                            PIC X(010)
              VALUE "    DATE: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-SUPPLIER-LINE.
           05 FILLER                            PIC X(020)
              VALUE "TO SUPPLIER.......: ".
           05 RPT-SUPP-ID                       PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-SUPP-NAME                     PIC X(030).

       01  RPT-PO-LINE.
           05 FILLER                            PIC X(020)
              VALUE "PURCHASE ORDER....: ".
           05 RPT-PO-ID                         PIC 9(006).
           05 FILLER                            PIC X(008)
              VALUE "  LINE: ".
           05 RPT-PO-LINE-NO                    PIC 9(003).

       01  RPT-LOT-LINE.
           05 FILLER                            PIC X(020)
              VALUE "INGREDIENT........: ".
           05 RPT-INGRED-ID                     PIC 9(003).
           05 FILLER                            PIC X(007)
              VALUE "  LOT: ".
           05 RPT-BATCH-LOT                     PIC X(010).

       01  RPT-QTY-LINE.
           05 FILLER                            PIC X(020)
              VALUE "QUANTITY RETURNED.: ".
           05 RPT-QTY                           PIC ZZZZ9.
           05 FILLER                            PIC X(014)
              VALUE "  UNIT PRICE: ".
           05 RPT-UNIT-PRICE                    PIC ZZ9.99.

       01  RPT-REASON-LINE.
           05 FILLER                            PIC X(020)
              VALUE "REASON............: ".
           05 RPT-REASON-TEXT                   PIC X(050).

       01  RPT-AMOUNT-LINE.
           05 FILLER                            PIC X(020)
              VALUE "AMOUNT DEBITED....: ".
           05 RPT-AMOUNT                        PIC ZZZZZZ9.99.

       01  RPT-FOOT-LINE.
           05 FILLER                            PIC X(037)
              VALUE "THIS AMOUNT WILL BE DEDUCTED FROM OUR".
           05 FILLER                            PIC X(030)
              VALUE " NEXT PAYMENT TO YOU".

       LINKAGE SECTION.
       01  LK-PO-ID                             PIC 9(006).
       01  LK-PO-LINE-NO                        PIC 9(003).
       01  LK-BATCH-LOT                         PIC X(010).
       01  LK-QTY                               PIC 9(005).
      *> ZERO TAKES THE SITE THE ORDER WAS RECEIVED AT
       01  LK-SITE-ID                           PIC 9(003).
       01  LK-REASON                            PIC X(001).
       01  LK-COMPLAINT-ID                      PIC 9(006).
       01  LK-STOCK-POSTED                      PIC X(001).
      *> BACK TO THE CALLER
       01  LK-RTN-ID                            PIC 9(006).
       01  LK-RTN-VALUE                         PIC 9(007)V99.

      ******************************************************************

       PROCEDURE DIVISION USING LK-PO-ID LK-PO-LINE-NO LK-BATCH-LOT
           LK-QTY LK-SITE-ID LK-REASON LK-COMPLAINT-ID
           LK-STOCK-POSTED LK-RTN-ID LK-RTN-VALUE.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO LK-RTN-ID, LK-RTN-VALUE

           OPEN INPUT POFILE
           IF PO-FS = NOT-FILE THEN
               CLOSE POFILE
               EXIT PROGRAM
           END-IF
           MOVE LK-PO-ID TO PO-ID
           READ POFILE
               INVALID KEY
                   CLOSE POFILE
                   EXIT PROGRAM
           END-READ
           CLOSE POFILE

           OPEN INPUT POLINES
           MOVE LK-PO-ID TO POL-PO-ID
           MOVE LK-PO-LINE-NO TO POL-LINE-NO
           READ POLINES
               INVALID KEY
                   CLOSE POLINES
                   EXIT PROGRAM
           END-READ
           CLOSE POLINES

           PERFORM GET-RETURN-ID
           PERFORM WRITE-RETURN
           PERFORM PRINT-DEBIT-NOTE
           PERFORM SEND-DEBIT-NOTE
           MOVE WS-NEW-RTN-ID TO LK-RTN-ID
           MOVE RTN-VALUE TO LK-RTN-VALUE
           EXIT PROGRAM.

       GET-RETURN-ID SECTION.
           OPEN I-O SUPRETKEYS
           IF SUPRETKEY-FS = NOT-FILE THEN
               CLOSE SUPRETKEYS
               OPEN OUTPUT SUPRETKEYS
               MOVE ZEROS TO FDSUPRETKEYS
               WRITE FDSUPRETKEYS
               CLOSE SUPRETKEYS
               OPEN I-O SUPRETKEYS
           END-IF
           READ SUPRETKEYS
               MOVE FDSUPRETKEYS TO WS-AUDIT-OLD-VALUE
               ADD 1 TO FDSUPRETKEYS
               MOVE FDSUPRETKEYS TO WS-NEW-RTN-ID
           REWRITE FDSUPRETKEYS
           CLOSE SUPRETKEYS
           MOVE RTN-COUNTER-NAME TO AUD-COUNTER-NAME
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-RTN-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
               WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

      ******************************************************************
      *    THE NOTE IS VALUED AT THE PRICE THE GOODS WERE ORDERED AT,
      *    THE SAME PRICE APINV MATCHES THE SUPPLIER'S INVOICE AGAINST
      ******************************************************************
       WRITE-RETURN SECTION.
           OPEN I-O SUPRETS
           IF SUPRET-FS = NOT-FILE THEN
               CLOSE SUPRETS
               OPEN OUTPUT SUPRETS
               CLOSE SUPRETS
               OPEN I-O SUPRETS
           END-IF
           INITIALIZE FD-SUPRET
           MOVE WS-NEW-RTN-ID TO RTN-ID
           MOVE WS-TODAY-NUM TO RTN-DATE
           MOVE PO-SUPPLIER-ID TO RTN-SUPPLIER-ID
           MOVE LK-PO-ID TO RTN-PO-ID
           MOVE LK-PO-LINE-NO TO RTN-PO-LINE-NO
           MOVE POL-INGRED-ID TO RTN-INGRED-ID
           MOVE LK-BATCH-LOT TO RTN-BATCH-LOT
           MOVE LK-QTY TO RTN-QTY
           MOVE POL-UNIT-PRICE TO RTN-UNIT-PRICE
           COMPUTE RTN-VALUE ROUNDED = LK-QTY * POL-UNIT-PRICE
           IF LK-SITE-ID = ZEROS THEN
               MOVE PO-RECV-SITE-ID TO RTN-SITE-ID
           ELSE
               MOVE LK-SITE-ID TO RTN-SITE-ID
           END-IF
           MOVE LK-REASON TO RTN-REASON
           MOVE LK-COMPLAINT-ID TO RTN-COMPLAINT-ID
           MOVE LK-STOCK-POSTED TO RTN-STOCK-POSTED
           MOVE "O" TO RTN-DN-STATUS
           MOVE ZEROS TO RTN-NETTED-DATE
           MOVE SPACES TO RTN-AP-INVOICE-NO
           MOVE "N" TO RTN-GL-POSTED
           WRITE FD-SUPRET
           END-WRITE
           CLOSE SUPRETS
           EXIT SECTION.

       PRINT-DEBIT-NOTE SECTION.
           MOVE SPACES TO WS-SUPPLIER-NAME
           MOVE SPACES TO NTQ-RECIPIENT
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = NOT-FILE THEN
               MOVE RTN-SUPPLIER-ID TO SUPPLIER-ID
               READ FXSUPPLY
                   INVALID KEY MOVE "** UNKNOWN SUPPLIER **"
                                 TO WS-SUPPLIER-NAME
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME TO WS-SUPPLIER-NAME
                       MOVE SUPPLIER-EMAIL1 TO NTQ-RECIPIENT
               END-READ
           END-IF
           CLOSE FXSUPPLY

           OPEN OUTPUT REPORTFILE
           MOVE RTN-ID TO RPT-HEAD-ID
           MOVE RTN-DATE TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE RTN-SUPPLIER-ID TO RPT-SUPP-ID
           MOVE WS-SUPPLIER-NAME TO RPT-SUPP-NAME
           WRITE REPORT-LINE FROM RPT-SUPPLIER-LINE
           MOVE RTN-PO-ID TO RPT-PO-ID
           MOVE RTN-PO-LINE-NO TO RPT-PO-LINE-NO
           WRITE REPORT-LINE FROM RPT-PO-LINE
           MOVE RTN-INGRED-ID TO RPT-INGRED-ID
           MOVE RTN-BATCH-LOT TO RPT-BATCH-LOT
           WRITE REPORT-LINE FROM RPT-LOT-LINE
           MOVE RTN-QTY TO RPT-QTY
           MOVE RTN-UNIT-PRICE TO RPT-UNIT-PRICE
           WRITE REPORT-LINE FROM RPT-QTY-LINE
           MOVE SPACES TO RPT-REASON-TEXT
           EVALUATE TRUE
               WHEN RTN-REASON-HACCP
                   MOVE "REJECTED AT THE RECEIVING TEMPERATURE CHECK"
                     TO RPT-REASON-TEXT
               WHEN RTN-REASON-COMPLAINT
                   STRING "LOT WITHDRAWN AFTER QUALITY COMPLAINT "
                       RTN-COMPLAINT-ID INTO RPT-REASON-TEXT
               WHEN OTHER
                   MOVE "GOODS RETURNED" TO RPT-REASON-TEXT
           END-EVALUATE
           WRITE REPORT-LINE FROM RPT-REASON-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE RTN-VALUE TO RPT-AMOUNT
           WRITE REPORT-LINE FROM RPT-AMOUNT-LINE
           WRITE REPORT-LINE FROM RPT-FOOT-LINE
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           EXIT SECTION.

       SEND-DEBIT-NOTE SECTION.
           IF NTQ-RECIPIENT = SPACES THEN
               MOVE "ACCOUNTS OFFICE" TO NTQ-RECIPIENT
           END-IF
           MOVE "DEBITNOTE" TO NTQ-TYPE
           MOVE RTN-VALUE TO WS-VALUE-SHOW
           MOVE SPACES TO NTQ-TEXT
           STRING "DEBIT NOTE " RTN-ID " ON PO " RTN-PO-ID
               " FOR " WS-VALUE-SHOW INTO NTQ-TEXT
           CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
           EXIT SECTION.

       END PROGRAM SUPRETDOC.
