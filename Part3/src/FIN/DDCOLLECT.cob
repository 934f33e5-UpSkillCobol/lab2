      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS RECEIVABLE
      ******************************************************************
      *    SEPA DIRECT-DEBIT COLLECTION RUN - PICKS EVERY DUE OPEN
      *    INVOICE WHOSE SCHOOL OR PAYER HOLDS AN ACTIVE MANDATE,
      *    WRITES THE PAIN.008 FILE FOR THE BANK, BOOKS THE RECEIPT
      *    AND PUTS THE INVOICE IN COLLECTION | V0.1 | 15.10.2026
      ******************************************************************
      *    AN INVOICE FALLS DUE DD-DUE-DAYS AFTER ITS ISSUE DATE -
      *    THE SAME DAY ARDUN WOULD SEND THE FIRST REMINDER
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING ALSO CARRIES THE BUSINESS DATE (BUSDATE)
      *    IT WAS RUN ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOLLECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVOICES ASSIGN TO "FXINVOICES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ID
           FILE STATUS IS INVOICE-FS.

           SELECT RECEIPTS ASSIGN TO "FXRECEIPTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCPT-KEY
           FILE STATUS IS RECEIPT-FS.

           SELECT MANDATES ASSIGN TO "FXDDMANDATE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DDM-CUSTOMER-ID
           FILE STATUS IS MANDATE-FS.

           SELECT DDCOLL ASSIGN TO "FXDDCOLL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DDC-KEY
           FILE STATUS IS DDCOLL-FS.

      *> RUNNING COUNTER FOR THE NEXT COLLECTION BATCH
           SELECT DDBKEYS ASSIGN TO "DDBKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DDBKEY-FS.

      *> SHARED AUDIT TRAIL FOR EVERY KEYS COUNTER ADVANCED SYSTEM-WIDE
           SELECT KEYSAUDIT ASSIGN TO "KEYSAUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT SEPAFILE ASSIGN TO DYNAMIC WS-SEPA-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEPA-FS.

           SELECT REPORTFILE ASSIGN TO "DDCOLLFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES.
       COPY FD-INVOICE.

       FD  RECEIPTS.
       COPY FD-RECEIPT.

       FD  MANDATES.
       COPY FD-DDMANDATE.

       FD  DDCOLL.
       COPY FD-DDCOLL.

       FD  DDBKEYS.
       01  FDDDBKEYS                            PIC 9(006).

       FD  KEYSAUDIT.
       01  KEYS-AUDIT-RECORD.
           05  AUD-COUNTER-NAME                 PIC X(012).
           05  AUD-OLD-VALUE                    PIC 9(006).
           05  AUD-NEW-VALUE                    PIC 9(006).
           05  AUD-DATE                         PIC 9(008).
           05  AUD-TIME                         PIC 9(008).

       FD  SEPAFILE.
       01  SEPA-RECORD                          PIC X(200).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       COPY COMPANY.

       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  INVOICE-FS                           PIC 9(002).
       77  RECEIPT-FS                           PIC 9(002).
       77  MANDATE-FS                           PIC 9(002).
       77  DDCOLL-FS                            PIC 9(002).
       77  DDBKEY-FS                            PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       77  SEPA-FS                              PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  DDB-COUNTER-NAME                     VALUE "DDBKEYS".
       78  DD-DUE-DAYS                          VALUE 30.
       78  DD-LEAD-DAYS                         VALUE 2.
       78  MAX-DD-ITEMS                         VALUE 999.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-INNER                           PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "DDCOLLECT".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "DDCOLLFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-NOW-TIME                          PIC 9(008).
       77  WS-COLL-DATE                         PIC 9(008).
       77  WS-DUE-DATE                          PIC 9(008).
       77  WS-INV-DATE-NUM                      PIC 9(008).
       77  WS-AUDIT-OLD-VALUE                   PIC 9(006).
       77  WS-BATCH-ID                          PIC 9(006).
       77  WS-SEPA-NAME                         PIC X(016).
       77  WS-LOOKUP-INV-ID                     PIC 9(006).
       77  WS-PAID-SO-FAR                       PIC S9(007)V99.
       77  WS-OUTSTANDING                       PIC S9(007)V99.
       77  WS-NEXT-SEQ                          PIC 9(003).
       77  WS-SEQ-TYPE                          PIC X(004).
       77  WS-SEQ-COUNT                         PIC 9(004).
       77  WS-SEQ-SUM                           PIC 9(009)V99.
       77  WS-FRST-COUNT                        PIC 9(004).
       77  WS-FRST-SUM                          PIC 9(009)V99.
       77  WS-RCUR-COUNT                        PIC 9(004).
       77  WS-RCUR-SUM                          PIC 9(009)V99.
       77  WS-BATCH-SUM                         PIC 9(009)V99.
       77  WS-SKIPPED-COUNT                     PIC 9(004).

      *> ITEMS PICKED FOR THE BATCH
       77  WS-DD-COUNT                          PIC 9(004).
       77  WS-DD-IX                             PIC 9(004).
       01  WS-DD-TABLE.
           05 WS-DD-ITEM OCCURS 999 TIMES.
               10 WS-DD-INV-ID                  PIC 9(006).
               10 WS-DD-CUSTOMER                PIC 9(003).
               10 WS-DD-AMOUNT                  PIC 9(007)V99.
               10 WS-DD-SEQ-TYPE                PIC X(004).
               10 WS-DD-MANDATE-REF             PIC X(035).
               10 WS-DD-SIGNED                  PIC 9(008).
               10 WS-DD-IBAN                    PIC X(034).
               10 WS-DD-BIC                     PIC X(011).
               10 WS-DD-HOLDER                  PIC X(050).
       01  WS-E2E-ID.
           05 FILLER                            PIC X(002) VALUE "BW".
           05 WS-E2E-BATCH                      PIC 9(006).
           05 WS-E2E-INV                        PIC 9(006).

      *> XML WRITER STATE
       77  WS-XML-DEPTH                         PIC 9(002).
       77  WS-XML-PTR                           PIC 9(003).
       77  WS-XML-TAG                           PIC X(040).
       77  WS-XML-WRAP                          PIC X(040).
       77  WS-XML-ATTR                          PIC X(040).
       77  WS-XML-VALUE                         PIC X(120).
       77  WS-XML-DATE                          PIC 9(008).
       77  WS-XML-AMOUNT                        PIC Z(009)9.99.
       77  WS-XML-COUNT                         PIC Z(007)9.

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(030)
              VALUE "BREADWICH - DIRECT DEBIT RUN: ".
           05 FILLER                            PIC X(006)
              VALUE "BATCH ".
           05 RPT-HEAD-BATCH                    PIC 9(006).
           05 FILLER                            PIC X(012)
              VALUE "  COLLECT ON".
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-RUN-DATE                 PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(009) VALUE "INVOICE".
           05 FILLER PIC X(006) VALUE "CUST".
           05 FILLER PIC X(006) VALUE "SEQ".
           05 FILLER PIC X(016) VALUE "END-TO-END ID".
           05 FILLER PIC X(036) VALUE "MANDATE".
           05 FILLER PIC X(010) VALUE "AMOUNT".

       01  RPT-DETAIL.
           05 RPT-DET-INV                       PIC 9(006).
           05 FILLER                            PIC X(003).
           05 RPT-DET-CUST                      PIC 9(003).
           05 FILLER                            PIC X(003).
           05 RPT-DET-SEQ                       PIC X(004).
           05 FILLER                            PIC X(002).
           05 RPT-DET-E2E                       PIC X(014).
           05 FILLER                            PIC X(002).
           05 RPT-DET-MANDATE                   PIC X(035).
           05 FILLER                            PIC X(001).
           05 RPT-DET-AMOUNT                    PIC ZZZZZZ9.99.

       01  RPT-SUMMARY.
           05 RPT-SUM-LABEL                     PIC X(020).
           05 FILLER                            PIC X(007)
              VALUE "ITEMS: ".
           05 RPT-SUM-COUNT                     PIC ZZZ9.
           05 FILLER                            PIC X(010)
              VALUE "  AMOUNT: ".
           05 RPT-SUM-AMOUNT                    PIC ZZZZZZZZ9.99.

       01  RPT-SKIPPED.
           05 FILLER                            PIC X(050)
              VALUE "DUE INVOICES LEFT OUT - TABLE FULL, NEXT RUN: ".
           05 RPT-SKIP-COUNT                    PIC ZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DATE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | DIRECT-DEBIT COLLECTION"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"                 LINE 02 COL 60.
           05 VALUE "COLLECTION DATE (YYYYMMDD):" LINE 05 COL 10.
           05 SS-COLL-DATE PIC 9(008) LINE 05 COL 39
              USING WS-COLL-DATE.
           05 VALUE "INVOICES DUE BY THAT DATE ARE DEBITED FROM THE"
              LINE 07 COL 10.
           05 VALUE "ACCOUNT ON THE CUSTOMER'S ACTIVE MANDATE"
              LINE 08 COL 10.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "COLLECTION BATCH WRITTEN" LINE 10 COL 10.
           05 VALUE "BATCH:" LINE 12 COL 10.
           05 SS-BATCH PIC 9(006) LINE 12 COL 30 FROM WS-BATCH-ID.
           05 VALUE "FILE:" LINE 13 COL 10.
           05 SS-FILE PIC X(016) LINE 13 COL 30 FROM WS-SEPA-NAME.
           05 VALUE "ITEMS:" LINE 14 COL 10.
           05 SS-ITEMS PIC ZZZ9 LINE 14 COL 30 FROM WS-DD-COUNT.
           05 VALUE "SEE DDCOLLFILE FOR THE LISTING" LINE 16 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 18 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM CREATE-FILES

           COMPUTE WS-COLL-DATE = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) + DD-LEAD-DAYS)
           DISPLAY CLEAR-SCREEN
           DISPLAY DATE-SCREEN
           ACCEPT DATE-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           IF WS-COLL-DATE < WS-TODAY-NUM
              OR TEST-DATE-YYYYMMDD (WS-COLL-DATE) NOT = ZEROS THEN
               MOVE "COLLECTION DATE NOT VALID - NOTHING COLLECTED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

           PERFORM PICK-DUE-INVOICES
           IF WS-DD-COUNT = ZEROS THEN
               MOVE "NOTHING DUE FOR DIRECT DEBIT ON THAT DATE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

           PERFORM GET-BATCH-ID
           MOVE SPACES TO WS-SEPA-NAME
           STRING "DD" WS-BATCH-ID ".XML"
               DELIMITED BY SIZE INTO WS-SEPA-NAME
           PERFORM WRITE-SEPA-FILE
           PERFORM BOOK-COLLECTIONS
           PERFORM PRINT-BATCH

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O DDCOLL
           IF DDCOLL-FS = NOT-FILE THEN
               OPEN OUTPUT DDCOLL
           END-IF
           CLOSE DDCOLL
           OPEN I-O DDBKEYS
           IF DDBKEY-FS = NOT-FILE THEN
               OPEN OUTPUT DDBKEYS
               MOVE ZEROS TO FDDDBKEYS
               WRITE FDDDBKEYS
           END-IF
           CLOSE DDBKEYS
           EXIT SECTION.

      ******************************************************************
      *    AN INVOICE GOES IN WHEN IT IS OPEN, DUE BY THE COLLECTION
      *    DATE, STILL HAS SOMETHING OUTSTANDING AND ITS CUSTOMER
      *    SIGNED AN ACTIVE MANDATE BEFORE THAT DATE
      ******************************************************************
       PICK-DUE-INVOICES SECTION.
           MOVE ZEROS TO WS-DD-COUNT, WS-SKIPPED-COUNT
           MOVE ZEROS TO WS-FRST-COUNT, WS-FRST-SUM
           MOVE ZEROS TO WS-RCUR-COUNT, WS-RCUR-SUM
           OPEN INPUT MANDATES
           IF MANDATE-FS = NOT-FILE THEN
               CLOSE MANDATES
               EXIT SECTION
           END-IF
           OPEN INPUT INVOICES
           IF INVOICE-FS = NOT-FILE THEN
               CLOSE INVOICES
               CLOSE MANDATES
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-INNER
           PERFORM UNTIL FLAG-INNER = "E"
               READ INVOICES NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF INV-STATUS-OPEN THEN
                           PERFORM CHECK-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-INNER
           CLOSE INVOICES
           CLOSE MANDATES
           EXIT SECTION.

       CHECK-ONE-INVOICE SECTION.
           MOVE INV-DATE TO WS-INV-DATE-NUM
           COMPUTE WS-DUE-DATE = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-INV-DATE-NUM) + DD-DUE-DAYS)
           IF WS-DUE-DATE > WS-COLL-DATE THEN
               EXIT SECTION
           END-IF
           MOVE INV-SCHOOL-ID TO DDM-CUSTOMER-ID
           READ MANDATES
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF NOT DDM-ACTIVE OR DDM-SIGNED-DATE > WS-COLL-DATE THEN
               EXIT SECTION
           END-IF
           MOVE INV-ID TO WS-LOOKUP-INV-ID
           PERFORM SUM-RECEIPTS
           COMPUTE WS-OUTSTANDING = INV-TOTAL - WS-PAID-SO-FAR
           IF WS-OUTSTANDING NOT > ZEROS THEN
               EXIT SECTION
           END-IF
           IF WS-DD-COUNT >= MAX-DD-ITEMS THEN
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT SECTION
           END-IF

           ADD 1 TO WS-DD-COUNT
           MOVE INV-ID TO WS-DD-INV-ID (WS-DD-COUNT)
           MOVE INV-SCHOOL-ID TO WS-DD-CUSTOMER (WS-DD-COUNT)
           MOVE WS-OUTSTANDING TO WS-DD-AMOUNT (WS-DD-COUNT)
           MOVE DDM-MANDATE-REF TO WS-DD-MANDATE-REF (WS-DD-COUNT)
           MOVE DDM-SIGNED-DATE TO WS-DD-SIGNED (WS-DD-COUNT)
           MOVE DDM-IBAN TO WS-DD-IBAN (WS-DD-COUNT)
           MOVE DDM-BIC TO WS-DD-BIC (WS-DD-COUNT)
           MOVE DDM-HOLDER-NAME TO WS-DD-HOLDER (WS-DD-COUNT)
           IF DDM-LAST-COLLECTION = ZEROS THEN
               MOVE "FRST" TO WS-DD-SEQ-TYPE (WS-DD-COUNT)
               ADD 1 TO WS-FRST-COUNT
               ADD WS-OUTSTANDING TO WS-FRST-SUM
           ELSE
               MOVE "RCUR" TO WS-DD-SEQ-TYPE (WS-DD-COUNT)
               ADD 1 TO WS-RCUR-COUNT
               ADD WS-OUTSTANDING TO WS-RCUR-SUM
           END-IF
           EXIT SECTION.

       SUM-RECEIPTS SECTION.
           MOVE ZEROS TO WS-PAID-SO-FAR
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT RECEIPTS
           IF RECEIPT-FS = NOT-FILE THEN
               CLOSE RECEIPTS
               EXIT SECTION
           END-IF
           MOVE WS-LOOKUP-INV-ID TO RCPT-INV-ID
           MOVE ZEROS TO RCPT-SEQ
           START RECEIPTS KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ RECEIPTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RCPT-INV-ID NOT = WS-LOOKUP-INV-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           ADD RCPT-AMOUNT TO WS-PAID-SO-FAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       GET-BATCH-ID SECTION.
           OPEN I-O DDBKEYS
           READ DDBKEYS
               MOVE FDDDBKEYS TO WS-AUDIT-OLD-VALUE
               ADD 1 TO FDDDBKEYS
               MOVE FDDDBKEYS TO WS-BATCH-ID
           REWRITE FDDDBKEYS
           CLOSE DDBKEYS
           MOVE DDB-COUNTER-NAME TO AUD-COUNTER-NAME
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-BATCH-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
               WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

      ******************************************************************
      *    PAIN.008.001.02 CUSTOMER DIRECT-DEBIT INITIATION - ONE
      *    PAYMENT BLOCK PER SEQUENCE TYPE, EACH CARRYING ITS OWN
      *    COUNT AND CONTROL SUM
      ******************************************************************
       WRITE-SEPA-FILE SECTION.
           COMPUTE WS-BATCH-SUM = WS-FRST-SUM + WS-RCUR-SUM
           OPEN OUTPUT SEPAFILE
           MOVE ZEROS TO WS-XML-DEPTH
           MOVE SPACES TO SEPA-RECORD
           STRING '<?xml version="1.0" encoding="UTF-8"?>'
               DELIMITED BY SIZE INTO SEPA-RECORD
           WRITE SEPA-RECORD
           MOVE SPACES TO SEPA-RECORD
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pain.008.001.02">'
               DELIMITED BY SIZE INTO SEPA-RECORD
           WRITE SEPA-RECORD
           MOVE 1 TO WS-XML-DEPTH
           MOVE "CstmrDrctDbtInitn" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT

           MOVE "GrpHdr" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "MsgId" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING "BWDD" WS-BATCH-ID DELIMITED BY SIZE
               INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CreDtTm" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-TODAY-NUM (1:4) "-" WS-TODAY-NUM (5:2) "-"
                  WS-TODAY-NUM (7:2) "T" WS-NOW-TIME (1:2) ":"
                  WS-NOW-TIME (3:2) ":" WS-NOW-TIME (5:2)
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "NbOfTxs" TO WS-XML-TAG
           MOVE WS-DD-COUNT TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "CtrlSum" TO WS-XML-TAG
           MOVE WS-BATCH-SUM TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "InitgPty" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE COMPANY-NAME TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "InitgPty" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "GrpHdr" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT

           IF WS-FRST-COUNT > ZEROS THEN
               MOVE "FRST" TO WS-SEQ-TYPE
               MOVE WS-FRST-COUNT TO WS-SEQ-COUNT
               MOVE WS-FRST-SUM TO WS-SEQ-SUM
               PERFORM WRITE-PAYMENT-INFO
           END-IF
           IF WS-RCUR-COUNT > ZEROS THEN
               MOVE "RCUR" TO WS-SEQ-TYPE
               MOVE WS-RCUR-COUNT TO WS-SEQ-COUNT
               MOVE WS-RCUR-SUM TO WS-SEQ-SUM
               PERFORM WRITE-PAYMENT-INFO
           END-IF

           MOVE "CstmrDrctDbtInitn" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "Document" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           CLOSE SEPAFILE
           EXIT SECTION.

       WRITE-PAYMENT-INFO SECTION.
           MOVE "PmtInf" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "PmtInfId" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING "BWDD" WS-BATCH-ID "-" WS-SEQ-TYPE
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "PmtMtd" TO WS-XML-TAG
           MOVE "DD" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "NbOfTxs" TO WS-XML-TAG
           MOVE WS-SEQ-COUNT TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "CtrlSum" TO WS-XML-TAG
           MOVE WS-SEQ-SUM TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT

           MOVE "PmtTpInf" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "SvcLvl" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Cd" TO WS-XML-TAG
           MOVE "SEPA" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SvcLvl" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "LclInstrm" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Cd" TO WS-XML-TAG
           MOVE "CORE" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "LclInstrm" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "SeqTp" TO WS-XML-TAG
           MOVE WS-SEQ-TYPE TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "PmtTpInf" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT

           MOVE "ReqdColltnDt" TO WS-XML-TAG
           MOVE WS-COLL-DATE TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "Cdtr" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE COMPANY-NAME TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Cdtr" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE COMPANY-IBAN TO WS-XML-VALUE
           MOVE "CdtrAcct" TO WS-XML-WRAP
           PERFORM WRITE-ACCOUNT
           MOVE COMPANY-BIC TO WS-XML-VALUE
           MOVE "CdtrAgt" TO WS-XML-WRAP
           PERFORM WRITE-AGENT
           MOVE "ChrgBr" TO WS-XML-TAG
           MOVE "SLEV" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT

           MOVE "CdtrSchmeId" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Id" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "PrvtId" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Othr" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Id" TO WS-XML-TAG
           MOVE COMPANY-SEPA-CI TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SchmeNm" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Prtry" TO WS-XML-TAG
           MOVE "SEPA" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SchmeNm" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "Othr" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "PrvtId" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "Id" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "CdtrSchmeId" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT

           PERFORM VARYING WS-DD-IX FROM 1 BY 1
                   UNTIL WS-DD-IX > WS-DD-COUNT
               IF WS-DD-SEQ-TYPE (WS-DD-IX) = WS-SEQ-TYPE THEN
                   PERFORM WRITE-ONE-DEBIT
               END-IF
           END-PERFORM

           MOVE "PmtInf" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-ONE-DEBIT SECTION.
           MOVE WS-BATCH-ID TO WS-E2E-BATCH
           MOVE WS-DD-INV-ID (WS-DD-IX) TO WS-E2E-INV
           MOVE "DrctDbtTxInf" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "PmtId" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "EndToEndId" TO WS-XML-TAG
           MOVE WS-E2E-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "PmtId" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "InstdAmt" TO WS-XML-TAG
           MOVE WS-DD-AMOUNT (WS-DD-IX) TO WS-XML-AMOUNT
           MOVE SPACES TO WS-XML-ATTR
           STRING 'Ccy="' COMPANY-CURRENCY '"'
               DELIMITED BY SIZE INTO WS-XML-ATTR
           MOVE TRIM (WS-XML-AMOUNT) TO WS-XML-VALUE
           PERFORM WRITE-ATTR-ELEMENT

           MOVE "DrctDbtTx" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "MndtRltdInf" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "MndtId" TO WS-XML-TAG
           MOVE WS-DD-MANDATE-REF (WS-DD-IX) TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "DtOfSgntr" TO WS-XML-TAG
           MOVE WS-DD-SIGNED (WS-DD-IX) TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "MndtRltdInf" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "DrctDbtTx" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT

           MOVE WS-DD-BIC (WS-DD-IX) TO WS-XML-VALUE
           MOVE "DbtrAgt" TO WS-XML-WRAP
           PERFORM WRITE-AGENT
           MOVE "Dbtr" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Nm" TO WS-XML-TAG
           MOVE WS-DD-HOLDER (WS-DD-IX) TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Dbtr" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE WS-DD-IBAN (WS-DD-IX) TO WS-XML-VALUE
           MOVE "DbtrAcct" TO WS-XML-WRAP
           PERFORM WRITE-ACCOUNT

           MOVE "RmtInf" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Ustrd" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING "BREADWICH FATURA " WS-DD-INV-ID (WS-DD-IX)
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "RmtInf" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "DrctDbtTxInf" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      *> CALLER MOVES THE IBAN OR BIC TO WS-XML-VALUE AND THE
      *> WRAPPING ELEMENT NAME TO WS-XML-WRAP FIRST
       WRITE-ACCOUNT SECTION.
           MOVE WS-XML-WRAP TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Id" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "IBAN" TO WS-XML-TAG
           PERFORM WRITE-ELEMENT
           MOVE "Id" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE WS-XML-WRAP TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-AGENT SECTION.
           MOVE WS-XML-WRAP TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "FinInstnId" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "BIC" TO WS-XML-TAG
           PERFORM WRITE-ELEMENT
           MOVE "FinInstnId" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE WS-XML-WRAP TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      ******************************************************************
      *    EACH ITEM IS BOOKED AS PAID THE MOMENT THE FILE GOES OUT -
      *    A RETURN FROM THE BANK REVERSES IT WITH A NEGATIVE RECEIPT
      ******************************************************************
       BOOK-COLLECTIONS SECTION.
           OPEN I-O RECEIPTS
           IF RECEIPT-FS = NOT-FILE THEN
               CLOSE RECEIPTS
               OPEN OUTPUT RECEIPTS
               CLOSE RECEIPTS
               OPEN I-O RECEIPTS
           END-IF
           OPEN I-O INVOICES
           OPEN I-O MANDATES
           OPEN I-O DDCOLL
           PERFORM VARYING WS-DD-IX FROM 1 BY 1
                   UNTIL WS-DD-IX > WS-DD-COUNT
               PERFORM BOOK-ONE-COLLECTION
           END-PERFORM
           CLOSE DDCOLL
           CLOSE MANDATES
           CLOSE INVOICES
           CLOSE RECEIPTS
           EXIT SECTION.

       BOOK-ONE-COLLECTION SECTION.
           MOVE WS-BATCH-ID TO WS-E2E-BATCH
           MOVE WS-DD-INV-ID (WS-DD-IX) TO WS-E2E-INV
           MOVE WS-DD-INV-ID (WS-DD-IX) TO WS-LOOKUP-INV-ID

      *> THE RECEIPT TAKES THE NEXT FREE SEQUENCE UNDER ITS INVOICE
           MOVE ZEROS TO WS-NEXT-SEQ
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-LOOKUP-INV-ID TO RCPT-INV-ID
           MOVE ZEROS TO RCPT-SEQ
           START RECEIPTS KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ RECEIPTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RCPT-INV-ID NOT = WS-LOOKUP-INV-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           MOVE RCPT-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-LOOKUP-INV-ID TO RCPT-INV-ID
           MOVE WS-NEXT-SEQ TO RCPT-SEQ
           MOVE WS-COLL-DATE (1:4) TO RCPT-DATE-YEAR
           MOVE WS-COLL-DATE (5:2) TO RCPT-DATE-MONTH
           MOVE WS-COLL-DATE (7:2) TO RCPT-DATE-DAY
           MOVE WS-DD-AMOUNT (WS-DD-IX) TO RCPT-AMOUNT
           MOVE SPACES TO RCPT-REFERENCE
           STRING "DD " WS-E2E-ID DELIMITED BY SIZE
               INTO RCPT-REFERENCE
           WRITE FD-RECEIPT
           END-WRITE

           MOVE WS-BATCH-ID TO DDC-BATCH-ID
           MOVE WS-LOOKUP-INV-ID TO DDC-INV-ID
           MOVE WS-DD-CUSTOMER (WS-DD-IX) TO DDC-CUSTOMER-ID
           MOVE WS-DD-MANDATE-REF (WS-DD-IX) TO DDC-MANDATE-REF
           MOVE WS-DD-SEQ-TYPE (WS-DD-IX) TO DDC-SEQ-TYPE
           MOVE WS-DD-AMOUNT (WS-DD-IX) TO DDC-AMOUNT
           MOVE WS-COLL-DATE TO DDC-COLL-DATE
           MOVE WS-NEXT-SEQ TO DDC-RCPT-SEQ
           MOVE "C" TO DDC-STATUS
           MOVE SPACES TO DDC-RETURN-CODE
           MOVE ZEROS TO DDC-RETURN-DATE
           WRITE FD-DDCOLL
           END-WRITE

           MOVE WS-LOOKUP-INV-ID TO INV-ID
           READ INVOICES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 3 TO INV-STATUS
                   REWRITE FD-INVOICE
                   END-REWRITE
           END-READ

           MOVE WS-DD-CUSTOMER (WS-DD-IX) TO DDM-CUSTOMER-ID
           READ MANDATES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-COLL-DATE TO DDM-LAST-COLLECTION
                   REWRITE FD-DDMANDATE
                   END-REWRITE
           END-READ
           EXIT SECTION.

       PRINT-BATCH SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-BATCH-ID TO RPT-HEAD-BATCH
           MOVE WS-COLL-DATE TO RPT-HEAD-DATE
           MOVE WS-TODAY-NUM TO RPT-HEAD-RUN-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING WS-DD-IX FROM 1 BY 1
                   UNTIL WS-DD-IX > WS-DD-COUNT
               MOVE WS-BATCH-ID TO WS-E2E-BATCH
               MOVE WS-DD-INV-ID (WS-DD-IX) TO WS-E2E-INV
               MOVE SPACES TO RPT-DETAIL
               MOVE WS-DD-INV-ID (WS-DD-IX) TO RPT-DET-INV
               MOVE WS-DD-CUSTOMER (WS-DD-IX) TO RPT-DET-CUST
               MOVE WS-DD-SEQ-TYPE (WS-DD-IX) TO RPT-DET-SEQ
               MOVE WS-E2E-ID TO RPT-DET-E2E
               MOVE WS-DD-MANDATE-REF (WS-DD-IX) TO RPT-DET-MANDATE
               MOVE WS-DD-AMOUNT (WS-DD-IX) TO RPT-DET-AMOUNT
               WRITE REPORT-LINE FROM RPT-DETAIL
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "FIRST COLLECTIONS" TO RPT-SUM-LABEL
           MOVE WS-FRST-COUNT TO RPT-SUM-COUNT
           MOVE WS-FRST-SUM TO RPT-SUM-AMOUNT
           WRITE REPORT-LINE FROM RPT-SUMMARY
           MOVE "RECURRING" TO RPT-SUM-LABEL
           MOVE WS-RCUR-COUNT TO RPT-SUM-COUNT
           MOVE WS-RCUR-SUM TO RPT-SUM-AMOUNT
           WRITE REPORT-LINE FROM RPT-SUMMARY
           MOVE "BATCH TOTAL" TO RPT-SUM-LABEL
           MOVE WS-DD-COUNT TO RPT-SUM-COUNT
           MOVE WS-BATCH-SUM TO RPT-SUM-AMOUNT
           WRITE REPORT-LINE FROM RPT-SUMMARY
           IF WS-SKIPPED-COUNT > ZEROS THEN
               MOVE WS-SKIPPED-COUNT TO RPT-SKIP-COUNT
               WRITE REPORT-LINE FROM RPT-SKIPPED
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE REPORTFILE
           EXIT SECTION.

      ******************************************************************
      *    XML WRITER - EVERY ELEMENT GOES THROUGH THESE SO THE
      *    NESTING AND INDENTATION STAY IN STEP
      ******************************************************************
       OPEN-ELEMENT SECTION.
           MOVE SPACES TO SEPA-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "<" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO SEPA-RECORD
               WITH POINTER WS-XML-PTR
           WRITE SEPA-RECORD
           ADD 1 TO WS-XML-DEPTH
           EXIT SECTION.

       CLOSE-ELEMENT SECTION.
           SUBTRACT 1 FROM WS-XML-DEPTH
           MOVE SPACES TO SEPA-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "</" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO SEPA-RECORD
               WITH POINTER WS-XML-PTR
           WRITE SEPA-RECORD
           EXIT SECTION.

      *> FREE TEXT CAN CARRY THE XML MARKUP CHARACTERS - THEY ARE
      *> SWAPPED FOR HARMLESS ONES RATHER THAN ESCAPED
       WRITE-ELEMENT SECTION.
           INSPECT WS-XML-VALUE CONVERTING "&<>" TO "+()"
           MOVE SPACES TO SEPA-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "<" TRIM (WS-XML-TAG) ">"
                  TRIM (WS-XML-VALUE)
                  "</" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO SEPA-RECORD
               WITH POINTER WS-XML-PTR
           WRITE SEPA-RECORD
           EXIT SECTION.

      *> SAME AS WRITE-ELEMENT WITH WS-XML-ATTR INSIDE THE OPENING TAG
       WRITE-ATTR-ELEMENT SECTION.
           INSPECT WS-XML-VALUE CONVERTING "&<>" TO "+()"
           MOVE SPACES TO SEPA-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "<" TRIM (WS-XML-TAG) " " TRIM (WS-XML-ATTR) ">"
                  TRIM (WS-XML-VALUE)
                  "</" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO SEPA-RECORD
               WITH POINTER WS-XML-PTR
           WRITE SEPA-RECORD
           EXIT SECTION.

       WRITE-DATE-ELEMENT SECTION.
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-XML-DATE (1:4) "-" WS-XML-DATE (5:2) "-"
                  WS-XML-DATE (7:2)
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           EXIT SECTION.

      *> CALLER MOVES THE VALUE TO WS-XML-AMOUNT FIRST
       WRITE-AMOUNT-ELEMENT SECTION.
           MOVE TRIM (WS-XML-AMOUNT) TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           EXIT SECTION.

      *> CALLER MOVES THE VALUE TO WS-XML-COUNT FIRST
       WRITE-COUNT-ELEMENT SECTION.
           MOVE TRIM (WS-XML-COUNT) TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           EXIT SECTION.

       END PROGRAM DDCOLLECT.
