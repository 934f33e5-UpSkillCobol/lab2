      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    SAF-T (PT) TAX AUDIT FILE FOR ONE CLOSED PERIOD - MASTER
      *    FILES, GL ENTRIES, SALES INVOICES, CREDIT NOTES AND
      *    PAYMENTS, WITH A CONTROL REPORT THAT TIES THE FILE BACK TO
      *    THE VATRET AND GLTRIAL FIGURES | V0.1 | 15.10.2026
      ******************************************************************
      *    THE FILE IS ONLY EVER PRODUCED FOR A PERIOD PERCLOSE HAS
      *    CLOSED, SO WHAT THE TAX AUTHORITY RECEIVES CAN NO LONGER
      *    MOVE UNDER IT
      ******************************************************************
      *    PENALTIES DEDUCTED ON AN INVOICE ARE NO PAYMENT EITHER
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFTEXP.

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

           SELECT INVLINES ASSIGN TO "FXINVLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVL-KEY
           FILE STATUS IS INVLINE-FS.

           SELECT RECEIPTS ASSIGN TO "FXRECEIPTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCPT-KEY
           FILE STATUS IS RECEIPT-FS.

           SELECT CREDNOTES ASSIGN TO "FXCREDNOTES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRN-ID
           FILE STATUS IS CREDNOTE-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT PAYERS ASSIGN TO "FXPAYERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-ID
           FILE STATUS IS PAYER-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT GLACCTS ASSIGN TO "FXGLACCTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLA-ACCOUNT
           FILE STATUS IS GLACCT-FS.

           SELECT GLPOSTS ASSIGN TO "FXGLPOSTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLP-ID
           FILE STATUS IS GLPOST-FS.

           SELECT PERIODS ASSIGN TO "FXPERIODS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-KEY
           FILE STATUS IS PERIOD-FS.

           SELECT DOCSTAMPS ASSIGN TO "FXDOCSTAMPS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DST-KEY
           ALTERNATE RECORD KEY IS DST-CHAIN-KEY
           FILE STATUS IS DOCSTAMP-FS.

           SELECT SAFTFILE ASSIGN TO "SAFTPT.XML"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SAFT-FS.

           SELECT REPORTFILE ASSIGN TO "SAFTCTLFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES.
       COPY FD-INVOICE.

       FD  INVLINES.
       COPY FD-INVLINE.

       FD  RECEIPTS.
       COPY FD-RECEIPT.

       FD  CREDNOTES.
       COPY FD-CREDNOTE.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  PAYERS.
       COPY FD-PAYER.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  GLACCTS.
       COPY FD-GLACCT.

       FD  GLPOSTS.
       COPY FD-GLPOST.

       FD  PERIODS.
       COPY FD-PERIOD.

       FD  DOCSTAMPS.
       COPY FD-DOCSTAMP.

       FD  SAFTFILE.
       01  SAFT-RECORD                          PIC X(200).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       COPY VATRATES.
       COPY COMPANY.

       77  KEYSTATUS                            PIC 9(004).
       77  INVOICE-FS                           PIC 9(002).
       77  INVLINE-FS                           PIC 9(002).
       77  RECEIPT-FS                           PIC 9(002).
       77  CREDNOTE-FS                          PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  PAYER-FS                             PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  GLACCT-FS                            PIC 9(002).
       77  GLPOST-FS                            PIC 9(002).
       77  PERIOD-FS                            PIC 9(002).
       77  SAFT-FS                              PIC 9(002).
       77  DOCSTAMP-FS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  F3                                   VALUE 1003.
      *> SERVICE PRODUCT CARRIED BY EVERY LATE-PAYMENT INTEREST NOTE
       78  INTEREST-PRODUCT-CODE                VALUE "JUROSMORA".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-LINES-DONE                        PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "SAFTCONTROL".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "SAFTCTLFILE".

       01  WS-TODAY.
           05 WS-TODAY-YEAR                     PIC 9(004).
           05 WS-TODAY-MONTH                    PIC 9(002).
           05 WS-TODAY-DAY                      PIC 9(002).
       01  WS-TODAY-NUM REDEFINES WS-TODAY      PIC 9(008).

       77  WS-ASK-YEAR                          PIC 9(004).
       77  WS-ASK-MONTH                         PIC 9(002).
       77  WS-CUTOFF                            PIC 9(006).
       77  WS-POST-PERIOD                       PIC 9(006).
       77  WS-PERIOD-START                      PIC 9(008).
       77  WS-PERIOD-END                        PIC 9(008).
       77  WS-NEXT-MONTH-START                  PIC 9(008).
       77  WS-DOC-PERIOD                        PIC 9(006).
       77  WS-PERIOD-CLOSED                     PIC X(001).
       77  WS-STATUS-TEXT                       PIC X(060).

      *> XML WRITER STATE - ONE ELEMENT PER LINE, INDENTED TWO
      *> COLUMNS PER LEVEL
       77  WS-XML-DEPTH                         PIC 9(002).
       77  WS-XML-PTR                           PIC 9(003).
       77  WS-XML-TAG                           PIC X(040).
       77  WS-XML-VALUE                         PIC X(120).
       77  WS-XML-DATE                          PIC 9(008).
       77  WS-XML-AMOUNT                        PIC Z(009)9.99.
       77  WS-XML-PERCENT                       PIC ZZ9.99.
       77  WS-XML-COUNT                         PIC Z(007)9.

      *> TAX TABLE ENTRY FOR THE VAT CODE IN HAND
       77  WS-VAT-CODE                          PIC 9(001).
       77  WS-TAX-CODE                          PIC X(003).
       77  WS-TAX-PERCENT                       PIC 9(003)V99.

      *> DOCUMENT NUMBERS AS THEY APPEAR ON PAPER
       77  WS-DOC-TYPE                          PIC X(002).
       77  WS-DOC-NO                            PIC X(030).
       77  WS-ORIGIN-DOC-NO                     PIC X(030).
       77  WS-DOC-ATCUD                         PIC X(020).
       77  WS-DOC-HASH                          PIC X(040).
       77  WS-DOC-HASH-CONTROL                  PIC X(001).
       77  WS-STAMP-TYPE                        PIC X(002).
       77  WS-STAMP-ID                          PIC 9(006).
       77  WS-CUSTOMER-ID                       PIC 9(003).
       77  WS-CUSTOMER-TAX-ID                   PIC X(009).
       77  WS-LINE-COUNT                        PIC 9(004).

      *> CREDIT NOTES CARRY ONLY A GROSS VALUE - THE VAT CODE COMES
      *> FROM THE INVOICE LINE THE RETURNED ORDER WAS BILLED ON
       77  WS-CRN-ORIGIN-INV                    PIC 9(006).
       77  WS-CRN-ORIGIN-DATE                   PIC 9(008).
       77  WS-CRN-SANDWICH                      PIC 9(003).
       77  WS-CRN-VAT-CODE                      PIC 9(001).
       77  WS-CRN-NET                           PIC 9(007)V99.
       77  WS-CRN-VAT                           PIC 9(007)V99.
       77  WS-CRN-UNIT-PRICE                    PIC 9(005)V99.

      *> CONTROL TOTALS - SALES DOCUMENTS
       77  WS-INV-COUNT                         PIC 9(006).
       77  WS-INV-NET                           PIC 9(009)V99.
       77  WS-INV-VAT                           PIC 9(009)V99.
       77  WS-INV-GROSS                         PIC 9(009)V99.
       77  WS-CRN-COUNT                         PIC 9(006).
       77  WS-CRN-NET-TOTAL                     PIC 9(009)V99.
       77  WS-CRN-VAT-TOTAL                     PIC 9(009)V99.
       77  WS-SALES-ENTRIES                     PIC 9(006).

      *> SAME BUCKETS AS THE VATRET OUTPUT SIDE, FROM THE LINES
       01  WS-OUTPUT-VAT.
           05 WS-OUT-NET-ZERO                   PIC 9(009)V99.
           05 WS-OUT-VAT-ZERO                   PIC 9(009)V99.
           05 WS-OUT-NET-STD                    PIC 9(009)V99.
           05 WS-OUT-VAT-STD                    PIC 9(009)V99.
           05 WS-OUT-NET-RED                    PIC 9(009)V99.
           05 WS-OUT-VAT-RED                    PIC 9(009)V99.
       77  WS-OUT-VAT-TOTAL                     PIC 9(009)V99.

      *> CONTROL TOTALS - PAYMENTS
       77  WS-RCPT-COUNT                        PIC 9(006).
       77  WS-RCPT-TOTAL                        PIC 9(009)V99.
       77  WS-RCPT-DEBIT-TOTAL                  PIC 9(009)V99.

      *> CONTROL TOTALS - GL; A TRANSACTION IS A RUN OF CONSECUTIVE
      *> LEGS FROM THE SAME FEEDER AND SOURCE DOCUMENT
       77  WS-GL-TRANS-COUNT                    PIC 9(006).
       77  WS-GL-LEG-COUNT                      PIC 9(006).
       77  WS-GL-PER-DEBIT                      PIC 9(010)V99.
       77  WS-GL-PER-CREDIT                     PIC 9(010)V99.
       77  WS-TB-DEBIT                          PIC 9(010)V99.
       77  WS-TB-CREDIT                         PIC 9(010)V99.
       77  WS-GL-DIFFERENCE                     PIC S9(010)V99.
       77  WS-PREV-SOURCE                       PIC X(010).
       77  WS-PREV-SOURCE-REF                   PIC X(015).
       77  WS-TRANS-OPEN                        PIC X(001).

      *> OPENING AND PERIOD MOVEMENT PER ACCOUNT, AS IN GLTRIAL
       77  MAX-ACCT                             PIC 9(003).
       01  TAB-ACCT OCCURS 200 INDEXED BY IND-ACCT.
           05 TAB-ACCT-NO                       PIC 9(004).
           05 TAB-ACCT-OPEN-DEBIT               PIC 9(009)V99.
           05 TAB-ACCT-OPEN-CREDIT              PIC 9(009)V99.
           05 TAB-ACCT-PER-DEBIT                PIC 9(009)V99.
           05 TAB-ACCT-PER-CREDIT               PIC 9(009)V99.
       77  WS-FOUND-INDEX                       PIC 9(003).
       77  WS-ACCT-BALANCE                      PIC S9(010)V99.
       77  WS-ACCT-DEBIT-BAL                    PIC 9(010)V99.
       77  WS-ACCT-CREDIT-BAL                   PIC 9(010)V99.

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(033)
              VALUE "BREADWICH - SAF-T (PT) CONTROL:  ".
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(013)
              VALUE "   PRINTED:  ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-CTL-LINE.
           05 RPT-CTL-TEXT                      PIC X(046).
           05 RPT-CTL-COUNT                     PIC ZZZZZ9.
           05 FILLER                            PIC X(004).
           05 RPT-CTL-VALUE                     PIC -ZZZZZZZZZ9.99.

       01  RPT-CTL-CHECK.
           05 RPT-CHK-TEXT                      PIC X(046).
           05 RPT-CHK-RESULT                    PIC X(030).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  ASK-PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SAF-T (PT) AUDIT FILE" LINE 03 COL 10.
           05 VALUE "PERIOD YEAR  (YYYY):" LINE 06 COL 10.
           05 SS-YEAR PIC 9(004) LINE 06 COL 32
              TO WS-ASK-YEAR AUTO.
           05 VALUE "PERIOD MONTH (MM):" LINE 07 COL 10.
           05 SS-MONTH PIC 9(002) LINE 07 COL 32
              TO WS-ASK-MONTH AUTO.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "AUDIT FILE WRITTEN ON SAFTPT.XML" LINE 12 COL 10.
           05 VALUE "CONTROL TOTALS WRITTEN ON SAFTCTLFILE"
              LINE 13 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM

           DISPLAY CLEAR-SCREEN
           MOVE WS-TODAY-YEAR TO WS-ASK-YEAR
           MOVE WS-TODAY-MONTH TO WS-ASK-MONTH
           PERFORM WITH TEST AFTER
                   UNTIL WS-ASK-MONTH >= 1 AND WS-ASK-MONTH <= 12
               ACCEPT ASK-PERIOD-SCREEN
               IF KEYSTATUS = F3 THEN
                   GOBACK
               END-IF
           END-PERFORM
           COMPUTE WS-CUTOFF = WS-ASK-YEAR * 100 + WS-ASK-MONTH

           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               MOVE "REFUSED - PERIOD NOT YET CLOSED BY PERCLOSE"
                 TO WS-STATUS-TEXT
               DISPLAY CLEAR-SCREEN
               ACCEPT STATUS-SCREEN
               GOBACK
           END-IF
           PERFORM SET-PERIOD-DATES

           PERFORM TOTAL-SALES-DOCUMENTS
           PERFORM TOTAL-PAYMENTS
           PERFORM TOTAL-GL-POSTINGS

           OPEN OUTPUT SAFTFILE
           MOVE ZEROS TO WS-XML-DEPTH
           MOVE SPACES TO SAFT-RECORD
           STRING '<?xml version="1.0" encoding="UTF-8"?>'
               DELIMITED BY SIZE INTO SAFT-RECORD
           WRITE SAFT-RECORD
           MOVE SPACES TO SAFT-RECORD
           STRING '<AuditFile xmlns="urn:OECD:StandardAuditFile-'
                  'Tax:PT_1.04_01">'
               DELIMITED BY SIZE INTO SAFT-RECORD
           WRITE SAFT-RECORD
           MOVE 1 TO WS-XML-DEPTH
           PERFORM WRITE-AUDIT-HEADER
           PERFORM WRITE-MASTER-FILES
           PERFORM WRITE-GL-ENTRIES
           MOVE "SourceDocuments" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           OPEN INPUT DOCSTAMPS
           PERFORM WRITE-SALES-INVOICES
           PERFORM WRITE-PAYMENTS
           CLOSE DOCSTAMPS
           MOVE "SourceDocuments" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "AuditFile" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           CLOSE SAFTFILE

           PERFORM WRITE-CONTROL-REPORT
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      *> A PERIOD WITHOUT A CONTROL RECORD HAS NEVER BEEN CLOSED
       CHECK-PERIOD-CLOSED SECTION.
           MOVE "N" TO WS-PERIOD-CLOSED
           OPEN INPUT PERIODS
           IF PERIOD-FS = NOT-FILE THEN
               CLOSE PERIODS
               EXIT SECTION
           END-IF
           MOVE WS-ASK-YEAR TO PER-YEAR
           MOVE WS-ASK-MONTH TO PER-MONTH
           READ PERIODS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PER-CLOSED THEN
                       MOVE "Y" TO WS-PERIOD-CLOSED
                   END-IF
           END-READ
           CLOSE PERIODS
           EXIT SECTION.

       SET-PERIOD-DATES SECTION.
           COMPUTE WS-PERIOD-START = WS-CUTOFF * 100 + 1
           IF WS-ASK-MONTH = 12 THEN
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-ASK-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
           END-IF
           COMPUTE WS-PERIOD-END = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1)
           EXIT SECTION.

      ******************************************************************
      *    FIRST PASS - THE SAF-T SECTION HEADERS CARRY THEIR OWN
      *    COUNTS AND TOTALS AHEAD OF THE DOCUMENTS, SO EVERYTHING IS
      *    ADDED UP BEFORE A SINGLE LINE IS WRITTEN
      ******************************************************************
       TOTAL-SALES-DOCUMENTS SECTION.
           MOVE ZEROS TO WS-INV-COUNT, WS-INV-NET, WS-INV-VAT
           MOVE ZEROS TO WS-INV-GROSS, WS-OUTPUT-VAT
           MOVE ZEROS TO WS-OUT-VAT-TOTAL
           MOVE ZEROS TO WS-CRN-COUNT, WS-CRN-NET-TOTAL
           MOVE ZEROS TO WS-CRN-VAT-TOTAL
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT INVOICES
           IF INVOICE-FS NOT = NOT-FILE THEN
               OPEN INPUT INVLINES
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ INVOICES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           COMPUTE WS-DOC-PERIOD =
                               INV-DATE-YEAR * 100 + INV-DATE-MONTH
                           IF WS-DOC-PERIOD = WS-CUTOFF THEN
                               ADD 1 TO WS-INV-COUNT
                               ADD INV-NET-TOTAL TO WS-INV-NET
                               ADD INV-VAT-TOTAL TO WS-INV-VAT
                               ADD INV-TOTAL TO WS-INV-GROSS
                               PERFORM TOTAL-INVOICE-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVLINES
           END-IF
           CLOSE INVOICES

           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT CREDNOTES
           IF CREDNOTE-FS NOT = NOT-FILE THEN
               OPEN INPUT INVOICES
               OPEN INPUT INVLINES
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ CREDNOTES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           IF CRN-DATE (1:6) = WS-CUTOFF THEN
                               ADD 1 TO WS-CRN-COUNT
                               PERFORM FIND-CREDIT-ORIGIN
                               ADD WS-CRN-NET TO WS-CRN-NET-TOTAL
                               ADD WS-CRN-VAT TO WS-CRN-VAT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVLINES
               CLOSE INVOICES
           END-IF
           CLOSE CREDNOTES
           MOVE SPACES TO FLAG-TRUE
           COMPUTE WS-SALES-ENTRIES = WS-INV-COUNT + WS-CRN-COUNT
           EXIT SECTION.

      *> THE VATRET BUCKETS, FOR THE CONTROL REPORT TIE-OUT
       TOTAL-INVOICE-LINES SECTION.
           IF INVLINE-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE INV-ID TO INVL-INV-ID
           MOVE ZEROS TO INVL-LINE-NO
           START INVLINES KEY IS NOT LESS THAN INVL-KEY
               INVALID KEY EXIT SECTION
           END-START
           MOVE SPACES TO WS-LINES-DONE
           PERFORM UNTIL WS-LINES-DONE = "Y"
               READ INVLINES NEXT RECORD
                   AT END MOVE "Y" TO WS-LINES-DONE
                   NOT AT END
                       IF INVL-INV-ID NOT = INV-ID THEN
                           MOVE "Y" TO WS-LINES-DONE
                       ELSE
                           EVALUATE INVL-VAT-CODE
                               WHEN 1
                                   ADD INVL-AMOUNT TO WS-OUT-NET-STD
                                   ADD INVL-VAT-AMOUNT
                                     TO WS-OUT-VAT-STD
                               WHEN 2
                                   ADD INVL-AMOUNT TO WS-OUT-NET-RED
                                   ADD INVL-VAT-AMOUNT
                                     TO WS-OUT-VAT-RED
                               WHEN OTHER
                                   ADD INVL-AMOUNT TO WS-OUT-NET-ZERO
                                   ADD INVL-VAT-AMOUNT
                                     TO WS-OUT-VAT-ZERO
                           END-EVALUATE
                           ADD INVL-VAT-AMOUNT TO WS-OUT-VAT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    A CREDIT NOTE POINTS AT AN ORDER, NOT AN INVOICE - THE
      *    INVOICE LINE THAT BILLED THE ORDER GIVES THE ORIGIN
      *    DOCUMENT, THE PRODUCT AND THE VAT CODE. A CREDIT FOR AN
      *    ORDER NEVER INVOICED FALLS BACK TO THE STANDARD RATE, THE
      *    SAME ASSUMPTION VATRET MAKES FOR UNSPLIT AMOUNTS.
      *    EXPECTS INVOICES AND INVLINES OPEN
      ******************************************************************
       FIND-CREDIT-ORIGIN SECTION.
           MOVE ZEROS TO WS-CRN-ORIGIN-INV, WS-CRN-ORIGIN-DATE
           MOVE ZEROS TO WS-CRN-SANDWICH
           MOVE 1 TO WS-CRN-VAT-CODE
           MOVE CRN-SCHOOL-ID TO WS-CUSTOMER-ID
           IF INVLINE-FS NOT = NOT-FILE THEN
               MOVE ZEROS TO INVL-KEY
               START INVLINES KEY IS NOT LESS THAN INVL-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LINES-DONE
                       PERFORM UNTIL WS-LINES-DONE = "Y"
                           READ INVLINES NEXT RECORD
                               AT END MOVE "Y" TO WS-LINES-DONE
                               NOT AT END
                                   IF INVL-ORDER-ID = CRN-ORDER-ID
                                       MOVE INVL-INV-ID
                                         TO WS-CRN-ORIGIN-INV
                                       MOVE INVL-SANDWICH-ID
                                         TO WS-CRN-SANDWICH
                                       MOVE INVL-VAT-CODE
                                         TO WS-CRN-VAT-CODE
                                       MOVE "Y" TO WS-LINES-DONE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           IF WS-CRN-ORIGIN-INV NOT = ZEROS
              AND INVOICE-FS NOT = NOT-FILE THEN
               MOVE WS-CRN-ORIGIN-INV TO INV-ID
               READ INVOICES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INV-DATE TO WS-CRN-ORIGIN-DATE
                       MOVE INV-SCHOOL-ID TO WS-CUSTOMER-ID
               END-READ
           END-IF
           MOVE WS-CRN-VAT-CODE TO WS-VAT-CODE
           PERFORM SET-TAX-CODE
           COMPUTE WS-CRN-NET ROUNDED =
               CRN-VALUE * 100 / (100 + WS-TAX-PERCENT)
           COMPUTE WS-CRN-VAT = CRN-VALUE - WS-CRN-NET
           MOVE ZEROS TO WS-CRN-UNIT-PRICE
           IF CRN-QUANTITY > ZEROS THEN
               COMPUTE WS-CRN-UNIT-PRICE ROUNDED =
                   WS-CRN-NET / CRN-QUANTITY
           END-IF
           EXIT SECTION.

       TOTAL-PAYMENTS SECTION.
           MOVE ZEROS TO WS-RCPT-COUNT, WS-RCPT-TOTAL
           MOVE ZEROS TO WS-RCPT-DEBIT-TOTAL
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT RECEIPTS
           IF RECEIPT-FS = NOT-FILE THEN
               CLOSE RECEIPTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ RECEIPTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       COMPUTE WS-DOC-PERIOD =
                           RCPT-DATE-YEAR * 100 + RCPT-DATE-MONTH
      *> A BAD-DEBT WRITE-OFF IS NO PAYMENT AND STAYS OUT OF THE FILE,
      *> NOR IS A LATE-DELIVERY PENALTY DEDUCTED ON THE INVOICE
                       IF WS-DOC-PERIOD = WS-CUTOFF
                          AND NOT RCPT-IS-WRITE-OFF
                          AND NOT RCPT-IS-PENALTY THEN
                           ADD 1 TO WS-RCPT-COUNT
      *> A RETURNED DIRECT DEBIT GOES OUT AS A DEBIT-SIDE PAYMENT
                           IF RCPT-AMOUNT < ZEROS THEN
                               SUBTRACT RCPT-AMOUNT
                                   FROM WS-RCPT-DEBIT-TOTAL
                           ELSE
                               ADD RCPT-AMOUNT TO WS-RCPT-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> OPENING BALANCES (BEFORE THE PERIOD) AND PERIOD MOVEMENT PER
      *> ACCOUNT; THE TWO TOGETHER ARE THE GLTRIAL FIGURES FOR THE
      *> SAME CUTOFF
       TOTAL-GL-POSTINGS SECTION.
           MOVE ZEROS TO MAX-ACCT, WS-GL-TRANS-COUNT, WS-GL-LEG-COUNT
           MOVE ZEROS TO WS-GL-PER-DEBIT, WS-GL-PER-CREDIT
           MOVE ZEROS TO WS-TB-DEBIT, WS-TB-CREDIT
           MOVE SPACES TO WS-PREV-SOURCE, WS-PREV-SOURCE-REF
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT GLPOSTS
           IF GLPOST-FS = NOT-FILE THEN
               CLOSE GLPOSTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ GLPOSTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       COMPUTE WS-POST-PERIOD =
                           GLP-PERIOD-YEAR * 100 + GLP-PERIOD-MONTH
                       IF WS-POST-PERIOD <= WS-CUTOFF THEN
                           PERFORM ADD-LEG-TO-ACCOUNT
                       END-IF
                       IF WS-POST-PERIOD = WS-CUTOFF THEN
                           ADD 1 TO WS-GL-LEG-COUNT
                           IF GLP-SOURCE NOT = WS-PREV-SOURCE
                              OR GLP-SOURCE-REF NOT =
                                 WS-PREV-SOURCE-REF THEN
                               ADD 1 TO WS-GL-TRANS-COUNT
                               MOVE GLP-SOURCE TO WS-PREV-SOURCE
                               MOVE GLP-SOURCE-REF
                                 TO WS-PREV-SOURCE-REF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPOSTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-LEG-TO-ACCOUNT SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-ACCT FROM 1 BY 1
                   UNTIL IND-ACCT > MAX-ACCT
               IF TAB-ACCT-NO (IND-ACCT) = GLP-ACCOUNT THEN
                   SET WS-FOUND-INDEX TO IND-ACCT
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               IF MAX-ACCT < 200 THEN
                   ADD 1 TO MAX-ACCT
                   SET IND-ACCT TO MAX-ACCT
                   MOVE GLP-ACCOUNT TO TAB-ACCT-NO (IND-ACCT)
                   MOVE ZEROS TO TAB-ACCT-OPEN-DEBIT (IND-ACCT)
                   MOVE ZEROS TO TAB-ACCT-OPEN-CREDIT (IND-ACCT)
                   MOVE ZEROS TO TAB-ACCT-PER-DEBIT (IND-ACCT)
                   MOVE ZEROS TO TAB-ACCT-PER-CREDIT (IND-ACCT)
                   SET WS-FOUND-INDEX TO IND-ACCT
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           SET IND-ACCT TO WS-FOUND-INDEX
           IF WS-POST-PERIOD = WS-CUTOFF THEN
               ADD GLP-DEBIT TO TAB-ACCT-PER-DEBIT (IND-ACCT)
               ADD GLP-CREDIT TO TAB-ACCT-PER-CREDIT (IND-ACCT)
               ADD GLP-DEBIT TO WS-GL-PER-DEBIT
               ADD GLP-CREDIT TO WS-GL-PER-CREDIT
           ELSE
               ADD GLP-DEBIT TO TAB-ACCT-OPEN-DEBIT (IND-ACCT)
               ADD GLP-CREDIT TO TAB-ACCT-OPEN-CREDIT (IND-ACCT)
           END-IF
           ADD GLP-DEBIT TO WS-TB-DEBIT
           ADD GLP-CREDIT TO WS-TB-CREDIT
           EXIT SECTION.

      ******************************************************************
      *    XML WRITER - EVERY ELEMENT GOES THROUGH THESE SO THE
      *    NESTING AND INDENTATION STAY IN STEP
      ******************************************************************
       OPEN-ELEMENT SECTION.
           MOVE SPACES TO SAFT-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "<" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO SAFT-RECORD
               WITH POINTER WS-XML-PTR
           WRITE SAFT-RECORD
           ADD 1 TO WS-XML-DEPTH
           EXIT SECTION.

       CLOSE-ELEMENT SECTION.
           SUBTRACT 1 FROM WS-XML-DEPTH
           MOVE SPACES TO SAFT-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "</" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO SAFT-RECORD
               WITH POINTER WS-XML-PTR
           WRITE SAFT-RECORD
           EXIT SECTION.

      *> FREE TEXT CAN CARRY THE XML MARKUP CHARACTERS - THEY ARE
      *> SWAPPED FOR HARMLESS ONES RATHER THAN ESCAPED
       WRITE-ELEMENT SECTION.
           INSPECT WS-XML-VALUE CONVERTING "&<>" TO "+()"
           MOVE SPACES TO SAFT-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "<" TRIM (WS-XML-TAG) ">"
                  TRIM (WS-XML-VALUE)
                  "</" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO SAFT-RECORD
               WITH POINTER WS-XML-PTR
           WRITE SAFT-RECORD
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

      *> VATRATES CODE TO THE SAF-T TAX TABLE CODE AND PERCENTAGE
       SET-TAX-CODE SECTION.
           EVALUATE WS-VAT-CODE
               WHEN 1
                   MOVE "NOR" TO WS-TAX-CODE
                   MOVE VAT-RATE-STANDARD TO WS-TAX-PERCENT
               WHEN 2
                   MOVE "RED" TO WS-TAX-CODE
                   MOVE VAT-RATE-REDUCED TO WS-TAX-PERCENT
               WHEN OTHER
                   MOVE "ISE" TO WS-TAX-CODE
                   MOVE VAT-RATE-ZERO TO WS-TAX-PERCENT
           END-EVALUATE
           EXIT SECTION.

       WRITE-TAX-BLOCK SECTION.
           PERFORM SET-TAX-CODE
           MOVE "Tax" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "TaxType" TO WS-XML-TAG
           MOVE "IVA" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "TaxCountryRegion" TO WS-XML-TAG
           MOVE COMPANY-COUNTRY TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "TaxCode" TO WS-XML-TAG
           MOVE WS-TAX-CODE TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "TaxPercentage" TO WS-XML-TAG
           MOVE WS-TAX-PERCENT TO WS-XML-PERCENT
           MOVE TRIM (WS-XML-PERCENT) TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Tax" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           IF WS-TAX-CODE = "ISE" AND WS-DOC-TYPE = "ND" THEN
               MOVE "TaxExemptionReason" TO WS-XML-TAG
               MOVE "ARTIGO 16. N. 6 DO CIVA" TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "TaxExemptionCode" TO WS-XML-TAG
               MOVE "M01" TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               EXIT SECTION
           END-IF
           IF WS-TAX-CODE = "ISE" THEN
               MOVE "TaxExemptionReason" TO WS-XML-TAG
               MOVE "ISENTO ARTIGO 9. DO CIVA" TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "TaxExemptionCode" TO WS-XML-TAG
               MOVE "M07" TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    FILE HEADER - ISSUING COMPANY AND THE PERIOD COVERED
      ******************************************************************
       WRITE-AUDIT-HEADER SECTION.
           MOVE "Header" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "AuditFileVersion" TO WS-XML-TAG
           MOVE "1.04_01" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CompanyID" TO WS-XML-TAG
           MOVE COMPANY-TAX-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "TaxRegistrationNumber" TO WS-XML-TAG
           MOVE COMPANY-TAX-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "TaxAccountingBasis" TO WS-XML-TAG
           MOVE "F" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CompanyName" TO WS-XML-TAG
           MOVE COMPANY-NAME TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CompanyAddress" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "AddressDetail" TO WS-XML-TAG
           MOVE COMPANY-ADDRESS TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "City" TO WS-XML-TAG
           MOVE COMPANY-CITY TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "PostalCode" TO WS-XML-TAG
           MOVE COMPANY-POSTAL-CODE TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Country" TO WS-XML-TAG
           MOVE COMPANY-COUNTRY TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CompanyAddress" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "FiscalYear" TO WS-XML-TAG
           MOVE WS-ASK-YEAR TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "StartDate" TO WS-XML-TAG
           MOVE WS-PERIOD-START TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "EndDate" TO WS-XML-TAG
           MOVE WS-PERIOD-END TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "CurrencyCode" TO WS-XML-TAG
           MOVE COMPANY-CURRENCY TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "DateCreated" TO WS-XML-TAG
           MOVE WS-TODAY-NUM TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "TaxEntity" TO WS-XML-TAG
           MOVE "Global" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ProductCompanyTaxID" TO WS-XML-TAG
           MOVE COMPANY-TAX-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SoftwareCertificateNumber" TO WS-XML-TAG
           MOVE SOFTWARE-CERT-NO TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ProductID" TO WS-XML-TAG
           MOVE SOFTWARE-PRODUCT-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ProductVersion" TO WS-XML-TAG
           MOVE SOFTWARE-VERSION TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Header" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      ******************************************************************
      *    MASTER FILES - CHART OF ACCOUNTS, CUSTOMERS (SCHOOLS AND
      *    PAYER ENTITIES SHARE ONE NUMBER SPACE), PRODUCTS AND THE
      *    VAT TABLE
      ******************************************************************
       WRITE-MASTER-FILES SECTION.
           MOVE "MasterFiles" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           PERFORM WRITE-GL-ACCOUNTS
           PERFORM WRITE-SCHOOL-CUSTOMERS
           PERFORM WRITE-PAYER-CUSTOMERS
           PERFORM WRITE-PRODUCTS
           PERFORM WRITE-TAX-TABLE
           MOVE "MasterFiles" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-GL-ACCOUNTS SECTION.
           MOVE "GeneralLedgerAccounts" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "TaxonomyReference" TO WS-XML-TAG
           MOVE "S" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT GLACCTS
           IF GLACCT-FS NOT = NOT-FILE THEN
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ GLACCTS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END PERFORM WRITE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GLACCTS
           MOVE SPACES TO FLAG-TRUE
           MOVE "GeneralLedgerAccounts" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-ONE-ACCOUNT SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-ACCT FROM 1 BY 1
                   UNTIL IND-ACCT > MAX-ACCT
               IF TAB-ACCT-NO (IND-ACCT) = GLA-ACCOUNT THEN
                   SET WS-FOUND-INDEX TO IND-ACCT
               END-IF
           END-PERFORM

           MOVE "Account" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "AccountID" TO WS-XML-TAG
           MOVE GLA-ACCOUNT TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "AccountDescription" TO WS-XML-TAG
           MOVE GLA-NAME TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT

           MOVE ZEROS TO WS-ACCT-BALANCE
           IF WS-FOUND-INDEX NOT = ZEROS THEN
               SET IND-ACCT TO WS-FOUND-INDEX
               COMPUTE WS-ACCT-BALANCE =
                   TAB-ACCT-OPEN-DEBIT (IND-ACCT)
                 - TAB-ACCT-OPEN-CREDIT (IND-ACCT)
           END-IF
           PERFORM SPLIT-ACCOUNT-BALANCE
           MOVE "OpeningDebitBalance" TO WS-XML-TAG
           MOVE WS-ACCT-DEBIT-BAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "OpeningCreditBalance" TO WS-XML-TAG
           MOVE WS-ACCT-CREDIT-BAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT

           IF WS-FOUND-INDEX NOT = ZEROS THEN
               COMPUTE WS-ACCT-BALANCE = WS-ACCT-BALANCE
                 + TAB-ACCT-PER-DEBIT (IND-ACCT)
                 - TAB-ACCT-PER-CREDIT (IND-ACCT)
           END-IF
           PERFORM SPLIT-ACCOUNT-BALANCE
           MOVE "ClosingDebitBalance" TO WS-XML-TAG
           MOVE WS-ACCT-DEBIT-BAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "ClosingCreditBalance" TO WS-XML-TAG
           MOVE WS-ACCT-CREDIT-BAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT

           MOVE "GroupingCategory" TO WS-XML-TAG
           MOVE "GM" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Account" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       SPLIT-ACCOUNT-BALANCE SECTION.
           MOVE ZEROS TO WS-ACCT-DEBIT-BAL, WS-ACCT-CREDIT-BAL
           IF WS-ACCT-BALANCE > ZEROS THEN
               MOVE WS-ACCT-BALANCE TO WS-ACCT-DEBIT-BAL
           ELSE
               COMPUTE WS-ACCT-CREDIT-BAL = ZEROS - WS-ACCT-BALANCE
           END-IF
           EXIT SECTION.

       WRITE-SCHOOL-CUSTOMERS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS = NOT-FILE THEN
               CLOSE SCHOOLS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SCHOOLS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE "Customer" TO WS-XML-TAG
                       PERFORM OPEN-ELEMENT
                       MOVE SCHOOL-INTERNAL-ID TO WS-CUSTOMER-ID
                       MOVE FINAL-CONSUMER-TAX-ID TO WS-CUSTOMER-TAX-ID
                       PERFORM WRITE-CUSTOMER-IDS
                       MOVE "CompanyName" TO WS-XML-TAG
                       MOVE SCHOOL-DESIGNATION1 TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "BillingAddress" TO WS-XML-TAG
                       PERFORM OPEN-ELEMENT
                       MOVE "AddressDetail" TO WS-XML-TAG
                       MOVE SCHOOL-ADR-MAIN1 TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "City" TO WS-XML-TAG
                       MOVE SCHOOL-TOWN TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "PostalCode" TO WS-XML-TAG
                       MOVE SPACES TO WS-XML-VALUE
                       STRING SCHOOL-POSTAL-CODE1 "-"
                              SCHOOL-POSTAL-CODE2
                           DELIMITED BY SIZE INTO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "Country" TO WS-XML-TAG
                       MOVE COMPANY-COUNTRY TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "BillingAddress" TO WS-XML-TAG
                       PERFORM CLOSE-ELEMENT
                       MOVE "SelfBillingIndicator" TO WS-XML-TAG
                       MOVE "0" TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "Customer" TO WS-XML-TAG
                       PERFORM CLOSE-ELEMENT
               END-READ
           END-PERFORM
           CLOSE SCHOOLS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> A PAYER HOLDS ITS STREET AS ONE FREE-TEXT LINE; TOWN, POSTAL
      *> CODE AND TAX NUMBER ARE USED WHEN THEY HAVE BEEN KEYED IN
       WRITE-PAYER-CUSTOMERS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT PAYERS
           IF PAYER-FS = NOT-FILE THEN
               CLOSE PAYERS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PAYERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE "Customer" TO WS-XML-TAG
                       PERFORM OPEN-ELEMENT
                       MOVE PAY-ID TO WS-CUSTOMER-ID
                       IF PAY-TAX-ID = SPACES OR LOW-VALUES
                           MOVE FINAL-CONSUMER-TAX-ID
                             TO WS-CUSTOMER-TAX-ID
                       ELSE
                           MOVE PAY-TAX-ID TO WS-CUSTOMER-TAX-ID
                       END-IF
                       PERFORM WRITE-CUSTOMER-IDS
                       MOVE "CompanyName" TO WS-XML-TAG
                       MOVE PAY-NAME TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "BillingAddress" TO WS-XML-TAG
                       PERFORM OPEN-ELEMENT
                       MOVE "AddressDetail" TO WS-XML-TAG
                       MOVE PAY-ADDRESS TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "City" TO WS-XML-TAG
                       IF PAY-TOWN = SPACES OR LOW-VALUES
                           MOVE "DESCONHECIDO" TO WS-XML-VALUE
                       ELSE
                           MOVE PAY-TOWN TO WS-XML-VALUE
                       END-IF
                       PERFORM WRITE-ELEMENT
                       MOVE "PostalCode" TO WS-XML-TAG
                       IF PAY-POSTAL-CODE IS NOT NUMERIC
                           MOVE ZEROS TO PAY-POSTAL-CODE
                       END-IF
                       MOVE SPACES TO WS-XML-VALUE
                       STRING PAY-POSTAL-CODE1 "-" PAY-POSTAL-CODE2
                           DELIMITED BY SIZE INTO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "Country" TO WS-XML-TAG
                       MOVE COMPANY-COUNTRY TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "BillingAddress" TO WS-XML-TAG
                       PERFORM CLOSE-ELEMENT
                       MOVE "SelfBillingIndicator" TO WS-XML-TAG
                       MOVE "0" TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "Customer" TO WS-XML-TAG
                       PERFORM CLOSE-ELEMENT
               END-READ
           END-PERFORM
           CLOSE PAYERS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       WRITE-CUSTOMER-IDS SECTION.
           MOVE "CustomerID" TO WS-XML-TAG
           MOVE WS-CUSTOMER-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "AccountID" TO WS-XML-TAG
           MOVE "1100" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CustomerTaxID" TO WS-XML-TAG
           MOVE WS-CUSTOMER-TAX-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           EXIT SECTION.

       WRITE-PRODUCTS SECTION.
           MOVE "Product" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "ProductType" TO WS-XML-TAG
           MOVE "S" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ProductCode" TO WS-XML-TAG
           MOVE INTEREST-PRODUCT-CODE TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ProductDescription" TO WS-XML-TAG
           MOVE "JUROS DE MORA" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ProductNumberCode" TO WS-XML-TAG
           MOVE INTEREST-PRODUCT-CODE TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Product" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT

           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SANDWICHES
           IF SANDWICH-FS = NOT-FILE THEN
               CLOSE SANDWICHES
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SANDWICHES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE "Product" TO WS-XML-TAG
                       PERFORM OPEN-ELEMENT
                       MOVE "ProductType" TO WS-XML-TAG
                       MOVE "P" TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "ProductCode" TO WS-XML-TAG
                       MOVE SR-IID TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "ProductDescription" TO WS-XML-TAG
                       MOVE SR-S-DESCRIPTION TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "ProductNumberCode" TO WS-XML-TAG
                       MOVE SR-EID TO WS-XML-VALUE
                       PERFORM WRITE-ELEMENT
                       MOVE "Product" TO WS-XML-TAG
                       PERFORM CLOSE-ELEMENT
               END-READ
           END-PERFORM
           CLOSE SANDWICHES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       WRITE-TAX-TABLE SECTION.
           MOVE "TaxTable" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           PERFORM VARYING WS-VAT-CODE FROM 0 BY 1
                   UNTIL WS-VAT-CODE > 2
               PERFORM SET-TAX-CODE
               MOVE "TaxTableEntry" TO WS-XML-TAG
               PERFORM OPEN-ELEMENT
               MOVE "TaxType" TO WS-XML-TAG
               MOVE "IVA" TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "TaxCountryRegion" TO WS-XML-TAG
               MOVE COMPANY-COUNTRY TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "TaxCode" TO WS-XML-TAG
               MOVE WS-TAX-CODE TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "Description" TO WS-XML-TAG
               EVALUATE WS-VAT-CODE
                   WHEN 1 MOVE "TAXA NORMAL" TO WS-XML-VALUE
                   WHEN 2 MOVE "TAXA REDUZIDA" TO WS-XML-VALUE
                   WHEN OTHER MOVE "ISENTA" TO WS-XML-VALUE
               END-EVALUATE
               PERFORM WRITE-ELEMENT
               MOVE "TaxPercentage" TO WS-XML-TAG
               MOVE WS-TAX-PERCENT TO WS-XML-PERCENT
               MOVE TRIM (WS-XML-PERCENT) TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "TaxTableEntry" TO WS-XML-TAG
               PERFORM CLOSE-ELEMENT
           END-PERFORM
           MOVE "TaxTable" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      ******************************************************************
      *    GL ENTRIES OF THE PERIOD - ONE JOURNAL, ONE TRANSACTION PER
      *    RUN OF LEGS FROM THE SAME FEEDER DOCUMENT
      ******************************************************************
       WRITE-GL-ENTRIES SECTION.
           MOVE "GeneralLedgerEntries" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "NumberOfEntries" TO WS-XML-TAG
           MOVE WS-GL-TRANS-COUNT TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "TotalDebit" TO WS-XML-TAG
           MOVE WS-GL-PER-DEBIT TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "TotalCredit" TO WS-XML-TAG
           MOVE WS-GL-PER-CREDIT TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "Journal" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "JournalID" TO WS-XML-TAG
           MOVE "GL" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Description" TO WS-XML-TAG
           MOVE "DIARIO GERAL" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT

           MOVE SPACES TO WS-PREV-SOURCE, WS-PREV-SOURCE-REF
           MOVE "N" TO WS-TRANS-OPEN
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT GLPOSTS
           IF GLPOST-FS NOT = NOT-FILE THEN
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ GLPOSTS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           COMPUTE WS-POST-PERIOD =
                               GLP-PERIOD-YEAR * 100 + GLP-PERIOD-MONTH
                           IF WS-POST-PERIOD = WS-CUTOFF THEN
                               PERFORM WRITE-ONE-GL-LEG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GLPOSTS
           MOVE SPACES TO FLAG-TRUE
           IF WS-TRANS-OPEN = "Y" THEN
               PERFORM CLOSE-GL-TRANSACTION
           END-IF

           MOVE "Journal" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "GeneralLedgerEntries" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-ONE-GL-LEG SECTION.
           IF GLP-SOURCE NOT = WS-PREV-SOURCE
              OR GLP-SOURCE-REF NOT = WS-PREV-SOURCE-REF THEN
               IF WS-TRANS-OPEN = "Y" THEN
                   PERFORM CLOSE-GL-TRANSACTION
               END-IF
               PERFORM OPEN-GL-TRANSACTION
               MOVE GLP-SOURCE TO WS-PREV-SOURCE
               MOVE GLP-SOURCE-REF TO WS-PREV-SOURCE-REF
           END-IF
           IF GLP-DEBIT > ZEROS THEN
               MOVE "DebitLine" TO WS-XML-TAG
           ELSE
               MOVE "CreditLine" TO WS-XML-TAG
           END-IF
           PERFORM OPEN-ELEMENT
           MOVE "RecordID" TO WS-XML-TAG
           MOVE GLP-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "AccountID" TO WS-XML-TAG
           MOVE GLP-ACCOUNT TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SystemEntryDate" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING GLP-DATE (1:4) "-" GLP-DATE (5:2) "-"
                  GLP-DATE (7:2) "T00:00:00"
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Description" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING GLP-SOURCE " " GLP-SOURCE-REF
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           IF GLP-DEBIT > ZEROS THEN
               MOVE "DebitAmount" TO WS-XML-TAG
               MOVE GLP-DEBIT TO WS-XML-AMOUNT
               PERFORM WRITE-AMOUNT-ELEMENT
               MOVE "DebitLine" TO WS-XML-TAG
           ELSE
               MOVE "CreditAmount" TO WS-XML-TAG
               MOVE GLP-CREDIT TO WS-XML-AMOUNT
               PERFORM WRITE-AMOUNT-ELEMENT
               MOVE "CreditLine" TO WS-XML-TAG
           END-IF
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       OPEN-GL-TRANSACTION SECTION.
           MOVE "Transaction" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "TransactionID" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING GLP-DATE (1:4) "-" GLP-DATE (5:2) "-"
                  GLP-DATE (7:2) " GL " GLP-ID
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Period" TO WS-XML-TAG
           MOVE GLP-PERIOD-MONTH TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "TransactionDate" TO WS-XML-TAG
           MOVE GLP-DATE TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "SourceID" TO WS-XML-TAG
           MOVE GLP-SOURCE TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Description" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING GLP-SOURCE " " GLP-SOURCE-REF
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "DocArchivalNumber" TO WS-XML-TAG
           MOVE GLP-SOURCE-REF TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "TransactionType" TO WS-XML-TAG
           MOVE "N" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "GLPostingDate" TO WS-XML-TAG
           MOVE GLP-DATE TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "Lines" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "Y" TO WS-TRANS-OPEN
           EXIT SECTION.

       CLOSE-GL-TRANSACTION SECTION.
           MOVE "Lines" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "Transaction" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "N" TO WS-TRANS-OPEN
           EXIT SECTION.

      ******************************************************************
      *    SALES DOCUMENTS - INVOICES DATED IN THE PERIOD, THEN THE
      *    CREDIT NOTES RAISED IN IT
      ******************************************************************
       WRITE-SALES-INVOICES SECTION.
           MOVE "SalesInvoices" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "NumberOfEntries" TO WS-XML-TAG
           MOVE WS-SALES-ENTRIES TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "TotalDebit" TO WS-XML-TAG
           MOVE WS-CRN-NET-TOTAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "TotalCredit" TO WS-XML-TAG
           MOVE WS-INV-NET TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT

           OPEN INPUT SANDWICHES
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT INVOICES
           IF INVOICE-FS NOT = NOT-FILE THEN
               OPEN INPUT INVLINES
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ INVOICES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           COMPUTE WS-DOC-PERIOD =
                               INV-DATE-YEAR * 100 + INV-DATE-MONTH
                           IF WS-DOC-PERIOD = WS-CUTOFF THEN
                               PERFORM WRITE-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVLINES
           END-IF
           CLOSE INVOICES

           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT CREDNOTES
           IF CREDNOTE-FS NOT = NOT-FILE THEN
               OPEN INPUT INVOICES
               OPEN INPUT INVLINES
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ CREDNOTES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           IF CRN-DATE (1:6) = WS-CUTOFF THEN
                               PERFORM FIND-CREDIT-ORIGIN
                               PERFORM WRITE-ONE-CREDIT-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVLINES
               CLOSE INVOICES
           END-IF
           CLOSE CREDNOTES
           CLOSE SANDWICHES
           MOVE SPACES TO FLAG-TRUE

           MOVE "SalesInvoices" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       SET-INVOICE-NUMBER SECTION.
           MOVE INV-DOC-TYPE TO WS-STAMP-TYPE
           MOVE INV-ID TO WS-STAMP-ID
           PERFORM SET-STAMPED-NUMBER
           EXIT SECTION.

      *> THE CERTIFIED NUMBER, ATCUD AND HASH GIVEN AT ISSUE; A
      *> DOCUMENT RAISED BEFORE CERTIFICATION KEEPS ITS PLAIN NUMBER
       SET-STAMPED-NUMBER SECTION.
           MOVE SPACES TO WS-DOC-NO
           MOVE "0" TO WS-DOC-ATCUD
           MOVE "0" TO WS-DOC-HASH
           MOVE "0" TO WS-DOC-HASH-CONTROL
           IF DOCSTAMP-FS NOT = NOT-FILE THEN
               MOVE WS-STAMP-TYPE TO DST-DOC-TYPE
               MOVE WS-STAMP-ID TO DST-DOC-ID
               READ DOCSTAMPS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DST-DOC-NO TO WS-DOC-NO
                       MOVE DST-ATCUD TO WS-DOC-ATCUD
                       MOVE DST-HASH TO WS-DOC-HASH
                       MOVE "1" TO WS-DOC-HASH-CONTROL
               END-READ
           END-IF
           IF WS-DOC-NO = SPACES THEN
               STRING WS-STAMP-TYPE " BW/" WS-STAMP-ID
                   DELIMITED BY SIZE INTO WS-DOC-NO
           END-IF
           EXIT SECTION.

       WRITE-ONE-INVOICE SECTION.
           PERFORM SET-INVOICE-NUMBER
           MOVE INV-SCHOOL-ID TO WS-CUSTOMER-ID
           MOVE INV-DATE TO WS-XML-DATE
           MOVE INV-DOC-TYPE TO WS-DOC-TYPE
           PERFORM WRITE-DOCUMENT-HEAD

           MOVE ZEROS TO WS-LINE-COUNT
           IF INV-DOC-DEBIT-NOTE THEN
               PERFORM WRITE-INTEREST-LINE
           END-IF
           IF INVLINE-FS NOT = NOT-FILE
              AND INV-DOC-INVOICE THEN
               MOVE INV-ID TO INVL-INV-ID
               MOVE ZEROS TO INVL-LINE-NO
               START INVLINES KEY IS NOT LESS THAN INVL-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LINES-DONE
                       PERFORM UNTIL WS-LINES-DONE = "Y"
                           READ INVLINES NEXT RECORD
                               AT END MOVE "Y" TO WS-LINES-DONE
                               NOT AT END
                                   IF INVL-INV-ID NOT = INV-ID THEN
                                       MOVE "Y" TO WS-LINES-DONE
                                   ELSE
                                       PERFORM WRITE-ONE-INVOICE-LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF

           MOVE "DocumentTotals" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "TaxPayable" TO WS-XML-TAG
           MOVE INV-VAT-TOTAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "NetTotal" TO WS-XML-TAG
           MOVE INV-NET-TOTAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "GrossTotal" TO WS-XML-TAG
           MOVE INV-TOTAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "DocumentTotals" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "Invoice" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      ******************************************************************
      *    DOCUMENT HEADER SHARED BY INVOICES AND CREDIT NOTES -
      *    CALLER SETS WS-DOC-NO, WS-CUSTOMER-ID, THE DOCUMENT DATE IN
      *    WS-XML-DATE AND THE DOCUMENT TYPE IN WS-DOC-TYPE
      ******************************************************************
       WRITE-DOCUMENT-HEAD SECTION.
           MOVE "Invoice" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "InvoiceNo" TO WS-XML-TAG
           MOVE WS-DOC-NO TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ATCUD" TO WS-XML-TAG
           MOVE WS-DOC-ATCUD TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "DocumentStatus" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "InvoiceStatus" TO WS-XML-TAG
           MOVE "N" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "InvoiceStatusDate" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-XML-DATE (1:4) "-" WS-XML-DATE (5:2) "-"
                  WS-XML-DATE (7:2) "T00:00:00"
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SourceID" TO WS-XML-TAG
           PERFORM SET-SOURCE-ID
           PERFORM WRITE-ELEMENT
           MOVE "SourceBilling" TO WS-XML-TAG
           MOVE "P" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "DocumentStatus" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "Hash" TO WS-XML-TAG
           MOVE WS-DOC-HASH TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "HashControl" TO WS-XML-TAG
           MOVE WS-DOC-HASH-CONTROL TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Period" TO WS-XML-TAG
           MOVE WS-ASK-MONTH TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "InvoiceDate" TO WS-XML-TAG
           PERFORM WRITE-DATE-ELEMENT
           MOVE "InvoiceType" TO WS-XML-TAG
           MOVE WS-DOC-TYPE TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SpecialRegimes" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "SelfBillingIndicator" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CashVATSchemeIndicator" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ThirdPartiesBillingIndicator" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SpecialRegimes" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "SourceID" TO WS-XML-TAG
           PERFORM SET-SOURCE-ID
           PERFORM WRITE-ELEMENT
           MOVE "SystemEntryDate" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-XML-DATE (1:4) "-" WS-XML-DATE (5:2) "-"
                  WS-XML-DATE (7:2) "T00:00:00"
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CustomerID" TO WS-XML-TAG
           MOVE WS-CUSTOMER-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           EXIT SECTION.

       SET-SOURCE-ID SECTION.
           EVALUATE WS-DOC-TYPE
               WHEN "NC"
                   MOVE "RSORETURN" TO WS-XML-VALUE
               WHEN "ND"
                   MOVE "ARINTEREST" TO WS-XML-VALUE
               WHEN OTHER
                   MOVE "RSOBILL" TO WS-XML-VALUE
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************
      *    AN INTEREST DEBIT NOTE HAS NO MEAL LINES - ONE SERVICE LINE
      *    FOR THE WHOLE AMOUNT, REFERRING BACK TO THE LATE INVOICE.
      *    LATE-PAYMENT INTEREST IS OUTSIDE THE TAXABLE AMOUNT
      ******************************************************************
       WRITE-INTEREST-LINE SECTION.
           MOVE SPACES TO WS-ORIGIN-DOC-NO
           IF INV-ORIGIN-INV-ID NOT = ZEROS THEN
               MOVE "FT" TO WS-STAMP-TYPE
               MOVE INV-ORIGIN-INV-ID TO WS-STAMP-ID
               PERFORM SET-STAMPED-NUMBER
               MOVE WS-DOC-NO TO WS-ORIGIN-DOC-NO
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE "Line" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "LineNumber" TO WS-XML-TAG
           MOVE WS-LINE-COUNT TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "ProductCode" TO WS-XML-TAG
           MOVE INTEREST-PRODUCT-CODE TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ProductDescription" TO WS-XML-TAG
           MOVE "JUROS DE MORA" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Quantity" TO WS-XML-TAG
           MOVE 1 TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "UnitOfMeasure" TO WS-XML-TAG
           MOVE "UN" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "UnitPrice" TO WS-XML-TAG
           MOVE INV-NET-TOTAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           IF WS-ORIGIN-DOC-NO NOT = SPACES THEN
               MOVE "References" TO WS-XML-TAG
               PERFORM OPEN-ELEMENT
               MOVE "Reference" TO WS-XML-TAG
               MOVE WS-ORIGIN-DOC-NO TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "Reason" TO WS-XML-TAG
               MOVE "JUROS DE MORA" TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "References" TO WS-XML-TAG
               PERFORM CLOSE-ELEMENT
           END-IF
           MOVE "TaxPointDate" TO WS-XML-TAG
           MOVE INV-DATE TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "Description" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING "JUROS DE MORA S/ " WS-ORIGIN-DOC-NO
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CreditAmount" TO WS-XML-TAG
           MOVE INV-NET-TOTAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE ZEROS TO WS-VAT-CODE
           PERFORM WRITE-TAX-BLOCK
           MOVE "Line" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-ONE-INVOICE-LINE SECTION.
           ADD 1 TO WS-LINE-COUNT
           MOVE "Line" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "LineNumber" TO WS-XML-TAG
           MOVE WS-LINE-COUNT TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "OrderReferences" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "OriginatingON" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING "ENC " INVL-ORDER-ID
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "OrderReferences" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE INVL-SANDWICH-ID TO SR-IID
           PERFORM WRITE-PRODUCT-REF
           MOVE "Quantity" TO WS-XML-TAG
           MOVE INVL-QUANTITY TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "UnitOfMeasure" TO WS-XML-TAG
           MOVE "UN" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "UnitPrice" TO WS-XML-TAG
           MOVE INVL-UNIT-PRICE TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "TaxPointDate" TO WS-XML-TAG
           MOVE INV-DATE TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "Description" TO WS-XML-TAG
           MOVE SR-S-DESCRIPTION TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CreditAmount" TO WS-XML-TAG
           MOVE INVL-AMOUNT TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE INVL-VAT-CODE TO WS-VAT-CODE
           PERFORM WRITE-TAX-BLOCK
           MOVE "Line" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      *> CALLER PUTS THE SANDWICH ID IN SR-IID; LEAVES THE SANDWICH
      *> RECORD IN PLACE FOR THE LINE DESCRIPTION
       WRITE-PRODUCT-REF SECTION.
           IF SANDWICH-FS = NOT-FILE THEN
               MOVE "PRODUTO SEM FICHA" TO SR-S-DESCRIPTION
           ELSE
               READ SANDWICHES
                   INVALID KEY
                       MOVE "PRODUTO SEM FICHA" TO SR-S-DESCRIPTION
               END-READ
           END-IF
           MOVE "ProductCode" TO WS-XML-TAG
           MOVE SR-IID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ProductDescription" TO WS-XML-TAG
           MOVE SR-S-DESCRIPTION TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           EXIT SECTION.

       WRITE-ONE-CREDIT-NOTE SECTION.
           MOVE SPACES TO WS-ORIGIN-DOC-NO
           IF WS-CRN-ORIGIN-INV NOT = ZEROS THEN
               MOVE "FT" TO WS-STAMP-TYPE
               MOVE WS-CRN-ORIGIN-INV TO WS-STAMP-ID
               PERFORM SET-STAMPED-NUMBER
               MOVE WS-DOC-NO TO WS-ORIGIN-DOC-NO
           END-IF
           MOVE "NC" TO WS-STAMP-TYPE
           MOVE CRN-ID TO WS-STAMP-ID
           PERFORM SET-STAMPED-NUMBER
           MOVE CRN-DATE TO WS-XML-DATE
           MOVE "NC" TO WS-DOC-TYPE
           PERFORM WRITE-DOCUMENT-HEAD

           MOVE "Line" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "LineNumber" TO WS-XML-TAG
           MOVE "1" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE WS-CRN-SANDWICH TO SR-IID
           PERFORM WRITE-PRODUCT-REF
           MOVE "Quantity" TO WS-XML-TAG
           MOVE CRN-QUANTITY TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "UnitOfMeasure" TO WS-XML-TAG
           MOVE "UN" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "UnitPrice" TO WS-XML-TAG
           MOVE WS-CRN-UNIT-PRICE TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           IF WS-ORIGIN-DOC-NO NOT = SPACES THEN
               MOVE "References" TO WS-XML-TAG
               PERFORM OPEN-ELEMENT
               MOVE "Reference" TO WS-XML-TAG
               MOVE WS-ORIGIN-DOC-NO TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "Reason" TO WS-XML-TAG
               MOVE CRN-REASON TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "References" TO WS-XML-TAG
               PERFORM CLOSE-ELEMENT
           END-IF
           MOVE "TaxPointDate" TO WS-XML-TAG
           MOVE CRN-DATE TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "Description" TO WS-XML-TAG
           MOVE CRN-REASON TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "DebitAmount" TO WS-XML-TAG
           MOVE WS-CRN-NET TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE WS-CRN-VAT-CODE TO WS-VAT-CODE
           PERFORM WRITE-TAX-BLOCK
           MOVE "Line" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT

           MOVE "DocumentTotals" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "TaxPayable" TO WS-XML-TAG
           MOVE WS-CRN-VAT TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "NetTotal" TO WS-XML-TAG
           MOVE WS-CRN-NET TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "GrossTotal" TO WS-XML-TAG
           MOVE CRN-VALUE TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "DocumentTotals" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "Invoice" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      ******************************************************************
      *    PAYMENTS - EVERY RECEIPT DATED IN THE PERIOD, SETTLING THE
      *    INVOICE IT WAS KEYED AGAINST
      ******************************************************************
       WRITE-PAYMENTS SECTION.
           MOVE "Payments" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "NumberOfEntries" TO WS-XML-TAG
           MOVE WS-RCPT-COUNT TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "TotalDebit" TO WS-XML-TAG
           MOVE WS-RCPT-DEBIT-TOTAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "TotalCredit" TO WS-XML-TAG
           MOVE WS-RCPT-TOTAL TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT

           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT RECEIPTS
           IF RECEIPT-FS NOT = NOT-FILE THEN
               OPEN INPUT INVOICES
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ RECEIPTS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           COMPUTE WS-DOC-PERIOD =
                               RCPT-DATE-YEAR * 100 + RCPT-DATE-MONTH
                           IF WS-DOC-PERIOD = WS-CUTOFF
                              AND NOT RCPT-IS-WRITE-OFF
                              AND NOT RCPT-IS-PENALTY THEN
                               PERFORM WRITE-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICES
           END-IF
           CLOSE RECEIPTS
           MOVE SPACES TO FLAG-TRUE

           MOVE "Payments" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-ONE-PAYMENT SECTION.
           MOVE ZEROS TO WS-CUSTOMER-ID
           MOVE ZEROS TO INV-DATE
           MOVE "FT" TO INV-DOC-TYPE
           IF INVOICE-FS NOT = NOT-FILE THEN
               MOVE RCPT-INV-ID TO INV-ID
               READ INVOICES
                   INVALID KEY
                       MOVE ZEROS TO INV-DATE
                       MOVE "FT" TO INV-DOC-TYPE
                   NOT INVALID KEY
                       MOVE INV-SCHOOL-ID TO WS-CUSTOMER-ID
               END-READ
           END-IF
           MOVE RCPT-INV-ID TO INV-ID

           MOVE "Payment" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "PaymentRefNo" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING "RG BW/" RCPT-INV-ID "-" RCPT-SEQ
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "ATCUD" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "Period" TO WS-XML-TAG
           MOVE WS-ASK-MONTH TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "TransactionDate" TO WS-XML-TAG
           MOVE RCPT-DATE TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "PaymentType" TO WS-XML-TAG
           MOVE "RG" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "DocumentStatus" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "PaymentStatus" TO WS-XML-TAG
           MOVE "N" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "PaymentStatusDate" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING RCPT-DATE (1:4) "-" RCPT-DATE (5:2) "-"
                  RCPT-DATE (7:2) "T00:00:00"
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SourceID" TO WS-XML-TAG
           MOVE "ARPAY" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SourcePayment" TO WS-XML-TAG
           MOVE "P" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "DocumentStatus" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "PaymentMethod" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "PaymentMechanism" TO WS-XML-TAG
           MOVE "TB" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "PaymentAmount" TO WS-XML-TAG
           MOVE RCPT-AMOUNT TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "PaymentDate" TO WS-XML-TAG
           MOVE RCPT-DATE TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "PaymentMethod" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "SourceID" TO WS-XML-TAG
           MOVE "ARPAY" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SystemEntryDate" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING RCPT-DATE (1:4) "-" RCPT-DATE (5:2) "-"
                  RCPT-DATE (7:2) "T00:00:00"
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "CustomerID" TO WS-XML-TAG
           MOVE WS-CUSTOMER-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT

           MOVE "Line" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "LineNumber" TO WS-XML-TAG
           MOVE "1" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "SourceDocumentID" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           PERFORM SET-INVOICE-NUMBER
           MOVE "OriginatingON" TO WS-XML-TAG
           MOVE WS-DOC-NO TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "InvoiceDate" TO WS-XML-TAG
           MOVE INV-DATE TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "SourceDocumentID" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           IF RCPT-AMOUNT < ZEROS THEN
               MOVE "DebitAmount" TO WS-XML-TAG
           ELSE
               MOVE "CreditAmount" TO WS-XML-TAG
           END-IF
           MOVE RCPT-AMOUNT TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "Line" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT

           MOVE "DocumentTotals" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "TaxPayable" TO WS-XML-TAG
           MOVE ZEROS TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "NetTotal" TO WS-XML-TAG
           MOVE RCPT-AMOUNT TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "GrossTotal" TO WS-XML-TAG
           MOVE RCPT-AMOUNT TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT
           MOVE "DocumentTotals" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "Payment" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      ******************************************************************
      *    CONTROL REPORT - THE FIGURES THE ACCOUNTANT TICKS AGAINST
      *    VATRET (OUTPUT SIDE, SAME MONTH) AND GLTRIAL (SAME CUTOFF)
      *    BEFORE THE FILE LEAVES THE BUILDING
      ******************************************************************
       WRITE-CONTROL-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE "SALES INVOICES - NET" TO RPT-CTL-TEXT
           MOVE WS-INV-COUNT TO RPT-CTL-COUNT
           MOVE WS-INV-NET TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "SALES INVOICES - VAT" TO RPT-CTL-TEXT
           MOVE WS-INV-VAT TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "SALES INVOICES - GROSS" TO RPT-CTL-TEXT
           MOVE WS-INV-GROSS TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "CREDIT NOTES - NET" TO RPT-CTL-TEXT
           MOVE WS-CRN-COUNT TO RPT-CTL-COUNT
           MOVE WS-CRN-NET-TOTAL TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "CREDIT NOTES - VAT" TO RPT-CTL-TEXT
           MOVE WS-CRN-VAT-TOTAL TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "PAYMENTS" TO RPT-CTL-TEXT
           MOVE WS-RCPT-COUNT TO RPT-CTL-COUNT
           MOVE WS-RCPT-TOTAL TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "PAYMENTS - RETURNED DIRECT DEBITS" TO RPT-CTL-TEXT
           MOVE ZEROS TO RPT-CTL-COUNT
           MOVE WS-RCPT-DEBIT-TOTAL TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE ZEROS TO RPT-CTL-COUNT
           MOVE "VATRET BOX 1 - OUTPUT VAT STANDARD RATE"
             TO RPT-CTL-TEXT
           MOVE WS-OUT-VAT-STD TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "VATRET BOX 2 - OUTPUT VAT REDUCED RATE"
             TO RPT-CTL-TEXT
           MOVE WS-OUT-VAT-RED TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "VATRET BOX 3 - TOTAL OUTPUT VAT" TO RPT-CTL-TEXT
           MOVE WS-OUT-VAT-TOTAL TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "VATRET BOX 6 - NET SALES EXCLUDING VAT"
             TO RPT-CTL-TEXT
           COMPUTE RPT-CTL-VALUE =
               WS-OUT-NET-ZERO + WS-OUT-NET-STD + WS-OUT-NET-RED
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "INVOICE HEADER VAT AGAINST LINE VAT" TO RPT-CHK-TEXT
           IF WS-INV-VAT = WS-OUT-VAT-TOTAL THEN
               MOVE "AGREE" TO RPT-CHK-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO RPT-CHK-RESULT
           END-IF
           WRITE REPORT-LINE FROM RPT-CTL-CHECK
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE "GL ENTRIES - TRANSACTIONS / DEBIT" TO RPT-CTL-TEXT
           MOVE WS-GL-TRANS-COUNT TO RPT-CTL-COUNT
           MOVE WS-GL-PER-DEBIT TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "GL ENTRIES - LEGS / CREDIT" TO RPT-CTL-TEXT
           MOVE WS-GL-LEG-COUNT TO RPT-CTL-COUNT
           MOVE WS-GL-PER-CREDIT TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "GL ENTRIES OF THE PERIOD BALANCE" TO RPT-CHK-TEXT
           COMPUTE WS-GL-DIFFERENCE =
               WS-GL-PER-DEBIT - WS-GL-PER-CREDIT
           IF WS-GL-DIFFERENCE = ZEROS THEN
               MOVE "AGREE" TO RPT-CHK-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO RPT-CHK-RESULT
           END-IF
           WRITE REPORT-LINE FROM RPT-CTL-CHECK
           MOVE ZEROS TO RPT-CTL-COUNT
           MOVE "GLTRIAL TOTAL DEBIT TO THIS PERIOD" TO RPT-CTL-TEXT
           MOVE WS-TB-DEBIT TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "GLTRIAL TOTAL CREDIT TO THIS PERIOD" TO RPT-CTL-TEXT
           MOVE WS-TB-CREDIT TO RPT-CTL-VALUE
           WRITE REPORT-LINE FROM RPT-CTL-LINE
           MOVE "TRIAL BALANCE TO THIS PERIOD BALANCES"
             TO RPT-CHK-TEXT
           COMPUTE WS-GL-DIFFERENCE = WS-TB-DEBIT - WS-TB-CREDIT
           IF WS-GL-DIFFERENCE = ZEROS THEN
               MOVE "AGREE" TO RPT-CHK-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO RPT-CHK-RESULT
           END-IF
           WRITE REPORT-LINE FROM RPT-CTL-CHECK
           CLOSE REPORTFILE
           EXIT SECTION.

       END PROGRAM SAFTEXP.
