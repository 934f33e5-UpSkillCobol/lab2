      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    CASH SALE ON DELIVERY - A NON-SCHOOL CUSTOMER FLAGGED TO PAY
      *    THE DRIVER SETTLES A DELIVERED ORDER ON THE SPOT: THE ORDER
      *    IS INVOICED AT ONCE, BOOKED AS PAID AND A CASH RECEIPT IS
      *    PRINTED; THE MONTHLY INVOICE RUN THEN LEAVES IT ALONE
      *    V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSCASH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDERS ASSIGN TO "FX-ORDERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ORDERS-ID
           ALTERNATE RECORD KEY IS FD-DELIVERY-DATE
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-ORDERS-SCHOOL-DATE-KEY
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

           SELECT ORDLINES ASSIGN TO "FX-ORDLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

           SELECT CUSTOMERS ASSIGN TO "FXCUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUS-ID
           FILE STATUS IS CUSTOMER-FS.

           SELECT CUSPRICES ASSIGN TO "FXCUSPRICE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-KEY
           FILE STATUS IS CUSPRICE-FS.

      *> STANDARD PRICE - QUANTITY BREAKS, THEN INGREDIENT COST PLUS
      *> THE HOUSE MARKUP, THE SAME CHAIN THE INVOICE RUN USES
           SELECT SRPRICES ASSIGN TO "FXSRPRICES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPB-KEY
           FILE STATUS IS SRPRICE-FS.

           SELECT SR-ING ASSIGN TO "FX-SR-ING"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-SAND-ING-ID
           FILE STATUS IS SR-ING-FS.

           SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIS-ID
           FILE STATUS IS RIS-STATUS.

           SELECT SR-CAT ASSIGN TO "FX-SR-CAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-SAND-CAT-ID
           FILE STATUS IS SR-CAT-FS.

           SELECT CATEGORIES ASSIGN TO "FXCATEGORIES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CATEGORY-ID
           FILE STATUS IS CATEGORY-FS.

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

      *> RUNNING COUNTER FOR THE NEXT INV-ID
           SELECT INVKEYS ASSIGN TO "INVOICEKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVKEY-STATUS.

      *> SHARED AUDIT TRAIL FOR EVERY KEYS COUNTER ADVANCED SYSTEM-WIDE
           SELECT KEYSAUDIT ASSIGN TO "KEYSAUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

      *> THE CASH RECEIPT HANDED TO THE CUSTOMER
           SELECT REPORTFILE ASSIGN TO "CUSCASHFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  CUSTOMERS.
       COPY FD-CUSTOMER.

       FD  CUSPRICES.
       COPY FD-CUSPRICE.

       FD  SRPRICES.
       COPY FD-SRPRICE.

       FD  SR-ING.
       COPY FD-SR-ING.

       FD  FXRISUPPLY.
       COPY FD-RIS.

       FD  SR-CAT.
       COPY FD-SR-CAT.

       FD  CATEGORIES.
       COPY CB-CATEGORIES.

       FD  INVOICES.
       COPY FD-INVOICE.

       FD  INVLINES.
       COPY FD-INVLINE.

       FD  RECEIPTS.
       COPY FD-RECEIPT.

       FD  INVKEYS.
       01  FDINVKEYS                            PIC 9(006).

       FD  KEYSAUDIT.
       01  KEYS-AUDIT-RECORD.
           05  AUD-COUNTER-NAME                 PIC X(012).
           05  AUD-OLD-VALUE                    PIC 9(006).
           05  AUD-NEW-VALUE                    PIC 9(006).
           05  AUD-DATE                         PIC 9(008).
           05  AUD-TIME                         PIC 9(008).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(080).

       WORKING-STORAGE SECTION.
       COPY VATRATES.
       COPY COMPANY.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  CUSTOMER-FS                          PIC 9(002).
       77  CUSPRICE-FS                          PIC 9(002).
       77  SRPRICE-FS                           PIC 9(002).
       77  SR-ING-FS                            PIC 9(002).
       77  RIS-STATUS                           PIC 9(002).
       77  SR-CAT-FS                            PIC 9(002).
       77  CATEGORY-FS                          PIC 9(002).
       77  INVOICE-FS                           PIC 9(002).
       77  INVLINE-FS                           PIC 9(002).
       77  RECEIPT-FS                           PIC 9(002).
       77  INVKEY-STATUS                        PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  INVOICE-COUNTER-NAME                 VALUE "INVOICEKEYS".

      *> MARKUP APPLIED ON TOP OF THE INGREDIENT COST OF A SANDWICH
       78  BILL-MARKUP-PCT                      VALUE 30.

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "CASHRECEIPT".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "CUSCASHFILE".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-ASK-ORDER                         PIC 9(005).
       77  WS-CASH-CONFIRM                      PIC X(001).
           88 CASH-RECEIVED                     VALUE "Y" "y".
       77  WS-OL-DONE                           PIC X(001).
       77  WS-OL-FIRST                          PIC X(001).
       77  WS-RIS-DONE                          PIC X(001).
       77  WS-AUDIT-OLD-VALUE                   PIC 9(006).
       77  WS-NEW-INV-ID                        PIC 9(006).

       01  WS-TODAY.
           05 WS-TODAY-YEAR                     PIC 9(004).
           05 WS-TODAY-MONTH                    PIC 9(002).
           05 WS-TODAY-DAY                      PIC 9(002).
       01  WS-TODAY-NUM REDEFINES WS-TODAY      PIC 9(008).

      *> THE ORDER AND ITS CUSTOMER, KEPT ONCE THE FILES ARE CLOSED
       77  WS-CSH-CUSTOMER                      PIC 9(003).
       77  WS-CSH-CUS-NAME                      PIC X(050).
       77  WS-CSH-CUS-TAX-ID                    PIC X(009).
       77  WS-CSH-BASIS                         PIC X(001).
       77  WS-CSH-OLD-STATUS                    PIC 9(001).
       01  WS-CSH-DELIVERY.
           05 WS-CSH-DEL-YEAR                   PIC 9(004).
           05 WS-CSH-DEL-MONTH                  PIC 9(002).
           05 WS-CSH-DEL-DAY                    PIC 9(002).
       01  WS-CSH-DELIVERY-NUM REDEFINES WS-CSH-DELIVERY
                                                PIC 9(008).

      *> THE ORDER'S LINES PRICED BEFORE THE DRIVER TAKES THE CASH
       77  MAX-CSH                              PIC 9(003) VALUE ZEROS.
       01  TAB-CSH OCCURS 99 INDEXED BY IND-CSH.
           05 TAB-CSH-SANDWICH-ID               PIC 9(003).
           05 TAB-CSH-QUANTITY                  PIC 9(003).
           05 TAB-CSH-UNIT-PRICE                PIC 9(005)V99.
           05 TAB-CSH-AMOUNT                    PIC 9(007)V99.
           05 TAB-CSH-VAT-CODE                  PIC 9(001).
           05 TAB-CSH-VAT                       PIC 9(007)V99.
           05 TAB-CSH-GROSS                     PIC 9(007)V99.

       77  WS-PRICE-FOUND                       PIC X(001).
       77  WS-QUOTE-BEST-FROM                   PIC 9(008).
       77  WS-UNIT-PRICE                        PIC 9(005)V99.
       77  WS-UNIT-COST                         PIC 9(005)V99.
       77  WS-LINE-VAT-CODE                     PIC 9(001).
       77  WS-LINE-VAT-RATE                     PIC 9(002).
       77  WS-INV-NET                           PIC 9(007)V99.
       77  WS-INV-VAT                           PIC 9(007)V99.
       77  WS-INV-TOTAL                         PIC 9(007)V99.

       77  WS-BEST-PRICE                        PIC 9(003)V99.
      *> SITE ZERO ASKS AVGCOST FOR THE WHOLE-BUSINESS AVERAGE
       77  WS-ALL-SITES                         PIC 9(003) VALUE ZEROS.
       77  WS-BEST-FOUND                        PIC X(001).
       77  WS-RESORT-PRICE                      PIC 9(003)V99.
       77  WS-RESORT-FOUND                      PIC X(001).

       77  WS-EVT-OLD-STATUS                    PIC 9(001).
       77  WS-EVT-NEW-STATUS                    PIC 9(001).
       77  WS-EVT-USER-ROLE                     PIC 9(001).

      *> CERTIFIED NUMBER AND ATCUD GIVEN TO THE INVOICE ON ISSUE
       77  WS-STAMP-TYPE                        PIC X(002) VALUE "FT".
       77  WS-STAMP-DATE                        PIC 9(008).
       77  WS-STAMP-DOC-NO                      PIC X(020).
       77  WS-STAMP-ATCUD                       PIC X(020).
       77  WS-STAMP-RESULT                      PIC X(001).

       01  DIVIDER-LINE                         PIC X(080)
           VALUE ALL "-".

       01  RPT-CSH-COMPANY.
           05 RPT-CSH-COMPANY-NAME              PIC X(050).
           05 FILLER                            PIC X(010)
              VALUE "  TAX ID: ".
           05 RPT-CSH-COMPANY-TAX               PIC X(009).

       01  RPT-CSH-HEAD.
           05 FILLER                            PIC X(021)
              VALUE "CASH SALE - INVOICE: ".
           05 RPT-CSH-INV-ID                    PIC 9(006).
           05 FILLER                            PIC X(009)
              VALUE "  ORDER: ".
           05 RPT-CSH-ORDER                     PIC 9(005).
           05 FILLER                            PIC X(008)
              VALUE "  DATE: ".
           05 RPT-CSH-DATE                      PIC 9(008).

       01  RPT-CSH-CUSTOMER.
           05 FILLER                            PIC X(010)
              VALUE "CUSTOMER: ".
           05 RPT-CSH-CUSTOMER-ID               PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-CSH-CUSTOMER-NAME             PIC X(040).
           05 FILLER                            PIC X(006)
              VALUE "  NIF ".
           05 RPT-CSH-CUSTOMER-TAX              PIC X(009).

       01  RPT-CSH-LINE.
           05 FILLER                            PIC X(004)
              VALUE "SR: ".
           05 RPT-LINE-SANDWICH                 PIC 9(003).
           05 FILLER                            PIC X(006)
              VALUE "  QTY:".
           05 RPT-LINE-QTY                      PIC 9(003).
           05 FILLER                            PIC X(008)
              VALUE "  UNIT: ".
           05 RPT-LINE-UNIT                     PIC ZZZZ9.99.
           05 FILLER                            PIC X(007)
              VALUE "  NET: ".
           05 RPT-LINE-AMOUNT                   PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(007)
              VALUE "  VAT: ".
           05 RPT-LINE-VAT                      PIC ZZZZ9.99.

       01  RPT-CSH-TOTAL.
           05 FILLER                            PIC X(014)
              VALUE "TOTALS - NET: ".
           05 RPT-TOTAL-NET                     PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(007)
              VALUE "  VAT: ".
           05 RPT-TOTAL-VAT                     PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(009)
              VALUE "  GROSS: ".
           05 RPT-TOTAL-AMOUNT                  PIC ZZZZZZ9.99.

       01  RPT-CSH-PAID.
           05 FILLER                            PIC X(020)
              VALUE "PAID IN CASH:       ".
           05 RPT-PAID-AMOUNT                   PIC ZZZZZZ9.99.

       01  RPT-CSH-STAMP.
           05 FILLER                            PIC X(010)
              VALUE "DOCUMENT: ".
           05 RPT-STAMP-DOC-NO                  PIC X(020).
           05 FILLER                            PIC X(009)
              VALUE "  ATCUD: ".
           05 RPT-STAMP-ATCUD                   PIC X(020).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  ORDER-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | CASH SALE ON DELIVERY"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "ORDER ID..................:" LINE 05 COL 10.
           05 SS-ORDER PIC 9(005) LINE 05 COL 40
              TO WS-ASK-ORDER.

       01  TOTAL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "CUSTOMER..................:" LINE 07 COL 10.
           05 SS-CUSTOMER PIC 9(003) LINE 07 COL 40
              FROM WS-CSH-CUSTOMER.
           05 SS-CUS-NAME PIC X(030) LINE 07 COL 44
              FROM WS-CSH-CUS-NAME.
           05 VALUE "NET.......................:" LINE 09 COL 10.
           05 SS-NET PIC ZZZZZZ9.99 LINE 09 COL 40
              FROM WS-INV-NET.
           05 VALUE "VAT.......................:" LINE 10 COL 10.
           05 SS-VAT PIC ZZZZZZ9.99 LINE 10 COL 40
              FROM WS-INV-VAT.
           05 VALUE "TO PAY....................:" LINE 11 COL 10.
           05 SS-TOTAL PIC ZZZZZZ9.99 LINE 11 COL 40
              FROM WS-INV-TOTAL.
           05 VALUE "CASH RECEIVED (Y/N).......:" LINE 13 COL 10.
           05 SS-CONFIRM PIC X(001) LINE 13 COL 40
              TO WS-CASH-CONFIRM.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-ORDER
               DISPLAY CLEAR-SCREEN
               DISPLAY ORDER-SCREEN
               ACCEPT ORDER-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM SETTLE-ORDER
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************
      *    FIRST-RUN SAFETY: MAKE SURE EVERY OUTPUT FILE EXISTS
      ******************************************************************
       CREATE-FILES SECTION.
           OPEN I-O INVOICES
           IF INVOICE-FS = NOT-FILE THEN
               OPEN OUTPUT INVOICES
           END-IF
           CLOSE INVOICES

           OPEN I-O INVLINES
           IF INVLINE-FS = NOT-FILE THEN
               OPEN OUTPUT INVLINES
           END-IF
           CLOSE INVLINES

           OPEN I-O RECEIPTS
           IF RECEIPT-FS = NOT-FILE THEN
               OPEN OUTPUT RECEIPTS
           END-IF
           CLOSE RECEIPTS

           OPEN I-O INVKEYS
           IF INVKEY-STATUS = NOT-FILE THEN
               OPEN OUTPUT INVKEYS
               MOVE ZEROS TO FDINVKEYS
               WRITE FDINVKEYS
           END-IF
           CLOSE INVKEYS

           OPEN I-O KEYSAUDIT
           IF AUDIT-STATUS = NOT-FILE THEN
               OPEN OUTPUT KEYSAUDIT
           END-IF
           CLOSE KEYSAUDIT
           EXIT SECTION.

      ******************************************************************
      *    CHECK THE ORDER, PRICE IT, TAKE THE CASH AND ISSUE THE
      *    INVOICE, ITS RECEIPT ROW AND THE PRINTED CASH RECEIPT
      ******************************************************************
       SETTLE-ORDER SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CHECK-ORDER
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-CUSTOMER
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM COLLECT-ORDER-LINES
           PERFORM PRICE-ORDER-LINES

           MOVE SPACES TO WS-CASH-CONFIRM
           DISPLAY TOTAL-SCREEN
           ACCEPT TOTAL-SCREEN
           IF KEYSTATUS = F3 OR NOT CASH-RECEIVED THEN
               MOVE ZEROS TO KEYSTATUS
               MOVE "NOTHING BOOKED - ORDER LEFT FOR THE INVOICE RUN"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           PERFORM GET-INVOICE-ID
           PERFORM WRITE-CASH-INVOICE
           PERFORM WRITE-CASH-RECEIPT
           PERFORM MARK-ORDER-INVOICED
           PERFORM PRINT-CASH-RECEIPT
           MOVE "PAID - CASH RECEIPT ON CUSCASHFILE" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> ONLY A DELIVERED ORDER OF A NON-SCHOOL CUSTOMER, NOT YET
      *> INVOICED, CAN BE SETTLED IN CASH
       CHECK-ORDER SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           OPEN INPUT ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               MOVE "NO ORDERS ON FILE" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE WS-ASK-ORDER TO FD-ORDERS-ID
           READ ORDERS
               INVALID KEY
                   CLOSE ORDERS
                   MOVE "ORDER NOT FOUND" TO WS-ERROR-TEXT
                   EXIT SECTION
           END-READ
           CLOSE ORDERS
           IF NOT FD-ORDER-FOR-CUSTOMER THEN
               MOVE "CASH SALES ARE FOR NON-SCHOOL CUSTOMERS ONLY"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF FD-ORDERS-STATUS = 6 THEN
               MOVE "ORDER IS ALREADY INVOICED" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF FD-ORDERS-STATUS NOT = 5 THEN
               MOVE "ORDER IS NOT DELIVERED YET" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO WS-CSH-CUSTOMER
           MOVE FD-DELIVERY-DATE TO WS-CSH-DELIVERY
           MOVE FD-ORDERS-STATUS TO WS-CSH-OLD-STATUS
      *> A HEADER-ONLY ORDER IS PRICED FROM ITS HEADER FIELDS
           MOVE ZEROS TO MAX-CSH
           MOVE 1 TO MAX-CSH
           SET IND-CSH TO 1
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID
             TO TAB-CSH-SANDWICH-ID (IND-CSH)
           MOVE FD-ORDERS-QUANTITY TO TAB-CSH-QUANTITY (IND-CSH)
           EXIT SECTION.

       CHECK-CUSTOMER SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           OPEN INPUT CUSTOMERS
           IF CUSTOMER-FS = NOT-FILE THEN
               CLOSE CUSTOMERS
               MOVE "NO CUSTOMERS ON FILE" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE WS-CSH-CUSTOMER TO CUS-ID
           READ CUSTOMERS
               INVALID KEY
                   CLOSE CUSTOMERS
                   MOVE "CUSTOMER NOT FOUND" TO WS-ERROR-TEXT
                   EXIT SECTION
           END-READ
           CLOSE CUSTOMERS
           IF NOT CUS-PAYS-ON-DELIVERY THEN
               MOVE "CUSTOMER IS ON ACCOUNT - BILLED BY THE INVOICE RUN"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE CUS-NAME TO WS-CSH-CUS-NAME
           MOVE CUS-TAX-ID TO WS-CSH-CUS-TAX-ID
           MOVE CUS-PRICE-BASIS TO WS-CSH-BASIS
           EXIT SECTION.

      *> EVERY FX-ORDLINES LINE OF THE ORDER REPLACES THE HEADER ROW
       COLLECT-ORDER-LINES SECTION.
           OPEN INPUT ORDLINES
           IF ORDLINE-FS = NOT-FILE THEN
               CLOSE ORDLINES
               EXIT SECTION
           END-IF
           MOVE WS-ASK-ORDER TO OL-ORDER-ID
           MOVE ZEROS TO OL-LINE-NO
           START ORDLINES KEY IS NOT LESS THAN OL-KEY
               INVALID KEY
                   CLOSE ORDLINES
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-OL-DONE
           MOVE "Y" TO WS-OL-FIRST
           PERFORM UNTIL WS-OL-DONE = "Y"
               READ ORDLINES NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OL-DONE
                   NOT AT END
                       IF OL-ORDER-ID NOT = WS-ASK-ORDER
                          OR MAX-CSH >= 99 THEN
                           MOVE "Y" TO WS-OL-DONE
                       ELSE
                           PERFORM ADD-CASH-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDLINES
           EXIT SECTION.

       ADD-CASH-LINE SECTION.
      *> THE FIRST LINE FOUND TAKES OVER THE HEADER ROW
           IF WS-OL-FIRST = "Y" THEN
               MOVE ZEROS TO MAX-CSH
               MOVE SPACE TO WS-OL-FIRST
           END-IF
           ADD 1 TO MAX-CSH
           SET IND-CSH TO MAX-CSH
           MOVE OL-SANDWICH-ID TO TAB-CSH-SANDWICH-ID (IND-CSH)
           MOVE OL-QUANTITY TO TAB-CSH-QUANTITY (IND-CSH)
           EXIT SECTION.

      ******************************************************************
      *    QUOTED PRICE AT THE DELIVERY DATE, ELSE THE QUANTITY BREAK,
      *    ELSE INGREDIENT COST PLUS THE HOUSE MARKUP; VAT FROM THE
      *    SANDWICH'S CATEGORIES
      ******************************************************************
       PRICE-ORDER-LINES SECTION.
           MOVE ZEROS TO WS-INV-NET, WS-INV-VAT, WS-INV-TOTAL
           PERFORM VARYING IND-CSH FROM 1 BY 1
                   UNTIL IND-CSH > MAX-CSH
               MOVE SPACES TO WS-PRICE-FOUND
               IF WS-CSH-BASIS = "Q" THEN
                   PERFORM GET-QUOTED-PRICE
               END-IF
               IF WS-PRICE-FOUND NOT = "Y" THEN
                   PERFORM GET-PRICE-BREAK
               END-IF
               IF WS-PRICE-FOUND NOT = "Y" THEN
                   PERFORM COST-SANDWICH
                   COMPUTE WS-UNIT-PRICE ROUNDED =
                       WS-UNIT-COST * (100 + BILL-MARKUP-PCT) / 100
               END-IF
               MOVE WS-UNIT-PRICE TO TAB-CSH-UNIT-PRICE (IND-CSH)
               COMPUTE TAB-CSH-AMOUNT (IND-CSH) ROUNDED =
                   WS-UNIT-PRICE * TAB-CSH-QUANTITY (IND-CSH)
               PERFORM GET-SANDWICH-VAT-CODE
               MOVE WS-LINE-VAT-CODE TO TAB-CSH-VAT-CODE (IND-CSH)
               COMPUTE TAB-CSH-VAT (IND-CSH) ROUNDED =
                   TAB-CSH-AMOUNT (IND-CSH) * WS-LINE-VAT-RATE / 100
               COMPUTE TAB-CSH-GROSS (IND-CSH) =
                   TAB-CSH-AMOUNT (IND-CSH) + TAB-CSH-VAT (IND-CSH)
               ADD TAB-CSH-AMOUNT (IND-CSH) TO WS-INV-NET
               ADD TAB-CSH-VAT (IND-CSH) TO WS-INV-VAT
               ADD TAB-CSH-GROSS (IND-CSH) TO WS-INV-TOTAL
           END-PERFORM
           EXIT SECTION.

      *> THE LATEST FXCUSPRICE ROW FOR THE SANDWICH WHOSE VALIDITY
      *> COVERS THE DELIVERY DATE
       GET-QUOTED-PRICE SECTION.
           MOVE ZEROS TO WS-QUOTE-BEST-FROM
           OPEN INPUT CUSPRICES
           IF CUSPRICE-FS = NOT-FILE THEN
               CLOSE CUSPRICES
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-CSH-CUSTOMER TO CPR-CUSTOMER-ID
           MOVE TAB-CSH-SANDWICH-ID (IND-CSH) TO CPR-SANDWICH-ID
           MOVE ZEROS TO CPR-FROM-DATE
           START CUSPRICES KEY IS NOT LESS THAN CPR-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CUSPRICES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF CPR-CUSTOMER-ID NOT = WS-CSH-CUSTOMER
                          OR CPR-SANDWICH-ID NOT =
                          TAB-CSH-SANDWICH-ID (IND-CSH) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF CPR-FROM-DATE <= WS-CSH-DELIVERY-NUM
                              AND CPR-TO-DATE >= WS-CSH-DELIVERY-NUM
                              AND CPR-FROM-DATE
                                  >= WS-QUOTE-BEST-FROM THEN
                               MOVE CPR-FROM-DATE
                                 TO WS-QUOTE-BEST-FROM
                               MOVE CPR-UNIT-PRICE TO WS-UNIT-PRICE
                               MOVE "Y" TO WS-PRICE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSPRICES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       GET-PRICE-BREAK SECTION.
           OPEN INPUT SRPRICES
           IF SRPRICE-FS = NOT-FILE THEN
               CLOSE SRPRICES
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE TAB-CSH-SANDWICH-ID (IND-CSH) TO SPB-SR-IID
           MOVE ZEROS TO SPB-FROM-QTY
           START SRPRICES KEY IS NOT LESS THAN SPB-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SRPRICES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SPB-SR-IID NOT =
                          TAB-CSH-SANDWICH-ID (IND-CSH)
                          OR SPB-FROM-QTY >
                          TAB-CSH-QUANTITY (IND-CSH) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
      *> BREAKS COME UP IN FROM-QUANTITY ORDER - THE LAST ONE THE
      *> ORDER REACHES AND THAT IS ALREADY IN EFFECT WINS
                           IF SPB-EFFECTIVE-DATE <= WS-TODAY-NUM
                               MOVE SPB-UNIT-PRICE TO WS-UNIT-PRICE
                               MOVE "Y" TO WS-PRICE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRPRICES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************
      *    SANDWICH COST = SUM OF SR-ING-QTD TIMES THE CURRENT COST
      ******************************************************************
       COST-SANDWICH SECTION.
           MOVE ZEROS TO WS-UNIT-COST
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SR-ING
           IF SR-ING-FS = NOT-FILE THEN
               CLOSE SR-ING
               EXIT SECTION
           END-IF
           MOVE TAB-CSH-SANDWICH-ID (IND-CSH) TO SR-SANDWICH-ID
           MOVE ZEROS TO SR-INGREDIENT-ID
           START SR-ING KEY IS NOT LESS THAN SR-SAND-ING-ID
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SR-ING NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SR-SANDWICH-ID NOT =
                          TAB-CSH-SANDWICH-ID (IND-CSH) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM GET-INGREDIENT-PRICE
                           COMPUTE WS-UNIT-COST ROUNDED =
                               WS-UNIT-COST
                               + SR-ING-QTD * WS-BEST-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SR-ING
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************
      *    THE BUSINESS-WIDE WEIGHTED-AVERAGE COST; WHILE THERE IS
      *    NONE, THE CHEAPEST PRICE IN EFFECT TODAY WITH LAST-RESORT
      *    ONLY AS FALLBACK
      ******************************************************************
       GET-INGREDIENT-PRICE SECTION.
           MOVE ZEROS TO WS-BEST-PRICE
           CALL "AVGCOST" USING WS-ALL-SITES SR-INGREDIENT-ID
               WS-BEST-PRICE
           IF WS-BEST-PRICE NOT = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-RESORT-PRICE
           MOVE SPACES TO WS-BEST-FOUND
           MOVE SPACES TO WS-RESORT-FOUND
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = NOT-FILE THEN
               CLOSE FXRISUPPLY
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-RIS-DONE
           PERFORM UNTIL WS-RIS-DONE = "E"
               READ FXRISUPPLY NEXT RECORD
                   AT END MOVE "E" TO WS-RIS-DONE
                   NOT AT END
                       IF RIS-ID-ING = SR-INGREDIENT-ID
                          AND RIS-EFFECTIVE-DATE <= WS-TODAY-NUM
                          AND RIS-EXPIRATION-DATE >= WS-TODAY-NUM
                           PERFORM CHECK-SUPPLY-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRISUPPLY
           IF WS-BEST-FOUND NOT = "Y" AND WS-RESORT-FOUND = "Y" THEN
               MOVE WS-RESORT-PRICE TO WS-BEST-PRICE
           END-IF
           EXIT SECTION.

       CHECK-SUPPLY-PRICE SECTION.
           IF RIS-LAST-RESORT = "Y" THEN
               IF WS-RESORT-FOUND NOT = "Y"
                  OR RIS-PRICE < WS-RESORT-PRICE THEN
                   MOVE RIS-PRICE TO WS-RESORT-PRICE
                   MOVE "Y" TO WS-RESORT-FOUND
               END-IF
           ELSE
               IF WS-BEST-FOUND NOT = "Y"
                  OR RIS-PRICE < WS-BEST-PRICE THEN
                   MOVE RIS-PRICE TO WS-BEST-PRICE
                   MOVE "Y" TO WS-BEST-FOUND
               END-IF
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    VAT CODE OF A SANDWICH COMES FROM ITS CATEGORY LINKS; WHEN
      *    A SANDWICH SITS IN MORE THAN ONE CATEGORY THE HIGHEST RATE
      *    WINS SO WE NEVER UNDERCHARGE THE TAX MAN
      ******************************************************************
       GET-SANDWICH-VAT-CODE SECTION.
           MOVE ZEROS TO WS-LINE-VAT-CODE
           MOVE ZEROS TO WS-LINE-VAT-RATE
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SR-CAT
           IF SR-CAT-FS = NOT-FILE THEN
               CLOSE SR-CAT
               EXIT SECTION
           END-IF
           OPEN INPUT CATEGORIES
           MOVE TAB-CSH-SANDWICH-ID (IND-CSH) TO SR-CAT-SANDWICH-ID
           MOVE ZEROS TO SR-CATEGORY-ID
           START SR-CAT KEY IS NOT LESS THAN SR-SAND-CAT-ID
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SR-CAT NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SR-CAT-SANDWICH-ID NOT =
                          TAB-CSH-SANDWICH-ID (IND-CSH) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM CHECK-CATEGORY-VAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATEGORIES
           CLOSE SR-CAT
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       CHECK-CATEGORY-VAT SECTION.
           MOVE SR-CATEGORY-ID TO CATEGORY-ID
           READ CATEGORIES
               INVALID KEY EXIT SECTION
           END-READ
           EVALUATE TRUE
               WHEN CATEGORY-VAT-STANDARD
                   IF VAT-RATE-STANDARD > WS-LINE-VAT-RATE THEN
                       MOVE 1 TO WS-LINE-VAT-CODE
                       MOVE VAT-RATE-STANDARD TO WS-LINE-VAT-RATE
                   END-IF
               WHEN CATEGORY-VAT-REDUCED
                   IF VAT-RATE-REDUCED > WS-LINE-VAT-RATE THEN
                       MOVE 2 TO WS-LINE-VAT-CODE
                       MOVE VAT-RATE-REDUCED TO WS-LINE-VAT-RATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************
      *    THE INVOICE IS ISSUED ALREADY PAID, FOR THE DELIVERY MONTH,
      *    SO THE PERIOD VAT SUMMARY OF THE NEXT RUN PICKS IT UP
      ******************************************************************
       WRITE-CASH-INVOICE SECTION.
           OPEN I-O INVLINES
           PERFORM VARYING IND-CSH FROM 1 BY 1
                   UNTIL IND-CSH > MAX-CSH
               MOVE WS-NEW-INV-ID TO INVL-INV-ID
               SET INVL-LINE-NO TO IND-CSH
               MOVE WS-ASK-ORDER TO INVL-ORDER-ID
               MOVE TAB-CSH-SANDWICH-ID (IND-CSH) TO INVL-SANDWICH-ID
               MOVE TAB-CSH-QUANTITY (IND-CSH) TO INVL-QUANTITY
               MOVE TAB-CSH-UNIT-PRICE (IND-CSH) TO INVL-UNIT-PRICE
               MOVE TAB-CSH-AMOUNT (IND-CSH) TO INVL-AMOUNT
               MOVE TAB-CSH-VAT-CODE (IND-CSH) TO INVL-VAT-CODE
               MOVE TAB-CSH-VAT (IND-CSH) TO INVL-VAT-AMOUNT
               MOVE TAB-CSH-GROSS (IND-CSH) TO INVL-GROSS
               WRITE FD-INVLINE
           END-PERFORM
           CLOSE INVLINES

           OPEN I-O INVOICES
           MOVE WS-NEW-INV-ID TO INV-ID
           MOVE WS-CSH-CUSTOMER TO INV-SCHOOL-ID
           MOVE WS-CSH-DEL-YEAR TO INV-PERIOD-YEAR
           MOVE WS-CSH-DEL-MONTH TO INV-PERIOD-MONTH
           MOVE WS-TODAY-YEAR TO INV-DATE-YEAR
           MOVE WS-TODAY-MONTH TO INV-DATE-MONTH
           MOVE WS-TODAY-DAY TO INV-DATE-DAY
           MOVE WS-INV-TOTAL TO INV-TOTAL
           MOVE WS-INV-NET TO INV-NET-TOTAL
           MOVE WS-INV-VAT TO INV-VAT-TOTAL
           MOVE 2 TO INV-STATUS
           MOVE "FT" TO INV-DOC-TYPE
           MOVE ZEROS TO INV-ORIGIN-INV-ID
           WRITE FD-INVOICE
           CLOSE INVOICES

           MOVE WS-TODAY-NUM TO WS-STAMP-DATE
           CALL "DOCSTAMP" USING WS-STAMP-TYPE WS-NEW-INV-ID
               WS-STAMP-DATE WS-CSH-CUSTOMER WS-INV-TOTAL
               WS-STAMP-DOC-NO WS-STAMP-ATCUD WS-STAMP-RESULT
           EXIT SECTION.

      *> THE CASH TAKEN IS THE INVOICE'S ONE AND ONLY RECEIPT ROW
       WRITE-CASH-RECEIPT SECTION.
           OPEN I-O RECEIPTS
           MOVE WS-NEW-INV-ID TO RCPT-INV-ID
           MOVE 1 TO RCPT-SEQ
           MOVE WS-TODAY-YEAR TO RCPT-DATE-YEAR
           MOVE WS-TODAY-MONTH TO RCPT-DATE-MONTH
           MOVE WS-TODAY-DAY TO RCPT-DATE-DAY
           MOVE WS-INV-TOTAL TO RCPT-AMOUNT
           MOVE "CASH ON DELIVERY" TO RCPT-REFERENCE
           WRITE FD-RECEIPT
           CLOSE RECEIPTS
           EXIT SECTION.

      *> THE SETTLED ORDER MOVES TO STATUS 6 (INVOICED) WITH ITS
      *> TRANSITION ON THE EVENT TRAIL
       MARK-ORDER-INVOICED SECTION.
           OPEN I-O ORDERS
           MOVE WS-ASK-ORDER TO FD-ORDERS-ID
           READ ORDERS
               INVALID KEY
                   CLOSE ORDERS
                   EXIT SECTION
           END-READ
           MOVE 6 TO FD-ORDERS-STATUS
           REWRITE FD-ORDERS
           CLOSE ORDERS
           MOVE WS-CSH-OLD-STATUS TO WS-EVT-OLD-STATUS
           MOVE 6 TO WS-EVT-NEW-STATUS
           MOVE 0 TO WS-EVT-USER-ROLE
           CALL "RSOEVENT" USING WS-ASK-ORDER
               WS-EVT-OLD-STATUS WS-EVT-NEW-STATUS
               WS-EVT-USER-ROLE
           EXIT SECTION.

       PRINT-CASH-RECEIPT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE COMPANY-NAME TO RPT-CSH-COMPANY-NAME
           MOVE COMPANY-TAX-ID TO RPT-CSH-COMPANY-TAX
           WRITE REPORT-LINE FROM RPT-CSH-COMPANY
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-NEW-INV-ID TO RPT-CSH-INV-ID
           MOVE WS-ASK-ORDER TO RPT-CSH-ORDER
           MOVE WS-TODAY-NUM TO RPT-CSH-DATE
           WRITE REPORT-LINE FROM RPT-CSH-HEAD
           MOVE WS-CSH-CUSTOMER TO RPT-CSH-CUSTOMER-ID
           MOVE WS-CSH-CUS-NAME TO RPT-CSH-CUSTOMER-NAME
      *> NO TAX NUMBER ON FILE - THE FINAL-CONSUMER NUMBER
           IF WS-CSH-CUS-TAX-ID = SPACES THEN
               MOVE FINAL-CONSUMER-TAX-ID TO RPT-CSH-CUSTOMER-TAX
           ELSE
               MOVE WS-CSH-CUS-TAX-ID TO RPT-CSH-CUSTOMER-TAX
           END-IF
           WRITE REPORT-LINE FROM RPT-CSH-CUSTOMER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-CSH FROM 1 BY 1
                   UNTIL IND-CSH > MAX-CSH
               MOVE TAB-CSH-SANDWICH-ID (IND-CSH) TO RPT-LINE-SANDWICH
               MOVE TAB-CSH-QUANTITY (IND-CSH) TO RPT-LINE-QTY
               MOVE TAB-CSH-UNIT-PRICE (IND-CSH) TO RPT-LINE-UNIT
               MOVE TAB-CSH-AMOUNT (IND-CSH) TO RPT-LINE-AMOUNT
               MOVE TAB-CSH-VAT (IND-CSH) TO RPT-LINE-VAT
               WRITE REPORT-LINE FROM RPT-CSH-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-INV-NET TO RPT-TOTAL-NET
           MOVE WS-INV-VAT TO RPT-TOTAL-VAT
           MOVE WS-INV-TOTAL TO RPT-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM RPT-CSH-TOTAL
           MOVE WS-INV-TOTAL TO RPT-PAID-AMOUNT
           WRITE REPORT-LINE FROM RPT-CSH-PAID
           MOVE WS-STAMP-DOC-NO TO RPT-STAMP-DOC-NO
           MOVE WS-STAMP-ATCUD TO RPT-STAMP-ATCUD
           WRITE REPORT-LINE FROM RPT-CSH-STAMP
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           EXIT SECTION.

      ******************************************************************
      *    NEXT INVOICE NUMBER FROM THE SHARED KEYS FILE WITH AUDIT
      ******************************************************************
       GET-INVOICE-ID SECTION.
           OPEN I-O INVKEYS
           READ INVKEYS
               MOVE FDINVKEYS TO WS-AUDIT-OLD-VALUE
               ADD 1 TO FDINVKEYS
               MOVE FDINVKEYS TO WS-NEW-INV-ID
           REWRITE FDINVKEYS
           CLOSE INVKEYS
           PERFORM WRITE-KEYS-AUDIT
           EXIT SECTION.

       WRITE-KEYS-AUDIT SECTION.
           MOVE INVOICE-COUNTER-NAME TO AUD-COUNTER-NAME
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-INV-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
               WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

       END PROGRAM CUSCASH.
