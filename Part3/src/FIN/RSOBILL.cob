      ******************************************************************
      *    INVOICE RUN FOR CONFIRMED DELIVERED ORDERS | V0.1
      *    22.08.2026
      ******************************************************************
      *    SANDWICHES ARE COSTED AT THE WEIGHTED-AVERAGE COST OF THEIR
      *    INGREDIENTS (AVGCOST), AT THE PRICE LIST ONLY WHILE THERE
      *    IS NO AVERAGE
      ******************************************************************
      *    ORDERS OF A SCHOOL IN A MUNICIPAL TENDER LOT ARE HELD AT
      *    THE LOT'S CEILINGS; BILLED MEALS ARE POSTED TO THE LOT
      ******************************************************************
      *    APPROVED LATE-DELIVERY PENALTIES ARE DEDUCTED ON THE NEXT
      *    INVOICE OF THE SCHOOL OR ITS PAYER, BOOKED AS PEN RECEIPTS
      ******************************************************************
      *    CONFIRMED ORDERS HELD AFTER A FAILED DELIVERY ARE COUNTED
      *    ON THE FINISH SCREEN; THEY ARE BILLED ONCE REDELIVERED
      ******************************************************************
      *    NON-SCHOOL CUSTOMERS (800-899) ARE BILLED UNDER THEIR OWN
      *    NAME AT THEIR QUOTED PRICE, ELSE THE STANDARD PRICE
      *    | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE INVOICE AND VAT SUMMARY HEADINGS CARRY THE BUSINESS
      *    DATE (BUSDATE) THE RUN WAS MADE FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS PAY-ID
           FILE STATUS IS PAYER-FS.

      *> NON-SCHOOL CUSTOMERS KEPT BY CUSTMNT AND THE PRICES QUOTED
      *> TO THEM - A CUSTOMER IS BILLED AT ITS QUOTE WHEN IT HAS ONE,
      *> OTHERWISE AT THE STANDARD PRICE (BREAKS, THEN COST PLUS)
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

           SELECT INVLINES ASSIGN TO "FXINVLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

      *> MUNICIPAL TENDER LOTS - BILLING IS HELD AT THE AWARDED
      *> CEILINGS AND POSTS ITS CONSUMPTION TO THE LOT
           SELECT TENDERS ASSIGN TO "FXTENDER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TND-LOT-ID
           FILE STATUS IS TENDER-FS.

      *> APPROVED LATE-DELIVERY PENALTIES COME OFF THE NEXT INVOICE
      *> AS "PEN " RECEIPT ROWS, SO EVERY BALANCE THAT NETS RECEIPTS
      *> SEES THEM WHILE THE MEAL LINES AND THEIR VAT STAY WHOLE
           SELECT PENALTIES ASSIGN TO "FXPENALTY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-ORDER-ID
           FILE STATUS IS PENALTY-FS.

           SELECT RECEIPTS ASSIGN TO "FXRECEIPTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCPT-KEY
           FILE STATUS IS RECEIPT-FS.

      *> PERIOD VAT SUMMARY HANDED TO THE ACCOUNTANT
           SELECT VATREPORT ASSIGN TO "RSOVATFILE"
           ORGANIZATION IS LINE SEQUENTIAL
       FD  PAYERS.
       COPY FD-PAYER.

       FD  CUSTOMERS.
       COPY FD-CUSTOMER.

       FD  CUSPRICES.
       COPY FD-CUSPRICE.

       FD  TENDERS.
       COPY FD-TENDER.

       FD  PENALTIES.
       COPY FD-PENALTY.

       FD  RECEIPTS.
       COPY FD-RECEIPT.

       FD  INVKEYS.
       01  FDINVKEYS                            PIC 9(006).

           05  AUD-TIME                         PIC 9(008).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       FD  VATREPORT.
       01  VATREPORT-LINE                       PIC X(080).
       77  WS-CONTRACT-FOUND                    PIC X(001).
       77  WS-CONTRACT-BEST-FROM                PIC 9(008).
       77  SRINGV-FS                            PIC 9(002).
       77  CUSTOMER-FS                          PIC 9(002).
       77  CUSPRICE-FS                          PIC 9(002).
       78  FIRST-CUSTOMER-ID                    VALUE 800.
       78  LAST-CUSTOMER-ID                     VALUE 899.
       77  WS-QUOTE-PRICE                       PIC 9(005)V99.
       77  WS-QUOTE-FOUND                       PIC X(001).
       77  WS-QUOTE-BEST-FROM                   PIC 9(008).
       77  WS-QUOTE-DATE                        PIC 9(008).
       77  WS-QUOTE-BASIS                       PIC X(001).
       01  WS-PERIOD-END-NUM                    PIC 9(008).
       77  WS-VERS-QTD                          PIC 9(003).
       77  WS-VERS-FOUND                        PIC X(001).
       77  INVKEY-STATUS                        PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  TENDER-FS                            PIC 9(002).
       77  PENALTY-FS                           PIC 9(002).
       77  RECEIPT-FS                           PIC 9(002).

       78  NOT-FILE                             VALUE "35".
       78  INVOICE-COUNTER-NAME                 VALUE "INVOICEKEYS".
           05 WS-BILL-SAVE-QUANTITY             PIC 9(003).
           05 WS-BILL-SAVE-TIER                 PIC X(001).

      *> TENDER LOTS MET IN THIS RUN - WHAT THE LOT HAD BILLED
      *> BEFORE THE RUN PLUS WHAT THIS RUN ADDS, SO THE CEILING
      *> HOLDS ACROSS ALL THE LOT'S SCHOOLS BILLED TOGETHER
       78  DEFAULT-TENDER-WARN-PCT              VALUE 80.
       77  MAX-TLY                              PIC 9(003) VALUE ZEROS.
       01  TAB-TLY OCCURS 100 INDEXED BY IND-TLY.
           05 TAB-TLY-LOT-ID                    PIC 9(004).
           05 TAB-TLY-AWARDED-QTY               PIC 9(007).
           05 TAB-TLY-AWARDED-VALUE             PIC 9(009)V99.
           05 TAB-TLY-UNIT-PRICE                PIC 9(005)V99.
           05 TAB-TLY-BILLED-QTY                PIC 9(007).
           05 TAB-TLY-RUN-QTY                   PIC 9(007).

      *> ORDERS LEFT UNBILLED BECAUSE THEIR LOT IS AT ITS CEILING;
      *> THEY STAY DELIVERED AND ARE PICKED UP AFTER AN AMENDMENT
       77  MAX-HELD                             PIC 9(003) VALUE ZEROS.
       01  TAB-HELD OCCURS 999 INDEXED BY IND-HELD.
           05 TAB-HELD-ORDER-ID                 PIC 9(005).
           05 TAB-HELD-SCHOOL-ID                PIC 9(003).
           05 TAB-HELD-LOT-ID                   PIC 9(004).
           05 TAB-HELD-QTY                      PIC 9(006).

       77  WS-TND-FIRST-ROW                     PIC 9(003).
       77  WS-TND-LOT-ID                        PIC 9(004).
       77  WS-TND-DATE                          PIC 9(008).
       77  WS-TND-ORDER-QTY                     PIC 9(006).
       77  WS-TND-USED-QTY                      PIC 9(008).
       77  WS-TND-USED-VALUE                    PIC 9(010)V99.
       77  WS-TND-WARN-PCT                      PIC 9(003).
       77  WS-TND-USED-PCT                      PIC 9(005).
       77  WS-TND-EDIT-LOT                      PIC 9(004).
       77  NTQ-TYPE                             PIC X(010).
       77  NTQ-RECIPIENT                        PIC X(050).
       77  NTQ-TEXT                             PIC X(060).

       01  RPT-TND-LOT.
           05 FILLER                            PIC X(013)
              VALUE "TENDER LOT:  ".
           05 RPT-TND-LOT-ID                    PIC 9(004).
           05 FILLER                            PIC X(010)
              VALUE "  BILLED: ".
           05 RPT-TND-BILLED                    PIC Z(006)9.
           05 FILLER                            PIC X(004)
              VALUE " OF ".
           05 RPT-TND-AWARDED                   PIC Z(006)9.
           05 FILLER                            PIC X(008)
              VALUE " MEALS (".
           05 RPT-TND-PCT                       PIC ZZZZ9.
           05 FILLER                            PIC X(002)
              VALUE "%)".
           05 RPT-TND-REMARK                    PIC X(020).

       01  RPT-TND-HELD.
           05 FILLER                            PIC X(007)
              VALUE "ORDER: ".
           05 RPT-HELD-ORDER                    PIC 9(005).
           05 FILLER                            PIC X(010)
              VALUE "  SCHOOL: ".
           05 RPT-HELD-SCHOOL                   PIC 9(003).
           05 FILLER                            PIC X(008)
              VALUE "  MEALS:".
           05 RPT-HELD-QTY                      PIC Z(005)9.
           05 FILLER                            PIC X(032)
              VALUE "  HELD AT CEILING OF TENDER LOT ".
           05 RPT-HELD-LOT                      PIC 9(004).

      *> APPROVED PENALTIES WAITING FOR AN INVOICE, WITH THE ENTITY
      *> THAT GETS THE SCHOOL'S INVOICE IN THIS RUN; ONE TAKEN BY AN
      *> INVOICE CARRIES ITS NUMBER AND RECEIPT SEQUENCE
       77  MAX-PEN                              PIC 9(003) VALUE ZEROS.
       01  TAB-PEN OCCURS 999 INDEXED BY IND-PEN.
           05 TAB-PEN-ORDER-ID                  PIC 9(005).
           05 TAB-PEN-SCHOOL-ID                 PIC 9(003).
           05 TAB-PEN-ENTITY-ID                 PIC 9(003).
           05 TAB-PEN-AMOUNT                    PIC 9(005)V99.
           05 TAB-PEN-INV-ID                    PIC 9(006).
           05 TAB-PEN-SEQ                       PIC 9(003).
       77  WS-DED-TOTAL                         PIC 9(007)V99.
       77  WS-DED-SEQ                           PIC 9(003).
       77  WS-DED-COUNT                         PIC 9(003) VALUE ZEROS.
       77  WS-FAILED-HELD                       PIC 9(003) VALUE ZEROS.
       77  WS-AMOUNT-DUE                        PIC 9(007)V99.

       01  RPT-INV-DEDUCT.
           05 FILLER                            PIC X(036)
              VALUE "LESS LATE-DELIVERY PENALTY - ORDER: ".
           05 RPT-DED-ORDER                     PIC 9(005).
           05 FILLER                            PIC X(010)
              VALUE "  SCHOOL: ".
           05 RPT-DED-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-DED-AMOUNT                    PIC ZZZZZZ9.99-.

       01  RPT-INV-DUE.
           05 FILLER                            PIC X(020)
              VALUE "AMOUNT DUE:         ".
           05 RPT-DUE-AMOUNT                    PIC ZZZZZZ9.99.

       77  SCHPAYER-FS                          PIC 9(002).
       77  PAYER-FS                             PIC 9(002).
       77  WS-CONSOLIDATE                       PIC X(001).
       77  WS-INV-NET                           PIC 9(007)V99.
       77  WS-INV-VAT                           PIC 9(007)V99.

      *> CERTIFIED NUMBER AND ATCUD GIVEN TO THE INVOICE ON ISSUE
       77  WS-STAMP-TYPE                        PIC X(002) VALUE "FT".
       77  WS-STAMP-DATE                        PIC 9(008).
       77  WS-STAMP-DOC-NO                      PIC X(020).
       77  WS-STAMP-ATCUD                       PIC X(020).
       77  WS-STAMP-RESULT                      PIC X(001).

      *> PERIOD VAT TOTALS PER VAT CODE (0 / 1 / 2)
       01  TAB-VAT OCCURS 3 INDEXED BY IND-VAT.
           05 TAB-VAT-NET                       PIC 9(009)V99.
           05 TAB-VAT-TAX                       PIC 9(009)V99.
           05 TAB-VAT-GROSS                     PIC 9(009)V99.
       77  WS-BEST-PRICE                        PIC 9(003)V99.
      *> SITE ZERO ASKS AVGCOST FOR THE WHOLE-BUSINESS AVERAGE
       77  WS-ALL-SITES                         PIC 9(003) VALUE ZEROS.
       77  WS-BEST-FOUND                        PIC X(001).
       77  WS-RESORT-PRICE                      PIC 9(003)V99.
       77  WS-RESORT-FOUND                      PIC X(001).
           05 RPT-INV-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-INV-SCHOOL-NAME               PIC X(040).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-INV-RUN-DATE                  PIC 9(008).

       01  RPT-INV-LINE.
           05 FILLER                            PIC X(007)
              VALUE "  GROSS: ".
           05 RPT-TOTAL-AMOUNT                  PIC ZZZZZZ9.99.

       01  RPT-INV-STAMP.
           05 FILLER                            PIC X(010)
              VALUE "DOCUMENT: ".
           05 RPT-STAMP-DOC-NO                  PIC X(020).
           05 FILLER                            PIC X(009)
              VALUE "  ATCUD: ".
           05 RPT-STAMP-ATCUD                   PIC X(020).

       01  RPT-SUB-SCHOOL-HEAD.
           05 FILLER                            PIC X(012)
              VALUE "  SCHOOL:   ".
           05 RPT-VAT-HEAD-YEAR                 PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "/".
           05 RPT-VAT-HEAD-MONTH                PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-VAT-HEAD-DATE                 PIC 9(008).

       01  RPT-VAT-DETAIL.
           05 FILLER                            PIC X(010)
              LINE 12 COL 10.
           05 SS-INVOICE-COUNT PIC 9(003)          LINE 12 COL 52
              FROM WS-INVOICE-COUNT.
           05 VALUE "ORDERS HELD AT A TENDER CEILING:"
              LINE 13 COL 10.
           05 SS-HELD-COUNT PIC ZZ9                 LINE 13 COL 52
              FROM MAX-HELD.
           05 VALUE "LATE-DELIVERY PENALTIES DEDUCTED:"
              LINE 14 COL 10.
           05 SS-DED-COUNT PIC ZZ9                  LINE 14 COL 52
              FROM WS-DED-COUNT.
           05 VALUE "FAILED DELIVERIES AWAITING A DECISION:"
              LINE 15 COL 10.
           05 SS-FAILED-HELD PIC ZZ9                LINE 15 COL 52
              FROM WS-FAILED-HELD.
           05 VALUE "OUTPUT ON RSOBILLFILE - PRESS ANY KEY"
              LINE 16 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************
           DISPLAY PERIOD-SCREEN
           ACCEPT PERIOD-SCREEN

           CALL "BUSDATE" USING WS-TODAY-NUM
      *> RECIPE VERSIONS ARE JUDGED AGAINST THE END OF THE BILLED
      *> PERIOD - DAY 31 COMPARES CORRECTLY FOR EVERY REAL DATE
           MOVE WS-BILL-YEAR TO WS-PERIOD-END-NUM (1:4)
           PERFORM FILL-DONE-TABLE
           PERFORM COLLECT-PERIOD-ORDERS
           PERFORM SORT-BILL-TABLE
           PERFORM LOAD-APPROVED-PENALTIES
           PERFORM WRITE-INVOICES
           PERFORM BOOK-PENALTY-DEDUCTIONS
           PERFORM POST-TENDER-CONSUMPTION
           PERFORM WRITE-VAT-SUMMARY

           DISPLAY CLEAR-SCREEN
      *> FX-ORDLINES LINE; ORDERS FROM BEFORE THE HEADER/LINES
      *> SPLIT FALL BACK TO THEIR HEADER FIELDS
       CHECK-ORDER-QUALIFIES SECTION.
      *> A FAILED CALL STILL ON HOLD IS NOT BILLED - IT IS COUNTED SO
      *> THE OFFICE KNOWS THE MONTH IS NOT COMPLETE
           IF FD-ORDERS-STATUS = 7 AND ORDER-CONFIRMED THEN
               ADD 1 TO WS-FAILED-HELD
               EXIT SECTION
           END-IF
           IF FD-ORDERS-STATUS NOT = 5
              OR NOT ORDER-CONFIRMED THEN
               EXIT SECTION
           END-IF

           PERFORM GET-BILLING-ENTITY
           COMPUTE WS-TND-FIRST-ROW = MAX-BILL + 1
           MOVE ZEROS TO WS-BILL-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
      *> HEADER-ONLY ORDERS PREDATE THE TIERS - LEGACY FULL BILLING
               MOVE SPACE TO TAB-BILL-TIER (IND-BILL)
           END-IF
           PERFORM CHECK-TENDER-ALLOWANCE
           EXIT SECTION.

      *> AN ORDER OF A SCHOOL IN A TENDER LOT IS BILLED ONLY WHILE
      *> THE LOT'S BILLED MEALS, AT THE TENDERED PRICE, STAY WITHIN
      *> BOTH AWARDED CEILINGS; OTHERWISE ITS ROWS ARE TAKEN BACK
      *> OUT OF THE RUN AND THE ORDER IS REPORTED AS HELD
       CHECK-TENDER-ALLOWANCE SECTION.
           MOVE ZEROS TO WS-TND-ORDER-QTY
           PERFORM VARYING IND-BILL FROM WS-TND-FIRST-ROW BY 1
                   UNTIL IND-BILL > MAX-BILL
               ADD TAB-BILL-QUANTITY (IND-BILL) TO WS-TND-ORDER-QTY
           END-PERFORM
           MOVE FD-DELIVERY-DATE TO WS-TND-DATE
           CALL "TNDLOT" USING FD-ORDERS-SCHOOL-INTERNAL-ID
               WS-TND-DATE WS-TND-LOT-ID
           IF WS-TND-LOT-ID = ZEROS THEN
               EXIT SECTION
           END-IF
           PERFORM FIND-TENDER-TALLY
           IF IND-TLY > MAX-TLY THEN
               EXIT SECTION
           END-IF

           COMPUTE WS-TND-USED-QTY = TAB-TLY-BILLED-QTY (IND-TLY)
               + TAB-TLY-RUN-QTY (IND-TLY) + WS-TND-ORDER-QTY
           COMPUTE WS-TND-USED-VALUE =
               WS-TND-USED-QTY * TAB-TLY-UNIT-PRICE (IND-TLY)
           IF WS-TND-USED-QTY <= TAB-TLY-AWARDED-QTY (IND-TLY)
              AND WS-TND-USED-VALUE <=
                  TAB-TLY-AWARDED-VALUE (IND-TLY) THEN
               ADD WS-TND-ORDER-QTY TO TAB-TLY-RUN-QTY (IND-TLY)
               EXIT SECTION
           END-IF

           COMPUTE MAX-BILL = WS-TND-FIRST-ROW - 1
           ADD 1 TO MAX-HELD
           SET IND-HELD TO MAX-HELD
           MOVE FD-ORDERS-ID TO TAB-HELD-ORDER-ID (IND-HELD)
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID
             TO TAB-HELD-SCHOOL-ID (IND-HELD)
           MOVE WS-TND-LOT-ID TO TAB-HELD-LOT-ID (IND-HELD)
           MOVE WS-TND-ORDER-QTY TO TAB-HELD-QTY (IND-HELD)
           EXIT SECTION.

      *> THE LOT'S ROW IN THE RUN TALLY, LOADED FROM FXTENDER THE
      *> FIRST TIME THE LOT IS MET; IND-TLY PAST MAX-TLY WHEN THE
      *> LOT IS NOT ON FILE
       FIND-TENDER-TALLY SECTION.
           PERFORM VARYING IND-TLY FROM 1 BY 1
                   UNTIL IND-TLY > MAX-TLY
                      OR TAB-TLY-LOT-ID (IND-TLY) = WS-TND-LOT-ID
               CONTINUE
           END-PERFORM
           IF IND-TLY <= MAX-TLY THEN
               EXIT SECTION
           END-IF
           OPEN INPUT TENDERS
           IF TENDER-FS = NOT-FILE THEN
               CLOSE TENDERS
               EXIT SECTION
           END-IF
           MOVE WS-TND-LOT-ID TO TND-LOT-ID
           READ TENDERS
               INVALID KEY
                   CLOSE TENDERS
                   EXIT SECTION
           END-READ
           CLOSE TENDERS
           ADD 1 TO MAX-TLY
           SET IND-TLY TO MAX-TLY
           MOVE TND-LOT-ID TO TAB-TLY-LOT-ID (IND-TLY)
           MOVE TND-AWARDED-QTY TO TAB-TLY-AWARDED-QTY (IND-TLY)
           MOVE TND-AWARDED-VALUE TO TAB-TLY-AWARDED-VALUE (IND-TLY)
           MOVE TND-UNIT-PRICE TO TAB-TLY-UNIT-PRICE (IND-TLY)
           MOVE TND-BILLED-QTY TO TAB-TLY-BILLED-QTY (IND-TLY)
           MOVE ZEROS TO TAB-TLY-RUN-QTY (IND-TLY)
           EXIT SECTION.

       ADD-BILL-ROW-FROM-LINE SECTION.
           CLOSE REPORTFILE
           EXIT SECTION.

      ******************************************************************
      *    TENDER LOTS: POST THE RUN'S MEALS, WARN ONCE AT THE LOT'S
      *    PERCENTAGE AND LIST THE LOTS AND ANY HELD ORDERS
      ******************************************************************
       POST-TENDER-CONSUMPTION SECTION.
           IF MAX-TLY = ZEROS AND MAX-HELD = ZEROS THEN
               EXIT SECTION
           END-IF
           IF MAX-BILL = ZEROS THEN
               OPEN OUTPUT REPORTFILE
           ELSE
               OPEN EXTEND REPORTFILE
           END-IF
           WRITE REPORT-LINE FROM DIVIDER-LINE
           OPEN I-O TENDERS
           PERFORM VARYING IND-TLY FROM 1 BY 1
                   UNTIL IND-TLY > MAX-TLY
               PERFORM POST-ONE-TENDER-LOT
           END-PERFORM
           CLOSE TENDERS
           PERFORM VARYING IND-HELD FROM 1 BY 1
                   UNTIL IND-HELD > MAX-HELD
               MOVE TAB-HELD-ORDER-ID (IND-HELD) TO RPT-HELD-ORDER
               MOVE TAB-HELD-SCHOOL-ID (IND-HELD) TO RPT-HELD-SCHOOL
               MOVE TAB-HELD-QTY (IND-HELD) TO RPT-HELD-QTY
               MOVE TAB-HELD-LOT-ID (IND-HELD) TO RPT-HELD-LOT
               WRITE REPORT-LINE FROM RPT-TND-HELD
           END-PERFORM
           CLOSE REPORTFILE
           EXIT SECTION.

       POST-ONE-TENDER-LOT SECTION.
           MOVE TAB-TLY-LOT-ID (IND-TLY) TO TND-LOT-ID
           READ TENDERS
               INVALID KEY
                   EXIT SECTION
           END-READ
           ADD TAB-TLY-RUN-QTY (IND-TLY) TO TND-BILLED-QTY
           COMPUTE TND-BILLED-VALUE = TND-BILLED-VALUE
               + TAB-TLY-RUN-QTY (IND-TLY) * TND-UNIT-PRICE
           MOVE TND-WARN-PCT TO WS-TND-WARN-PCT
           IF WS-TND-WARN-PCT = ZEROS THEN
               MOVE DEFAULT-TENDER-WARN-PCT TO WS-TND-WARN-PCT
           END-IF
           COMPUTE WS-TND-USED-PCT =
               TND-BILLED-QTY * 100 / TND-AWARDED-QTY
           MOVE SPACES TO RPT-TND-REMARK
           IF TND-BILLED-QTY * 100
              >= TND-AWARDED-QTY * WS-TND-WARN-PCT
              OR TND-BILLED-VALUE * 100
              >= TND-AWARDED-VALUE * WS-TND-WARN-PCT THEN
               MOVE "  WARNING LEVEL" TO RPT-TND-REMARK
               IF NOT TND-WARNED THEN
                   MOVE "Y" TO TND-WARN-SENT
                   PERFORM SEND-TENDER-WARNING
               END-IF
           END-IF
           REWRITE FD-TENDER
           MOVE TND-LOT-ID TO RPT-TND-LOT-ID
           MOVE TND-BILLED-QTY TO RPT-TND-BILLED
           MOVE TND-AWARDED-QTY TO RPT-TND-AWARDED
           MOVE WS-TND-USED-PCT TO RPT-TND-PCT
           WRITE REPORT-LINE FROM RPT-TND-LOT
           EXIT SECTION.

       SEND-TENDER-WARNING SECTION.
           MOVE TND-LOT-ID TO WS-TND-EDIT-LOT
           MOVE "TENDERWARN" TO NTQ-TYPE
           MOVE "CONTRACTS MANAGER" TO NTQ-RECIPIENT
           MOVE SPACES TO NTQ-TEXT
           STRING "TENDER " TND-TENDER-REF " LOT " WS-TND-EDIT-LOT
               " AT WARNING LEVEL"
               DELIMITED BY SIZE INTO NTQ-TEXT
           CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
           EXIT SECTION.

       OPEN-NEW-INVOICE SECTION.
           PERFORM GET-INVOICE-ID
           MOVE ZEROS TO WS-LINE-NO
           MOVE ZEROS TO WS-INV-VAT
           MOVE WS-NEW-INV-ID TO RPT-INV-ID
           MOVE WS-CURR-SCHOOL TO RPT-INV-SCHOOL
           MOVE WS-TODAY-NUM TO RPT-INV-RUN-DATE
           PERFORM GET-SCHOOL-NAME
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-INV-HEAD
      *> EVERYTHING ELSE KEEPS THE SCHOOL LOOKUP
       GET-SCHOOL-NAME SECTION.
           MOVE SPACES TO RPT-INV-SCHOOL-NAME
      *> A NON-SCHOOL CUSTOMER HEADS UP WITH ITS OWN NAME
           IF WS-CURR-SCHOOL >= FIRST-CUSTOMER-ID
              AND WS-CURR-SCHOOL <= LAST-CUSTOMER-ID THEN
               OPEN INPUT CUSTOMERS
               IF CUSTOMER-FS NOT = NOT-FILE THEN
                   MOVE WS-CURR-SCHOOL TO CUS-ID
                   READ CUSTOMERS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CUS-NAME TO RPT-INV-SCHOOL-NAME
                   END-READ
               END-IF
               CLOSE CUSTOMERS
               IF RPT-INV-SCHOOL-NAME NOT = SPACES THEN
                   EXIT SECTION
               END-IF
           END-IF
           OPEN INPUT PAYERS
           IF PAYER-FS NOT = NOT-FILE THEN
               MOVE WS-CURR-SCHOOL TO PAY-ID
       WRITE-INVOICE-LINE SECTION.
           MOVE TAB-BILL-SANDWICH-ID (IND-BILL) TO WS-PRICE-ING-ID
      *> TENDERED CONTRACT RATE FIRST, THEN THE QUANTITY BREAKS,
      *> THEN COST PLUS THE HOUSE MARKUP; A NON-SCHOOL CUSTOMER HAS
      *> NO CONTRACT - ITS QUOTED PRICE TAKES THAT PLACE
           MOVE SPACES TO WS-QUOTE-FOUND
           IF TAB-BILL-SCHOOL-ID (IND-BILL) >= FIRST-CUSTOMER-ID
              AND TAB-BILL-SCHOOL-ID (IND-BILL) <= LAST-CUSTOMER-ID
               MOVE SPACES TO WS-CONTRACT-FOUND
               PERFORM GET-QUOTED-PRICE
           ELSE
               PERFORM GET-CONTRACT-PRICE
           END-IF
           IF WS-QUOTE-FOUND = "Y" THEN
               MOVE WS-QUOTE-PRICE TO WS-CONTRACT-PRICE
               MOVE "Y" TO WS-CONTRACT-FOUND
           END-IF
           IF WS-CONTRACT-FOUND = "Y" THEN
               MOVE WS-CONTRACT-PRICE TO WS-UNIT-PRICE
           ELSE
           MOVE WS-INV-NET TO INV-NET-TOTAL
           MOVE WS-INV-VAT TO INV-VAT-TOTAL
           MOVE 1 TO INV-STATUS
           PERFORM PICK-INVOICE-DEDUCTIONS
      *> PENALTIES THAT TAKE THE WHOLE INVOICE LEAVE NOTHING TO PAY
           IF WS-DED-TOTAL > ZEROS
              AND WS-DED-TOTAL = WS-INV-TOTAL THEN
               MOVE 2 TO INV-STATUS
           END-IF
           MOVE "FT" TO INV-DOC-TYPE
           MOVE ZEROS TO INV-ORIGIN-INV-ID
           WRITE FD-INVOICE
           ADD 1 TO WS-INVOICE-COUNT
           MOVE INV-DATE TO WS-STAMP-DATE
           CALL "DOCSTAMP" USING WS-STAMP-TYPE WS-NEW-INV-ID
               WS-STAMP-DATE WS-CURR-SCHOOL WS-INV-TOTAL
               WS-STAMP-DOC-NO WS-STAMP-ATCUD WS-STAMP-RESULT

           MOVE WS-INV-NET TO RPT-TOTAL-NET
           MOVE WS-INV-VAT TO RPT-TOTAL-VAT
           MOVE WS-INV-TOTAL TO RPT-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM RPT-INV-TOTAL
           IF WS-DED-TOTAL > ZEROS THEN
               PERFORM PRINT-INVOICE-DEDUCTIONS
           END-IF
           MOVE WS-STAMP-DOC-NO TO RPT-STAMP-DOC-NO
           MOVE WS-STAMP-ATCUD TO RPT-STAMP-ATCUD
           WRITE REPORT-LINE FROM RPT-INV-STAMP
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT SECTION.

      ******************************************************************
      *    APPROVED LATE-DELIVERY PENALTIES NOT YET DEDUCTED, EACH
      *    TIED TO THE ENTITY ITS SCHOOL IS BILLED UNDER IN THIS RUN
      ******************************************************************
       LOAD-APPROVED-PENALTIES SECTION.
           MOVE ZEROS TO MAX-PEN
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT PENALTIES
           IF PENALTY-FS = NOT-FILE THEN
               CLOSE PENALTIES
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PENALTIES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF PEN-APPROVED AND MAX-PEN < 999 THEN
                           ADD 1 TO MAX-PEN
                           SET IND-PEN TO MAX-PEN
                           MOVE PEN-ORDER-ID
                             TO TAB-PEN-ORDER-ID (IND-PEN)
                           MOVE PEN-SCHOOL-ID
                             TO TAB-PEN-SCHOOL-ID (IND-PEN)
                           MOVE PEN-AMOUNT TO TAB-PEN-AMOUNT (IND-PEN)
                           MOVE ZEROS TO TAB-PEN-INV-ID (IND-PEN)
                           MOVE ZEROS TO TAB-PEN-SEQ (IND-PEN)
                           PERFORM GET-PENALTY-ENTITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENALTIES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> SAME RULE AS GET-BILLING-ENTITY, FOR THE PENALISED SCHOOL
       GET-PENALTY-ENTITY SECTION.
           MOVE PEN-SCHOOL-ID TO TAB-PEN-ENTITY-ID (IND-PEN)
           IF NOT CONSOLIDATE-BY-PAYER THEN
               EXIT SECTION
           END-IF
           OPEN INPUT SCHPAYERS
           IF SCHPAYER-FS = NOT-FILE THEN
               CLOSE SCHPAYERS
               EXIT SECTION
           END-IF
           MOVE PEN-SCHOOL-ID TO SPY-SCHOOL-ID
           READ SCHPAYERS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPY-PAYER-ID TO TAB-PEN-ENTITY-ID (IND-PEN)
           END-READ
           CLOSE SCHPAYERS
           EXIT SECTION.

      *> THE ENTITY'S PENALTIES GO ON THIS INVOICE WHILE THEY FIT
      *> UNDER ITS GROSS; ONE THAT DOES NOT FIT WAITS FOR THE NEXT
       PICK-INVOICE-DEDUCTIONS SECTION.
           MOVE ZEROS TO WS-DED-TOTAL, WS-DED-SEQ
           PERFORM VARYING IND-PEN FROM 1 BY 1
                   UNTIL IND-PEN > MAX-PEN
               IF TAB-PEN-ENTITY-ID (IND-PEN) = WS-CURR-SCHOOL
                  AND TAB-PEN-INV-ID (IND-PEN) = ZEROS
                  AND WS-DED-TOTAL + TAB-PEN-AMOUNT (IND-PEN)
                      <= WS-INV-TOTAL THEN
                   ADD TAB-PEN-AMOUNT (IND-PEN) TO WS-DED-TOTAL
                   ADD 1 TO WS-DED-SEQ
                   MOVE WS-NEW-INV-ID TO TAB-PEN-INV-ID (IND-PEN)
                   MOVE WS-DED-SEQ TO TAB-PEN-SEQ (IND-PEN)
               END-IF
           END-PERFORM
           EXIT SECTION.

       PRINT-INVOICE-DEDUCTIONS SECTION.
           PERFORM VARYING IND-PEN FROM 1 BY 1
                   UNTIL IND-PEN > MAX-PEN
               IF TAB-PEN-INV-ID (IND-PEN) = WS-NEW-INV-ID THEN
                   MOVE TAB-PEN-ORDER-ID (IND-PEN) TO RPT-DED-ORDER
                   MOVE TAB-PEN-SCHOOL-ID (IND-PEN) TO RPT-DED-SCHOOL
                   COMPUTE RPT-DED-AMOUNT =
                       0 - TAB-PEN-AMOUNT (IND-PEN)
                   WRITE REPORT-LINE FROM RPT-INV-DEDUCT
               END-IF
           END-PERFORM
           COMPUTE WS-AMOUNT-DUE = WS-INV-TOTAL - WS-DED-TOTAL
           MOVE WS-AMOUNT-DUE TO RPT-DUE-AMOUNT
           WRITE REPORT-LINE FROM RPT-INV-DUE
           EXIT SECTION.

      ******************************************************************
      *    EACH DEDUCTED PENALTY BECOMES A "PEN " RECEIPT ROW ON ITS
      *    INVOICE AND IS MARKED DEDUCTED; GLPOST BOOKS THE ROW TO
      *    THE PENALTY EXPENSE ACCOUNT
      ******************************************************************
       BOOK-PENALTY-DEDUCTIONS SECTION.
           MOVE ZEROS TO WS-DED-COUNT
           IF MAX-PEN = ZEROS THEN
               EXIT SECTION
           END-IF
           OPEN I-O RECEIPTS
           IF RECEIPT-FS = NOT-FILE THEN
               CLOSE RECEIPTS
               OPEN OUTPUT RECEIPTS
               CLOSE RECEIPTS
               OPEN I-O RECEIPTS
           END-IF
           OPEN I-O PENALTIES
           PERFORM VARYING IND-PEN FROM 1 BY 1
                   UNTIL IND-PEN > MAX-PEN
               IF TAB-PEN-INV-ID (IND-PEN) NOT = ZEROS THEN
                   PERFORM BOOK-ONE-DEDUCTION
               END-IF
           END-PERFORM
           CLOSE PENALTIES
           CLOSE RECEIPTS
           EXIT SECTION.

       BOOK-ONE-DEDUCTION SECTION.
           MOVE TAB-PEN-INV-ID (IND-PEN) TO RCPT-INV-ID
           MOVE TAB-PEN-SEQ (IND-PEN) TO RCPT-SEQ
           MOVE WS-TODAY-NUM TO RCPT-DATE
           MOVE TAB-PEN-AMOUNT (IND-PEN) TO RCPT-AMOUNT
           MOVE SPACES TO RCPT-REFERENCE
           MOVE "PEN " TO RCPT-REF-PREFIX
           STRING "ORDER " TAB-PEN-ORDER-ID (IND-PEN)
               DELIMITED BY SIZE INTO RCPT-REF-TEXT
           WRITE FD-RECEIPT
               INVALID KEY
                   EXIT SECTION
           END-WRITE
           MOVE TAB-PEN-ORDER-ID (IND-PEN) TO PEN-ORDER-ID
           READ PENALTIES
               NOT INVALID KEY
                   MOVE "D" TO PEN-STATUS
                   MOVE TAB-PEN-INV-ID (IND-PEN) TO PEN-INV-ID
                   REWRITE FD-PENALTY
                   END-REWRITE
           END-READ
           ADD 1 TO WS-DED-COUNT
           EXIT SECTION.

      ******************************************************************
      *    DEEPEST PRICE BREAK WHOSE FROM-QUANTITY THE ORDERED
      *    QUANTITY REACHES - BIG SCHOOLS GET THEIR NEGOTIATED RATE
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> A CUSTOMER ON QUOTED PRICES: THE LATEST FXCUSPRICE ROW FOR
      *> THE SANDWICH WHOSE VALIDITY COVERS THE ORDER'S DELIVERY
      *> DATE - AN EVENT QUOTE IS OFTEN GOOD FOR A FEW DAYS ONLY
       GET-QUOTED-PRICE SECTION.
           MOVE SPACES TO WS-QUOTE-FOUND
           MOVE ZEROS TO WS-QUOTE-PRICE
           MOVE ZEROS TO WS-QUOTE-BEST-FROM
           OPEN INPUT CUSTOMERS
           IF CUSTOMER-FS = NOT-FILE THEN
               CLOSE CUSTOMERS
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-QUOTE-BASIS
           MOVE TAB-BILL-SCHOOL-ID (IND-BILL) TO CUS-ID
           READ CUSTOMERS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CUS-PRICE-BASIS TO WS-QUOTE-BASIS
           END-READ
           CLOSE CUSTOMERS
           IF WS-QUOTE-BASIS NOT = "Q" THEN
               EXIT SECTION
           END-IF

           MOVE WS-PERIOD-END-NUM TO WS-QUOTE-DATE
           OPEN INPUT ORDERS
           MOVE TAB-BILL-ORDER-ID (IND-BILL) TO FD-ORDERS-ID
           READ ORDERS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FD-DELIVERY-DATE TO WS-QUOTE-DATE
           END-READ
           CLOSE ORDERS

           OPEN INPUT CUSPRICES
           IF CUSPRICE-FS = NOT-FILE THEN
               CLOSE CUSPRICES
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE TAB-BILL-SCHOOL-ID (IND-BILL) TO CPR-CUSTOMER-ID
           MOVE TAB-BILL-SANDWICH-ID (IND-BILL) TO CPR-SANDWICH-ID
           MOVE ZEROS TO CPR-FROM-DATE
           START CUSPRICES KEY IS NOT LESS THAN CPR-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CUSPRICES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF CPR-CUSTOMER-ID NOT =
                          TAB-BILL-SCHOOL-ID (IND-BILL)
                          OR CPR-SANDWICH-ID NOT =
                          TAB-BILL-SANDWICH-ID (IND-BILL) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF CPR-FROM-DATE <= WS-QUOTE-DATE
                              AND CPR-TO-DATE >= WS-QUOTE-DATE
                              AND CPR-FROM-DATE
                                  >= WS-QUOTE-BEST-FROM THEN
                               MOVE CPR-FROM-DATE
                                 TO WS-QUOTE-BEST-FROM
                               MOVE CPR-UNIT-PRICE
                                 TO WS-QUOTE-PRICE
                               MOVE "Y" TO WS-QUOTE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSPRICES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       GET-PRICE-BREAK SECTION.
           MOVE SPACES TO WS-BREAK-FOUND
           MOVE ZEROS TO WS-BREAK-PRICE
           EXIT SECTION.

      ******************************************************************
      *    SANDWICH COST = SUM OF SR-ING-QTD TIMES THE CURRENT COST
      ******************************************************************
       COST-SANDWICH SECTION.
           MOVE ZEROS TO WS-UNIT-COST
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
           OPEN OUTPUT VATREPORT
           MOVE WS-BILL-YEAR TO RPT-VAT-HEAD-YEAR
           MOVE WS-BILL-MONTH TO RPT-VAT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-VAT-HEAD-DATE
           WRITE VATREPORT-LINE FROM RPT-VAT-HEADER
           MOVE DIVIDER-LINE TO VATREPORT-LINE
           WRITE VATREPORT-LINE
