      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS RECEIVABLE
      ******************************************************************
      *    MONTHLY LATE-PAYMENT INTEREST RUN - CHARGES INTEREST ON
      *    EVERY OVERDUE INVOICE FROM ITS DUE DATE TO THE PAYMENT OR
      *    RUN DATE AND ISSUES IT AS A CERTIFIED DEBIT NOTE ("ND")
      *    IN FXINVOICES | V0.1 | 15.10.2026
      ******************************************************************
      *    AN INVOICE FALLS DUE INT-DUE-DAYS AFTER ITS ISSUE DATE.
      *    INTEREST IS SIMPLE, ACTUAL/365, ON THE BALANCE LEFT AFTER
      *    EACH RECEIPT. THE ANNUAL RATE AND THE MINIMUM NOTE AMOUNT
      *    ARE KEPT IN INTRATE AND SHOWN ON THE RUN SCREEN. PAYERS
      *    FLAGGED PAY-INTEREST-EXEMPT ARE NEVER CHARGED
      ******************************************************************
      *    A NON-SCHOOL CUSTOMER'S INVOICE FALLS DUE AFTER ITS OWN
      *    PAYMENT DAYS | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARINTEREST.

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

           SELECT PAYERS ASSIGN TO "FXPAYERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-ID
           FILE STATUS IS PAYER-FS.

      *> A NON-SCHOOL CUSTOMER'S INVOICE FALLS DUE AFTER ITS OWN
      *> PAYMENT TERMS RATHER THAN INT-DUE-DAYS
           SELECT CUSTOMERS ASSIGN TO "FXCUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUS-ID
           FILE STATUS IS CUSTOMER-FS.

           SELECT INTCHG ASSIGN TO "FXINTCHG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ICH-INV-ID
           FILE STATUS IS INTCHG-FS.

      *> ANNUAL RATE AND MINIMUM NOTE AMOUNT - ONE RECORD
           SELECT INTRATE ASSIGN TO "INTRATE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INTRATE-FS.

      *> DEBIT NOTES SHARE THE INVOICE NUMBER RANGE
           SELECT INVKEYS ASSIGN TO "INVOICEKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVKEY-FS.

      *> SHARED AUDIT TRAIL FOR EVERY KEYS COUNTER ADVANCED SYSTEM-WIDE
           SELECT KEYSAUDIT ASSIGN TO "KEYSAUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT REPORTFILE ASSIGN TO "ARINTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES.
       COPY FD-INVOICE.

       FD  RECEIPTS.
       COPY FD-RECEIPT.

       FD  PAYERS.
       COPY FD-PAYER.

       FD  CUSTOMERS.
       COPY FD-CUSTOMER.

       FD  INTCHG.
       COPY FD-INTCHG.

       FD  INTRATE.
       01  FD-INTRATE.
           05 IRT-ANNUAL-RATE                   PIC 9(002)V9(003).
           05 IRT-MIN-AMOUNT                    PIC 9(004)V99.
           05 IRT-CHANGED-DATE                  PIC 9(008).

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
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  INVOICE-FS                           PIC 9(002).
       77  RECEIPT-FS                           PIC 9(002).
       77  PAYER-FS                             PIC 9(002).
       77  CUSTOMER-FS                          PIC 9(002).
       77  INTCHG-FS                            PIC 9(002).
       77  INTRATE-FS                           PIC 9(002).
       77  INVKEY-FS                            PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  INVOICE-COUNTER-NAME                 VALUE "INVOICEKEYS".
       78  FIRST-PAYER-ID                       VALUE 900.
       78  INT-DUE-DAYS                         VALUE 30.
       78  FIRST-CUSTOMER-ID                    VALUE 800.
       78  LAST-CUSTOMER-ID                     VALUE 899.
       77  WS-DUE-DAYS                          PIC 9(003).
      *> STATUTORY DEFAULTS USED UNTIL INTRATE IS FIRST SAVED
       78  DEFAULT-ANNUAL-RATE                  VALUE 10.15.
       78  DEFAULT-MIN-AMOUNT                   VALUE 5.
       78  MAX-INT-ITEMS                        VALUE 999.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-INNER                           PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "ARINTEREST".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "ARINTFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-RUN-DATE                          PIC 9(008).
       77  WS-ANNUAL-RATE                       PIC 9(002)V9(003).
       77  WS-MIN-AMOUNT                        PIC 9(004)V99.
       77  WS-INV-DATE-NUM                      PIC 9(008).
       77  WS-DUE-DATE                          PIC 9(008).
       77  WS-FROM-DATE                         PIC 9(008).
       77  WS-END-DATE                          PIC 9(008).
       77  WS-CURSOR-DATE                       PIC 9(008).
       77  WS-STRETCH-END                       PIC 9(008).
       77  WS-LAST-RCPT-DATE                    PIC 9(008).
       77  WS-DAYS                              PIC S9(005).
       77  WS-BALANCE                           PIC S9(007)V99.
       77  WS-INTEREST-ACC                      PIC S9(009)V9(006).
       77  WS-INTEREST                          PIC S9(007)V99.
       77  WS-HAS-CHARGE                        PIC X(001).
       77  WS-HAVE-PAYERS                       PIC X(001).
       77  WS-HAVE-CUSTOMERS                    PIC X(001).
       77  WS-HAVE-RECEIPTS                     PIC X(001).
       77  WS-AUDIT-OLD-VALUE                   PIC 9(006).
       77  WS-NEW-INV-ID                        PIC 9(006).
       77  WS-NOTE-COUNT                        PIC 9(004).
       77  WS-NOTE-SUM                          PIC 9(009)V99.
       77  WS-SMALL-COUNT                       PIC 9(004).
       77  WS-WAIVED-COUNT                      PIC 9(004).
       77  WS-SKIPPED-COUNT                     PIC 9(004).

       77  WS-STAMP-TYPE                        PIC X(002) VALUE "ND".
       77  WS-STAMP-DATE                        PIC 9(008).
       77  WS-STAMP-DOC-NO                      PIC X(020).
       77  WS-STAMP-ATCUD                       PIC X(020).
       77  WS-STAMP-RESULT                      PIC X(001).

      *> OVERDUE INVOICES THAT EARNED A NOTE THIS RUN
       77  WS-INT-COUNT                         PIC 9(004).
       77  WS-INT-IX                            PIC 9(004).
       01  WS-INT-TABLE.
           05 WS-INT-ITEM OCCURS 999 TIMES.
               10 WS-INT-INV-ID                 PIC 9(006).
               10 WS-INT-CUSTOMER               PIC 9(003).
               10 WS-INT-FROM                   PIC 9(008).
               10 WS-INT-TO                     PIC 9(008).
               10 WS-INT-AMOUNT                 PIC 9(007)V99.
               10 WS-INT-NOTE-ID                PIC 9(006).
               10 WS-INT-DOC-NO                 PIC X(020).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(036)
              VALUE "BREADWICH - LATE-PAYMENT INTEREST: ".
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(008)
              VALUE "  RATE: ".
           05 RPT-HEAD-RATE                     PIC Z9.999.
           05 FILLER                            PIC X(012)
              VALUE "%  MINIMUM: ".
           05 RPT-HEAD-MIN                      PIC ZZZ9.99.

       01  RPT-COLUMNS.
           05 FILLER PIC X(009) VALUE "INVOICE".
           05 FILLER PIC X(006) VALUE "CUST".
           05 FILLER PIC X(010) VALUE "FROM".
           05 FILLER PIC X(010) VALUE "TO".
           05 FILLER PIC X(013) VALUE "INTEREST".
           05 FILLER PIC X(009) VALUE "NOTE".
           05 FILLER PIC X(020) VALUE "DOCUMENT".

       01  RPT-DETAIL.
           05 RPT-DET-INV                       PIC 9(006).
           05 FILLER                            PIC X(003).
           05 RPT-DET-CUST                      PIC 9(003).
           05 FILLER                            PIC X(003).
           05 RPT-DET-FROM                      PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-TO                        PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-AMOUNT                    PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(003).
           05 RPT-DET-NOTE                      PIC 9(006).
           05 FILLER                            PIC X(003).
           05 RPT-DET-DOC-NO                    PIC X(020).

       01  RPT-SUMMARY.
           05 RPT-SUM-LABEL                     PIC X(030).
           05 RPT-SUM-COUNT                     PIC ZZZ9.
           05 FILLER                            PIC X(010)
              VALUE "  AMOUNT: ".
           05 RPT-SUM-AMOUNT                    PIC ZZZZZZZZ9.99.

       01  RPT-COUNT-LINE.
           05 RPT-CNT-LABEL                     PIC X(030).
           05 RPT-CNT-COUNT                     PIC ZZZ9.

       01  RPT-SKIPPED.
           05 FILLER                            PIC X(050)
              VALUE "OVERDUE INVOICES LEFT OUT - TABLE FULL, RUN AGAIN".
           05 RPT-SKIP-COUNT                    PIC ZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  RUN-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | LATE-PAYMENT INTEREST"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"                 LINE 02 COL 60.
           05 VALUE "INTEREST UP TO (YYYYMMDD):" LINE 05 COL 10.
           05 SS-RUN-DATE PIC 9(008) LINE 05 COL 39
              USING WS-RUN-DATE.
           05 VALUE "ANNUAL RATE (%):"          LINE 07 COL 10.
           05 SS-RATE PIC Z9.999 LINE 07 COL 39
              USING WS-ANNUAL-RATE.
           05 VALUE "MINIMUM NOTE AMOUNT:"      LINE 08 COL 10.
           05 SS-MIN PIC ZZZ9.99 LINE 08 COL 39
              USING WS-MIN-AMOUNT.
           05 VALUE "OVERDUE INVOICES GET A DEBIT NOTE FOR THE DAYS"
              LINE 10 COL 10.
           05 VALUE "NOT CHARGED BEFORE; NOTES BELOW THE MINIMUM WAIT"
              LINE 11 COL 10.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "INTEREST RUN COMPLETE"    LINE 10 COL 10.
           05 VALUE "DEBIT NOTES ISSUED:"      LINE 12 COL 10.
           05 SS-NOTES PIC ZZZ9 LINE 12 COL 32 FROM WS-NOTE-COUNT.
           05 VALUE "TOTAL CHARGED:"           LINE 13 COL 10.
           05 SS-NOTE-SUM PIC ZZZZZZZZ9.99 LINE 13 COL 32
              FROM WS-NOTE-SUM.
           05 VALUE "SEE ARINTFILE FOR THE LISTING" LINE 15 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 17 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM LOAD-RATE

           MOVE WS-TODAY-NUM TO WS-RUN-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY RUN-SCREEN
           ACCEPT RUN-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           IF WS-RUN-DATE > WS-TODAY-NUM
              OR TEST-DATE-YYYYMMDD (WS-RUN-DATE) NOT = ZEROS THEN
               MOVE "RUN DATE NOT VALID - NOTHING CHARGED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           IF WS-ANNUAL-RATE = ZEROS THEN
               MOVE "ANNUAL RATE MUST BE ABOVE ZERO - NOTHING CHARGED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           PERFORM SAVE-RATE

           PERFORM PICK-OVERDUE-INVOICES
           PERFORM ISSUE-DEBIT-NOTES
           PERFORM PRINT-RUN

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O INTCHG
           IF INTCHG-FS = NOT-FILE THEN
               OPEN OUTPUT INTCHG
           END-IF
           CLOSE INTCHG
           OPEN I-O INVKEYS
           IF INVKEY-FS = NOT-FILE THEN
               OPEN OUTPUT INVKEYS
               MOVE ZEROS TO FDINVKEYS
               WRITE FDINVKEYS
           END-IF
           CLOSE INVKEYS
           EXIT SECTION.

       LOAD-RATE SECTION.
           MOVE DEFAULT-ANNUAL-RATE TO WS-ANNUAL-RATE
           MOVE DEFAULT-MIN-AMOUNT TO WS-MIN-AMOUNT
           OPEN INPUT INTRATE
           IF INTRATE-FS = NOT-FILE THEN
               CLOSE INTRATE
               EXIT SECTION
           END-IF
           READ INTRATE
               NOT AT END
                   MOVE IRT-ANNUAL-RATE TO WS-ANNUAL-RATE
                   MOVE IRT-MIN-AMOUNT TO WS-MIN-AMOUNT
           END-READ
           CLOSE INTRATE
           EXIT SECTION.

       SAVE-RATE SECTION.
           OPEN OUTPUT INTRATE
           MOVE WS-ANNUAL-RATE TO IRT-ANNUAL-RATE
           MOVE WS-MIN-AMOUNT TO IRT-MIN-AMOUNT
           MOVE WS-TODAY-NUM TO IRT-CHANGED-DATE
           WRITE FD-INTRATE
           CLOSE INTRATE
           EXIT SECTION.

      ******************************************************************
      *    EVERY MEAL INVOICE THAT IS OPEN OR WAS PAID LATE IS PRICED
      *    FOR THE DAYS SINCE IT FELL DUE OR WAS LAST CHARGED. ONE IN
      *    COLLECTION WAITS UNTIL THE BANK SETTLES OR RETURNS IT; ONE
      *    WRITTEN OFF AS A BAD DEBT IS NEVER CHARGED AGAIN
      ******************************************************************
       PICK-OVERDUE-INVOICES SECTION.
           MOVE ZEROS TO WS-INT-COUNT, WS-SMALL-COUNT
           MOVE ZEROS TO WS-WAIVED-COUNT, WS-SKIPPED-COUNT
           OPEN INPUT INVOICES
           IF INVOICE-FS = NOT-FILE THEN
               CLOSE INVOICES
               EXIT SECTION
           END-IF
           MOVE "Y" TO WS-HAVE-PAYERS, WS-HAVE-RECEIPTS
           OPEN INPUT PAYERS
           IF PAYER-FS = NOT-FILE THEN
               MOVE "N" TO WS-HAVE-PAYERS
           END-IF
           MOVE "Y" TO WS-HAVE-CUSTOMERS
           OPEN INPUT CUSTOMERS
           IF CUSTOMER-FS = NOT-FILE THEN
               MOVE "N" TO WS-HAVE-CUSTOMERS
           END-IF
           OPEN I-O INTCHG
           OPEN INPUT RECEIPTS
           IF RECEIPT-FS = NOT-FILE THEN
               MOVE "N" TO WS-HAVE-RECEIPTS
           END-IF
           MOVE SPACES TO FLAG-INNER
           PERFORM UNTIL FLAG-INNER = "E"
               READ INVOICES NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF INV-DOC-INVOICE
                          AND NOT INV-STATUS-IN-COLLECTION
                          AND NOT INV-STATUS-WRITTEN-OFF THEN
                           PERFORM PRICE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-INNER
           CLOSE RECEIPTS
           CLOSE INTCHG
           CLOSE CUSTOMERS
           CLOSE PAYERS
           CLOSE INVOICES
           EXIT SECTION.

       PRICE-ONE-INVOICE SECTION.
           MOVE INV-DATE TO WS-INV-DATE-NUM
           MOVE INT-DUE-DAYS TO WS-DUE-DAYS
           IF INV-SCHOOL-ID >= FIRST-CUSTOMER-ID
              AND INV-SCHOOL-ID <= LAST-CUSTOMER-ID
              AND WS-HAVE-CUSTOMERS = "Y" THEN
               MOVE INV-SCHOOL-ID TO CUS-ID
               READ CUSTOMERS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-PAYMENT-DAYS TO WS-DUE-DAYS
               END-READ
           END-IF
           COMPUTE WS-DUE-DATE = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-INV-DATE-NUM) + WS-DUE-DAYS)
           IF WS-DUE-DATE >= WS-RUN-DATE THEN
               EXIT SECTION
           END-IF

           IF INV-SCHOOL-ID >= FIRST-PAYER-ID
              AND WS-HAVE-PAYERS = "Y" THEN
               MOVE INV-SCHOOL-ID TO PAY-ID
               READ PAYERS
                   INVALID KEY
                       MOVE SPACES TO PAY-INTEREST-WAIVED
               END-READ
               IF PAY-INTEREST-EXEMPT THEN
                   ADD 1 TO WS-WAIVED-COUNT
                   EXIT SECTION
               END-IF
           END-IF

           MOVE INV-ID TO ICH-INV-ID
           READ INTCHG
               INVALID KEY
                   MOVE INV-ID TO ICH-INV-ID
                   MOVE ZEROS TO ICH-CHARGED-TO, ICH-CHARGED-TOTAL
                   MOVE ZEROS TO ICH-NOTE-COUNT, ICH-LAST-NOTE-ID
           END-READ
           IF ICH-CHARGED-TO > WS-DUE-DATE THEN
               MOVE ICH-CHARGED-TO TO WS-FROM-DATE
           ELSE
               MOVE WS-DUE-DATE TO WS-FROM-DATE
           END-IF

           PERFORM FIND-END-DATE
           IF WS-END-DATE <= WS-FROM-DATE THEN
               EXIT SECTION
           END-IF
           PERFORM ACCRUE-INTEREST
           IF WS-HAS-CHARGE NOT = "Y" THEN
               EXIT SECTION
           END-IF

      *> TOO SMALL FOR A NOTE: AN OPEN INVOICE CARRIES IT TO THE NEXT
      *> RUN, A PAID ONE IS CLOSED OFF SO IT IS NOT PRICED AGAIN
           IF WS-INTEREST < WS-MIN-AMOUNT THEN
               ADD 1 TO WS-SMALL-COUNT
               IF INV-STATUS-PAID THEN
                   MOVE WS-END-DATE TO ICH-CHARGED-TO
                   PERFORM SAVE-INTCHG-ROW
               END-IF
               EXIT SECTION
           END-IF
           IF WS-INT-COUNT >= MAX-INT-ITEMS THEN
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT SECTION
           END-IF

           ADD 1 TO WS-INT-COUNT
           MOVE INV-ID TO WS-INT-INV-ID (WS-INT-COUNT)
           MOVE INV-SCHOOL-ID TO WS-INT-CUSTOMER (WS-INT-COUNT)
           MOVE WS-FROM-DATE TO WS-INT-FROM (WS-INT-COUNT)
           MOVE WS-END-DATE TO WS-INT-TO (WS-INT-COUNT)
           MOVE WS-INTEREST TO WS-INT-AMOUNT (WS-INT-COUNT)
           MOVE ZEROS TO WS-INT-NOTE-ID (WS-INT-COUNT)
           MOVE SPACES TO WS-INT-DOC-NO (WS-INT-COUNT)
           EXIT SECTION.

      *> OPEN INVOICES RUN TO THE RUN DATE, PAID ONES TO THE DAY OF
      *> THE RECEIPT THAT CLEARED THEM
       FIND-END-DATE SECTION.
           MOVE WS-RUN-DATE TO WS-END-DATE
           IF NOT INV-STATUS-PAID OR WS-HAVE-RECEIPTS = "N" THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-LAST-RCPT-DATE
           MOVE SPACES TO FLAG-TRUE
           MOVE INV-ID TO RCPT-INV-ID
           MOVE ZEROS TO RCPT-SEQ
           START RECEIPTS KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ RECEIPTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RCPT-INV-ID NOT = INV-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF RCPT-DATE > WS-LAST-RCPT-DATE THEN
                               MOVE RCPT-DATE TO WS-LAST-RCPT-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           IF WS-LAST-RCPT-DATE NOT = ZEROS
              AND WS-LAST-RCPT-DATE < WS-RUN-DATE THEN
               MOVE WS-LAST-RCPT-DATE TO WS-END-DATE
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    WALK THE RECEIPTS IN ORDER: EACH ONE CLOSES A STRETCH OF
      *    DAYS PRICED ON THE BALANCE BEFORE IT, THEN LOWERS (OR, FOR
      *    A RETURNED DEBIT, RAISES) THE BALANCE FOR THE NEXT STRETCH
      ******************************************************************
       ACCRUE-INTEREST SECTION.
           MOVE INV-TOTAL TO WS-BALANCE
           MOVE WS-FROM-DATE TO WS-CURSOR-DATE
           MOVE ZEROS TO WS-INTEREST-ACC
           MOVE SPACES TO FLAG-TRUE
           IF WS-HAVE-RECEIPTS = "N" THEN
               MOVE "E" TO FLAG-TRUE
           END-IF
           MOVE INV-ID TO RCPT-INV-ID
           MOVE ZEROS TO RCPT-SEQ
           START RECEIPTS KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ RECEIPTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RCPT-INV-ID NOT = INV-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM APPLY-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-END-DATE TO WS-STRETCH-END
           PERFORM ADD-STRETCH

           COMPUTE WS-INTEREST ROUNDED = WS-INTEREST-ACC
           IF WS-INTEREST > ZEROS THEN
               MOVE "Y" TO WS-HAS-CHARGE
           ELSE
               MOVE "N" TO WS-HAS-CHARGE
           END-IF
           EXIT SECTION.

       APPLY-ONE-RECEIPT SECTION.
           IF RCPT-DATE > WS-END-DATE THEN
               EXIT SECTION
           END-IF
           IF RCPT-DATE > WS-CURSOR-DATE THEN
               MOVE RCPT-DATE TO WS-STRETCH-END
               PERFORM ADD-STRETCH
           END-IF
           SUBTRACT RCPT-AMOUNT FROM WS-BALANCE
           EXIT SECTION.

      *> INTEREST ON THE CURRENT BALANCE FROM THE CURSOR TO
      *> WS-STRETCH-END, THEN MOVE THE CURSOR UP
       ADD-STRETCH SECTION.
           COMPUTE WS-DAYS = INTEGER-OF-DATE (WS-STRETCH-END)
               - INTEGER-OF-DATE (WS-CURSOR-DATE)
           IF WS-DAYS > ZEROS AND WS-BALANCE > ZEROS THEN
               COMPUTE WS-INTEREST-ACC = WS-INTEREST-ACC
                   + WS-BALANCE * WS-ANNUAL-RATE * WS-DAYS / 36500
           END-IF
           MOVE WS-STRETCH-END TO WS-CURSOR-DATE
           EXIT SECTION.

       SAVE-INTCHG-ROW SECTION.
           REWRITE FD-INTCHG
               INVALID KEY
                   WRITE FD-INTCHG
                   END-WRITE
           END-REWRITE
           EXIT SECTION.

      ******************************************************************
      *    ONE DEBIT NOTE PER PRICED INVOICE, NUMBERED FROM THE SHARED
      *    INVOICE COUNTER, STAMPED IN THE ND SERIES AND OPEN FOR
      *    PAYMENT LIKE ANY OTHER RECEIVABLE
      ******************************************************************
       ISSUE-DEBIT-NOTES SECTION.
           MOVE ZEROS TO WS-NOTE-COUNT, WS-NOTE-SUM
           IF WS-INT-COUNT = ZEROS THEN
               EXIT SECTION
           END-IF
           OPEN I-O INVOICES
           OPEN I-O INTCHG
           PERFORM VARYING WS-INT-IX FROM 1 BY 1
                   UNTIL WS-INT-IX > WS-INT-COUNT
               PERFORM ISSUE-ONE-NOTE
           END-PERFORM
           CLOSE INTCHG
           CLOSE INVOICES
           EXIT SECTION.

       ISSUE-ONE-NOTE SECTION.
           PERFORM GET-INVOICE-ID
           MOVE WS-NEW-INV-ID TO INV-ID
           MOVE WS-INT-CUSTOMER (WS-INT-IX) TO INV-SCHOOL-ID
           MOVE WS-RUN-DATE (1:4) TO INV-PERIOD-YEAR
           MOVE WS-RUN-DATE (5:2) TO INV-PERIOD-MONTH
           MOVE WS-RUN-DATE TO INV-DATE
           MOVE WS-INT-AMOUNT (WS-INT-IX) TO INV-TOTAL
           MOVE WS-INT-AMOUNT (WS-INT-IX) TO INV-NET-TOTAL
           MOVE ZEROS TO INV-VAT-TOTAL
           MOVE 1 TO INV-STATUS
           MOVE "ND" TO INV-DOC-TYPE
           MOVE WS-INT-INV-ID (WS-INT-IX) TO INV-ORIGIN-INV-ID
           WRITE FD-INVOICE
               INVALID KEY
                   MOVE "INVOICE NUMBER ALREADY IN USE - CHECK KEYS"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-WRITE

           MOVE WS-RUN-DATE TO WS-STAMP-DATE
           CALL "DOCSTAMP" USING WS-STAMP-TYPE WS-NEW-INV-ID
               WS-STAMP-DATE WS-INT-CUSTOMER (WS-INT-IX)
               WS-INT-AMOUNT (WS-INT-IX)
               WS-STAMP-DOC-NO WS-STAMP-ATCUD WS-STAMP-RESULT
           MOVE WS-NEW-INV-ID TO WS-INT-NOTE-ID (WS-INT-IX)
           MOVE WS-STAMP-DOC-NO TO WS-INT-DOC-NO (WS-INT-IX)

           MOVE WS-INT-INV-ID (WS-INT-IX) TO ICH-INV-ID
           READ INTCHG
               INVALID KEY
                   MOVE WS-INT-INV-ID (WS-INT-IX) TO ICH-INV-ID
                   MOVE ZEROS TO ICH-CHARGED-TOTAL, ICH-NOTE-COUNT
           END-READ
           MOVE WS-INT-TO (WS-INT-IX) TO ICH-CHARGED-TO
           ADD WS-INT-AMOUNT (WS-INT-IX) TO ICH-CHARGED-TOTAL
           ADD 1 TO ICH-NOTE-COUNT
           MOVE WS-NEW-INV-ID TO ICH-LAST-NOTE-ID
           PERFORM SAVE-INTCHG-ROW

           ADD 1 TO WS-NOTE-COUNT
           ADD WS-INT-AMOUNT (WS-INT-IX) TO WS-NOTE-SUM
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
           MOVE INVOICE-COUNTER-NAME TO AUD-COUNTER-NAME
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-INV-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
               WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

       PRINT-RUN SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-RUN-DATE TO RPT-HEAD-DATE
           MOVE WS-ANNUAL-RATE TO RPT-HEAD-RATE
           MOVE WS-MIN-AMOUNT TO RPT-HEAD-MIN
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING WS-INT-IX FROM 1 BY 1
                   UNTIL WS-INT-IX > WS-INT-COUNT
               IF WS-INT-NOTE-ID (WS-INT-IX) NOT = ZEROS THEN
                   MOVE SPACES TO RPT-DETAIL
                   MOVE WS-INT-INV-ID (WS-INT-IX) TO RPT-DET-INV
                   MOVE WS-INT-CUSTOMER (WS-INT-IX) TO RPT-DET-CUST
                   MOVE WS-INT-FROM (WS-INT-IX) TO RPT-DET-FROM
                   MOVE WS-INT-TO (WS-INT-IX) TO RPT-DET-TO
                   MOVE WS-INT-AMOUNT (WS-INT-IX) TO RPT-DET-AMOUNT
                   MOVE WS-INT-NOTE-ID (WS-INT-IX) TO RPT-DET-NOTE
                   MOVE WS-INT-DOC-NO (WS-INT-IX) TO RPT-DET-DOC-NO
                   WRITE REPORT-LINE FROM RPT-DETAIL
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "DEBIT NOTES ISSUED" TO RPT-SUM-LABEL
           MOVE WS-NOTE-COUNT TO RPT-SUM-COUNT
           MOVE WS-NOTE-SUM TO RPT-SUM-AMOUNT
           WRITE REPORT-LINE FROM RPT-SUMMARY
           MOVE "BELOW MINIMUM - NOT CHARGED" TO RPT-CNT-LABEL
           MOVE WS-SMALL-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE "PAYER WAIVED - NOT CHARGED" TO RPT-CNT-LABEL
           MOVE WS-WAIVED-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           IF WS-SKIPPED-COUNT > ZEROS THEN
               MOVE WS-SKIPPED-COUNT TO RPT-SKIP-COUNT
               WRITE REPORT-LINE FROM RPT-SKIPPED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NOTE-COUNT NOT = WS-INT-COUNT THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE REPORTFILE
           EXIT SECTION.

       END PROGRAM ARINTEREST.
