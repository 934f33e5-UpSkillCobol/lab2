      *    A DOCUMENT DATED INTO A CLOSED PERIOD POSTS UNDER TODAY'S
      *    DATE INSTEAD SO A CLOSED MONTH STAYS CLOSED | V0.1
      *    02.09.2026
      ******************************************************************
      *    ALSO BOOKS THE DOUBTFUL-DEBT PROVISION RUNS, APPROVED
      *    BAD-DEBT WRITE-OFFS AND RECOVERIES ON WRITTEN-OFF INVOICES
      ******************************************************************
      *    EVERY LEG CARRIES THE KITCHEN IT BELONGS TO: SALES FOLLOW
      *    THE KITCHEN THAT COOKED EACH ORDER, SUPPLIER INVOICES THE
      *    SITE THE GOODS WERE RECEIVED AT, STOCK MOVEMENTS THEIR OWN
      *    SITE. RECEIPTS AND THE BAD-DEBT LEGS ARE RUN CENTRALLY. A
      *    LEG THAT CANNOT BE TRACED TO A KITCHEN GOES TO THE CENTRAL
      *    COST CENTRE AND IS LISTED ON THE RUN REPORT
      ******************************************************************
      *    RELEASED MANUAL JOURNAL ENTRIES (JNLENTRY) ARE BOOKED ONCE
      *    THEIR DATE HAS COME, LINE BY LINE ON THEIR OWN KITCHENS; AN
      *    AUTO-REVERSE ENTRY GETS ITS REVERSAL WRITTEN AS A NEW ENTRY
      *    DATED THE 1ST OF THE FOLLOWING PERIOD
      ******************************************************************
      *    DEBIT NOTES FOR GOODS SENT BACK TO A SUPPLIER ARE BOOKED
      *    ONCE (DR PAYABLES / CR PURCHASES) ON THE RETURNING KITCHEN;
      *    THE RETURN MOVEMENT ITSELF TAKES ITS VALUE OUT OF STOCK
      *    BACK TO PURCHASES RATHER THAN INTO PRODUCTION
      ******************************************************************
      *    FREIGHT AND DELIVERY CHARGES SPREAD OVER RECEIVED LOTS BY
      *    LANDCOST ARE BOOKED ONCE INTO STOCK (DR STOCK / CR
      *    PURCHASES), AND STOCK ISSUED FROM SUCH A LOT LEAVES AT ITS
      *    LANDED COST SO THE CHARGE FOLLOWS THE GOODS OUT
      ******************************************************************
      *    STOCK MOVEMENTS ARE VALUED AT THE SITE'S WEIGHTED-AVERAGE
      *    COST (AVGCOST); A PO RECEIPT COMES IN AT ITS LOT'S PO PRICE.
      *    THE PRICE LIST (AND THE LOT'S FREIGHT SHARE ON AN ISSUE) IS
      *    ONLY USED WHILE THE SITE HAS NO AVERAGE YET
      ******************************************************************
      *    FIXED ASSETS (1500), ACCUMULATED DEPRECIATION (1510), GAIN
      *    AND LOSS ON ASSET DISPOSALS (4300 / 5310) AND DEPRECIATION
      *    (5300) JOIN THE CHART FOR THE ASSET REGISTER ENTRIES
      ******************************************************************
      *    SUPPLIER REBATES RECEIVABLE (1300) TAKES THE REBACCR
      *    ACCRUALS; A REBATE DEBIT NOTE CLEARS IT INSTEAD OF CREDITING
      *    PURCHASES
      ******************************************************************
      *    A PENALTY DEDUCTED ON AN INVOICE POSTS TO THE LATE-DELIVERY
      *    PENALTY EXPENSE AGAINST RECEIVABLES
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS RIS-ID
           FILE STATUS IS RIS-STATUS.

      *> WHERE EACH LEG BELONGS - THE SAME LOOKUPS THE PRODUCTION
      *> SCHEDULE USES TO PICK THE KITCHEN FOR AN ORDER
           SELECT INVLINES ASSIGN TO "FXINVLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVL-KEY
           FILE STATUS IS INVLINE-FS.

           SELECT ORDERS ASSIGN TO "FX-ORDERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ORDERS-ID
           ALTERNATE RECORD KEY IS FD-DELIVERY-DATE
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-ORDERS-SCHOOL-DATE-KEY
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

           SELECT SCHSITES ASSIGN TO "FXSCHSITE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCS-SCHOOL-ID
           FILE STATUS IS SCHSITE-FS.

           SELECT SITEOVRS ASSIGN TO "FXSITEOVR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOV-ORDER-ID
           FILE STATUS IS SITEOVR-FS.

           SELECT POFILE ASSIGN TO "FXPOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-ID
           FILE STATUS IS PO-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

      *> INVOICES ALREADY POSTED - THE EXACTLY-ONCE GUARANTEE,
      *> SAME PATTERN AS THE ACEXTRACT DONE FILES
           SELECT GLDONEINV ASSIGN TO "GLDONEINV"
           RECORD KEY IS GDR-RCPT-KEY
           FILE STATUS IS GLDONERCP-FS.

           SELECT PROVISION ASSIGN TO "FXPROVISION"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-KEY
           FILE STATUS IS PROVISION-FS.

           SELECT GLDONEPRV ASSIGN TO "GLDONEPRV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GDP-PRV-KEY
           FILE STATUS IS GLDONEPRV-FS.

           SELECT GLDONEAP ASSIGN TO "GLDONEAP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GLCTL-FS.

           SELECT JOURNALS ASSIGN TO "FXJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JNL-ID
           FILE STATUS IS JOURNAL-FS.

           SELECT JNLKEYS ASSIGN TO "JNLKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JNLKEY-FS.

           SELECT SUPRETS ASSIGN TO "FXSUPRET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTN-ID
           ALTERNATE RECORD KEY IS RTN-SUPPLIER-ID WITH DUPLICATES
           FILE STATUS IS SUPRET-FS.

           SELECT LANDCHGS ASSIGN TO "FXLANDCHG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LCH-ID
           ALTERNATE RECORD KEY IS LCH-PO-ID WITH DUPLICATES
           FILE STATUS IS LANDCHG-FS.

           SELECT LOTCOSTS ASSIGN TO "FXLOTCOST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTC-KEY
           ALTERNATE RECORD KEY IS LTC-BATCH-LOT WITH DUPLICATES
           FILE STATUS IS LOTCOST-FS.

           SELECT REPORTFILE ASSIGN TO "GLPOSTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.
       01  FD-GLDONERCP.
           05 GDR-RCPT-KEY                      PIC 9(009).

       FD  PROVISION.
       COPY FD-PROVISION.

       FD  INVLINES.
       COPY FD-INVLINE.

       FD  ORDERS.
       COPY RSOFD.

       FD  SCHSITES.
       COPY FD-SCHSITE.

       FD  SITEOVRS.
       COPY FD-SITEOVR.

       FD  POFILE.
       COPY FD-PO.

       FD  SITES.
       COPY FD-SITES.

       FD  GLDONEPRV.
       01  FD-GLDONEPRV.
           05 GDP-PRV-KEY                       PIC 9(016).

       FD  GLDONEAP.
       01  FD-GLDONEAP.
           05 GDA-AP-KEY                        PIC X(015).
       01  FD-GLCTL.
           05 CTL-LAST-MOVE                     PIC 9(007).

       FD  JOURNALS.
       COPY FD-JOURNAL.

       FD  JNLKEYS.
       01  FDJNLKEYS                            PIC 9(006).

       FD  SUPRETS.
       COPY FD-SUPRET.

       FD  LANDCHGS.
       COPY FD-LANDCHG.

       FD  LOTCOSTS.
       COPY FD-LOTCOST.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       77  GLDONEINV-FS                         PIC 9(002).
       77  GLDONERCP-FS                         PIC 9(002).
       77  GLDONEAP-FS                          PIC 9(002).
       77  PROVISION-FS                         PIC 9(002).
       77  GLDONEPRV-FS                         PIC 9(002).
       77  INVLINE-FS                           PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  SCHSITE-FS                           PIC 9(002).
       77  SITEOVR-FS                           PIC 9(002).
       77  PO-FS                                PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       77  GLCTL-FS                             PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  JNLKEY-FS                            PIC 9(002).
       77  SUPRET-FS                            PIC 9(002).
       77  LANDCHG-FS                           PIC 9(002).
       77  LOTCOST-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-INNER                           PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "GLPOSTING".
      *> HAND AFTERWARDS
       78  ACCT-BANK                            VALUE 1000.
       78  ACCT-RECEIVABLES                     VALUE 1100.
       78  ACCT-DOUBTFUL-PROVISION              VALUE 1150.
       78  ACCT-STOCK                           VALUE 1200.
       78  ACCT-REBATES-RECEIVABLE              VALUE 1300.
       78  ACCT-FIXED-ASSETS                    VALUE 1500.
       78  ACCT-ACCUM-DEPREC                    VALUE 1510.
       78  ACCT-PAYABLES                        VALUE 2000.
       78  ACCT-GRNI                            VALUE 2050.
       78  ACCT-VAT-OUTPUT                      VALUE 2100.
       78  ACCT-SALES                           VALUE 4000.
       78  ACCT-INTEREST-INCOME                 VALUE 4100.
       78  ACCT-BAD-DEBT-RECOVERY               VALUE 4200.
       78  ACCT-DISPOSAL-GAIN                   VALUE 4300.
       78  ACCT-PURCHASES                       VALUE 5000.
       78  ACCT-PRODUCTION                      VALUE 5100.
       78  ACCT-BAD-DEBT-EXPENSE                VALUE 5200.
       78  ACCT-DEPRECIATION                    VALUE 5300.
       78  ACCT-DISPOSAL-LOSS                   VALUE 5310.
       78  ACCT-PENALTY-EXPENSE                 VALUE 5400.

       78  CENTRAL-SITE                         VALUE 0.
       78  FIRST-PAYER-ID                       VALUE 900.

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-POSTING.
           05 WS-POST-DATE                      PIC 9(008).
           05 WS-POST-SOURCE                    PIC X(010).
           05 WS-POST-REF                       PIC X(015).
           05 WS-POST-SITE                      PIC 9(003).
       01  WS-LATER-ACCOUNT.
           05 WS-LATER-NUMBER                   PIC 9(004).
           05 WS-LATER-NAME                     PIC X(030).
           05 WS-LATER-TYPE                     PIC X(001).
       77  WS-PERIOD-OPEN                       PIC X(001).
       77  WS-PERCHECK-DATE                     PIC 9(008).
       77  WS-NEW-LEG-ID                        PIC 9(008).
       77  WS-RCP-POSTED                        PIC 9(005).
       77  WS-AP-POSTED                         PIC 9(005).
       77  WS-MOVE-POSTED                       PIC 9(005).
       77  WS-PRV-POSTED                        PIC 9(005).
       77  WS-PRV-AMOUNT                        PIC 9(009)V99.
       77  WS-JNL-POSTED                        PIC 9(005).
       77  WS-JNL-REVERSED                      PIC 9(005).
       77  WS-DN-POSTED                         PIC 9(005).
       77  WS-LC-POSTED                         PIC 9(005).
       77  WS-MOVE-SEEN                         PIC 9(007).
       77  WS-MOVE-MARK                         PIC 9(007).
       77  WS-ALREADY-DONE                      PIC X(001).
       77  WS-BEST-EFF                          PIC 9(008).
       77  WS-PAIR-FOUND                        PIC X(001).
       77  WS-MOVE-VALUE                        PIC 9(007)V99.
      *> FREIGHT PER UNIT CARRIED BY THE LOT AN ISSUE CAME OUT OF
       77  WS-LANDED-SHARE                      PIC 9(003)V99.
       78  MOVE-IN-ORIGIN-PO                    VALUE "PO".
       77  WS-RCPT-KEY-NUM                      PIC 9(009).

       77  WS-FOUND-SITE                        PIC 9(003).
       77  WS-SITE-ORDER-ID                     PIC 9(005).
       77  WS-SITE-SCHOOL-ID                    PIC 9(003).
       77  WS-SITE-MISSING                      PIC X(001).
       77  WS-SPLIT-GROSS                       PIC S9(007)V99.
       77  WS-SPLIT-NET                         PIC S9(007)V99.
       77  WS-SPLIT-VAT                         PIC S9(007)V99.
       77  WS-LINES-GROSS                       PIC S9(007)V99.
       77  WS-LINES-NET                         PIC S9(007)V99.
       77  WS-LINES-VAT                         PIC S9(007)V99.
       77  WS-CENTRAL-REASON                    PIC X(040).

      *> ONE INVOICE'S AMOUNTS SPLIT BY THE KITCHEN THAT COOKED EACH
      *> OF ITS LINES
       77  MAX-ISITE                            PIC 9(002).
       01  TAB-ISITE OCCURS 20 INDEXED BY IND-ISITE.
           05 TAB-ISITE-ID                      PIC 9(003).
           05 TAB-ISITE-GROSS                   PIC S9(007)V99.
           05 TAB-ISITE-NET                     PIC S9(007)V99.
           05 TAB-ISITE-VAT                     PIC S9(007)V99.

      *> JOURNAL ENTRIES DUE FOR BOOKING - GATHERED FIRST SO THE FILE
      *> IS NOT REWRITTEN WHILE IT IS BEING READ IN KEY ORDER
       77  MAX-JNL                              PIC 9(003).
       01  TAB-JNL OCCURS 500 INDEXED BY IND-JNL.
           05 TAB-JNL-ID                        PIC 9(006).
       77  WS-JNL-LN                            PIC 9(002).
       77  WS-REVERSE-DATE                      PIC 9(008).
       77  WS-REV-YEAR                          PIC 9(004).
       77  WS-REV-MONTH                         PIC 9(002).
       77  WS-NEW-JNL-ID                        PIC 9(006).
       01  WS-JNL-HOLD                          PIC X(400).

      *> LEGS THAT FELL BACK TO THE CENTRAL COST CENTRE FOR WANT OF
      *> MASTER DATA - LISTED ON THE RUN REPORT FOR CORRECTION
       77  MAX-CENTRAL                          PIC 9(003).
       77  WS-CENTRAL-COUNT                     PIC 9(005).
       01  TAB-CENTRAL OCCURS 200 INDEXED BY IND-CENTRAL.
           05 TAB-CTR-SOURCE                    PIC X(010).
           05 TAB-CTR-REF                       PIC X(015).
           05 TAB-CTR-REASON                    PIC X(040).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

           05 RPT-CNT-TEXT                      PIC X(034).
           05 RPT-CNT-VALUE                     PIC ZZZZ9.

       01  RPT-CENTRAL-HEAD.
           05 FILLER                            PIC X(060)
              VALUE "TO CENTRAL COST CENTRE - CHECK MASTER DATA".

       01  RPT-CENTRAL-COLUMNS.
           05 FILLER PIC X(012) VALUE "SOURCE".
           05 FILLER PIC X(017) VALUE "REFERENCE".
           05 FILLER PIC X(040) VALUE "REASON".

       01  RPT-CENTRAL-DETAIL.
           05 RPT-CTR-SOURCE                    PIC X(010).
           05 FILLER                            PIC X(002).
           05 RPT-CTR-REF                       PIC X(015).
           05 FILLER                            PIC X(002).
           05 RPT-CTR-REASON                    PIC X(040).

       01  RPT-CENTRAL-MORE.
           05 FILLER                            PIC X(034)
              VALUE "FURTHER DOCUMENTS NOT LISTED".
           05 RPT-CTR-MORE                      PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
           05 SS-AP PIC ZZZZ9 LINE 14 COL 30 FROM WS-AP-POSTED.
           05 VALUE "MOVEMENTS VALUED:" LINE 15 COL 10.
           05 SS-MOV PIC ZZZZ9 LINE 15 COL 30 FROM WS-MOVE-POSTED.
           05 VALUE "PROVISION RUNS:" LINE 16 COL 10.
           05 SS-PRV PIC ZZZZ9 LINE 16 COL 30 FROM WS-PRV-POSTED.
           05 VALUE "JOURNALS POSTED:" LINE 17 COL 10.
           05 SS-JNL PIC ZZZZ9 LINE 17 COL 30 FROM WS-JNL-POSTED.
           05 VALUE "REVERSALS MADE:" LINE 18 COL 10.
           05 SS-REV PIC ZZZZ9 LINE 18 COL 30 FROM WS-JNL-REVERSED.
           05 VALUE "DEBIT NOTES POSTED:" LINE 19 COL 10.
           05 SS-DN PIC ZZZZ9 LINE 19 COL 30 FROM WS-DN-POSTED.
           05 VALUE "LANDED CHARGES:" LINE 20 COL 10.
           05 SS-LC PIC ZZZZ9 LINE 20 COL 30 FROM WS-LC-POSTED.
           05 VALUE "PRESS ANY KEY" LINE 21 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-INV-POSTED, WS-RCP-POSTED
           MOVE ZEROS TO WS-AP-POSTED, WS-MOVE-POSTED
           MOVE ZEROS TO WS-PRV-POSTED
           MOVE ZEROS TO WS-JNL-POSTED, WS-JNL-REVERSED
           MOVE ZEROS TO WS-DN-POSTED, WS-LC-POSTED
           MOVE ZEROS TO MAX-CENTRAL, WS-CENTRAL-COUNT

           PERFORM SEED-CHART-OF-ACCOUNTS
           PERFORM POST-SCHOOL-INVOICES
           PERFORM POST-RECEIPTS
           PERFORM POST-SUPPLIER-INVOICES
           PERFORM POST-MOVEMENT-VALUES
           PERFORM POST-PROVISIONS
           PERFORM POST-JOURNALS
           PERFORM POST-DEBIT-NOTES
           PERFORM POST-LANDED-CHARGES
           PERFORM WRITE-RUN-REPORT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
           OPEN INPUT GLACCTS
           IF GLACCT-FS NOT = NOT-FILE THEN
               CLOSE GLACCTS
               PERFORM ADD-LATER-ACCOUNTS
               EXIT SECTION
           END-IF
           CLOSE GLACCTS
           MOVE "A" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-DOUBTFUL-PROVISION TO GLA-ACCOUNT
           MOVE "PROVISION DOUBTFUL DEBTS" TO GLA-NAME
           MOVE "A" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-STOCK TO GLA-ACCOUNT
           MOVE "STOCK OF INGREDIENTS" TO GLA-NAME
           MOVE "A" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-REBATES-RECEIVABLE TO GLA-ACCOUNT
           MOVE "SUPPLIER REBATES RECEIVABLE" TO GLA-NAME
           MOVE "A" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-FIXED-ASSETS TO GLA-ACCOUNT
           MOVE "FIXED ASSETS AT COST" TO GLA-NAME
           MOVE "A" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-ACCUM-DEPREC TO GLA-ACCOUNT
           MOVE "ACCUMULATED DEPRECIATION" TO GLA-NAME
           MOVE "A" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-PAYABLES TO GLA-ACCOUNT
           MOVE "ACCOUNTS PAYABLE" TO GLA-NAME
           MOVE "L" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-GRNI TO GLA-ACCOUNT
           MOVE "GOODS RECEIVED NOT INVOICED" TO GLA-NAME
           MOVE "L" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-VAT-OUTPUT TO GLA-ACCOUNT
           MOVE "VAT OUTPUT DUE" TO GLA-NAME
           MOVE "L" TO GLA-TYPE
           MOVE "I" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-INTEREST-INCOME TO GLA-ACCOUNT
           MOVE "LATE-PAYMENT INTEREST" TO GLA-NAME
           MOVE "I" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-BAD-DEBT-RECOVERY TO GLA-ACCOUNT
           MOVE "BAD DEBTS RECOVERED" TO GLA-NAME
           MOVE "I" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-DISPOSAL-GAIN TO GLA-ACCOUNT
           MOVE "GAIN ON ASSET DISPOSALS" TO GLA-NAME
           MOVE "I" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-PURCHASES TO GLA-ACCOUNT
           MOVE "INGREDIENT PURCHASES" TO GLA-NAME
           MOVE "E" TO GLA-TYPE
           MOVE "E" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-BAD-DEBT-EXPENSE TO GLA-ACCOUNT
           MOVE "BAD AND DOUBTFUL DEBTS" TO GLA-NAME
           MOVE "E" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-DEPRECIATION TO GLA-ACCOUNT
           MOVE "DEPRECIATION" TO GLA-NAME
           MOVE "E" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           MOVE ACCT-DISPOSAL-LOSS TO GLA-ACCOUNT
           MOVE "LOSS ON ASSET DISPOSALS" TO GLA-NAME
           MOVE "E" TO GLA-TYPE
           MOVE 1 TO GLA-IS-ACTIVE
           WRITE FD-GLACCT
           CLOSE GLACCTS
           EXIT SECTION.

      *> A CHART SEEDED BEFORE AN ACCOUNT JOINED THE STANDARD SET
      *> GETS IT ADDED, LEAVING EVERYTHING ELSE AS MAINTAINED
       ADD-LATER-ACCOUNTS SECTION.
           OPEN I-O GLACCTS
           MOVE ACCT-INTEREST-INCOME TO WS-LATER-NUMBER
           MOVE "LATE-PAYMENT INTEREST" TO WS-LATER-NAME
           MOVE "I" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-DOUBTFUL-PROVISION TO WS-LATER-NUMBER
           MOVE "PROVISION DOUBTFUL DEBTS" TO WS-LATER-NAME
           MOVE "A" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-BAD-DEBT-RECOVERY TO WS-LATER-NUMBER
           MOVE "BAD DEBTS RECOVERED" TO WS-LATER-NAME
           MOVE "I" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-BAD-DEBT-EXPENSE TO WS-LATER-NUMBER
           MOVE "BAD AND DOUBTFUL DEBTS" TO WS-LATER-NAME
           MOVE "E" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-GRNI TO WS-LATER-NUMBER
           MOVE "GOODS RECEIVED NOT INVOICED" TO WS-LATER-NAME
           MOVE "L" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-FIXED-ASSETS TO WS-LATER-NUMBER
           MOVE "FIXED ASSETS AT COST" TO WS-LATER-NAME
           MOVE "A" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-ACCUM-DEPREC TO WS-LATER-NUMBER
           MOVE "ACCUMULATED DEPRECIATION" TO WS-LATER-NAME
           MOVE "A" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-DISPOSAL-GAIN TO WS-LATER-NUMBER
           MOVE "GAIN ON ASSET DISPOSALS" TO WS-LATER-NAME
           MOVE "I" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-DEPRECIATION TO WS-LATER-NUMBER
           MOVE "DEPRECIATION" TO WS-LATER-NAME
           MOVE "E" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-DISPOSAL-LOSS TO WS-LATER-NUMBER
           MOVE "LOSS ON ASSET DISPOSALS" TO WS-LATER-NAME
           MOVE "E" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-REBATES-RECEIVABLE TO WS-LATER-NUMBER
           MOVE "SUPPLIER REBATES RECEIVABLE" TO WS-LATER-NAME
           MOVE "A" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           MOVE ACCT-PENALTY-EXPENSE TO WS-LATER-NUMBER
           MOVE "LATE DELIVERY PENALTIES" TO WS-LATER-NAME
           MOVE "E" TO WS-LATER-TYPE
           PERFORM ADD-ONE-LATER-ACCOUNT
           CLOSE GLACCTS
           EXIT SECTION.

       ADD-ONE-LATER-ACCOUNT SECTION.
           MOVE WS-LATER-NUMBER TO GLA-ACCOUNT
           READ GLACCTS
               INVALID KEY
                   MOVE WS-LATER-NUMBER TO GLA-ACCOUNT
                   MOVE WS-LATER-NAME TO GLA-NAME
                   MOVE WS-LATER-TYPE TO GLA-TYPE
                   MOVE 1 TO GLA-IS-ACTIVE
                   WRITE FD-GLACCT
                   END-WRITE
           END-READ
           EXIT SECTION.

      ******************************************************************
      *    EVERY INVOICE NOT YET SEEN: DEBIT RECEIVABLES WITH THE
      *    GROSS, CREDIT SALES WITH THE NET AND VAT OUTPUT WITH THE
      *    VAT. AN INTEREST DEBIT NOTE CARRIES NO VAT AND CREDITS
      *    INTEREST INCOME INSTEAD OF SALES
      ******************************************************************
       POST-SCHOOL-INVOICES SECTION.
           MOVE SPACES TO FLAG-TRUE

           MOVE INV-DATE TO WS-POST-DATE
           PERFORM GUARD-POSTING-DATE
           IF INV-DOC-DEBIT-NOTE THEN
               MOVE "ARINTEREST" TO WS-POST-SOURCE
           ELSE
               MOVE "RSOBILL" TO WS-POST-SOURCE
           END-IF
           MOVE SPACES TO WS-POST-REF
           MOVE INV-ID TO WS-POST-REF (1:6)

           PERFORM SPLIT-INVOICE-BY-SITE
           PERFORM VARYING IND-ISITE FROM 1 BY 1
                   UNTIL IND-ISITE > MAX-ISITE
               PERFORM POST-ONE-INVOICE-SITE
           END-PERFORM
           IF WS-SITE-MISSING = "Y" THEN
               MOVE "NO KITCHEN FOR THE SCHOOL OR ORDER"
                 TO WS-CENTRAL-REASON
               PERFORM NOTE-CENTRAL-LEG
           END-IF
      *> DONE ONLY AFTER EVERY LEG IS ON FILE - A RUN THAT DIES
      *> MID-DOCUMENT POSTS THE DOCUMENT AGAIN NEXT TIME INSTEAD
           ADD 1 TO WS-INV-POSTED
           EXIT SECTION.

      *> ONE KITCHEN'S SHARE OF THE INVOICE, BALANCED ON ITS OWN
       POST-ONE-INVOICE-SITE SECTION.
           MOVE TAB-ISITE-ID (IND-ISITE) TO WS-POST-SITE
           IF TAB-ISITE-GROSS (IND-ISITE) > ZEROS THEN
               MOVE ACCT-RECEIVABLES TO WS-POST-ACCOUNT
               MOVE TAB-ISITE-GROSS (IND-ISITE) TO WS-POST-DEBIT
               MOVE ZEROS TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
           END-IF
           IF TAB-ISITE-NET (IND-ISITE) > ZEROS THEN
               IF INV-DOC-DEBIT-NOTE THEN
                   MOVE ACCT-INTEREST-INCOME TO WS-POST-ACCOUNT
               ELSE
                   MOVE ACCT-SALES TO WS-POST-ACCOUNT
               END-IF
               MOVE ZEROS TO WS-POST-DEBIT
               MOVE TAB-ISITE-NET (IND-ISITE) TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
           END-IF
           IF TAB-ISITE-VAT (IND-ISITE) > ZEROS THEN
               MOVE ACCT-VAT-OUTPUT TO WS-POST-ACCOUNT
               MOVE ZEROS TO WS-POST-DEBIT
               MOVE TAB-ISITE-VAT (IND-ISITE) TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    EACH INVOICE LINE GOES TO THE KITCHEN THAT COOKED ITS ORDER.
      *    WHAT THE LINES DO NOT COVER - ROUNDING, OR A DEBIT NOTE
      *    WITH NO LINES AT ALL - GOES TO THE DOCUMENT'S OWN KITCHEN
      ******************************************************************
       SPLIT-INVOICE-BY-SITE SECTION.
           MOVE ZEROS TO MAX-ISITE
           MOVE "N" TO WS-SITE-MISSING
           MOVE ZEROS TO WS-LINES-GROSS, WS-LINES-NET, WS-LINES-VAT
           MOVE SPACES TO FLAG-INNER
           OPEN INPUT INVLINES
           IF INVLINE-FS = NOT-FILE THEN
               MOVE "E" TO FLAG-INNER
           ELSE
               MOVE INV-ID TO INVL-INV-ID
               MOVE ZEROS TO INVL-LINE-NO
               START INVLINES KEY IS NOT LESS THAN INVL-KEY
                   INVALID KEY MOVE "E" TO FLAG-INNER
               END-START
           END-IF
           PERFORM UNTIL FLAG-INNER = "E"
               READ INVLINES NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF INVL-INV-ID NOT = INV-ID THEN
                           MOVE "E" TO FLAG-INNER
                       ELSE
                           MOVE INVL-ORDER-ID TO WS-SITE-ORDER-ID
                           PERFORM FIND-ORDER-SITE
                           MOVE INVL-GROSS TO WS-SPLIT-GROSS
                           MOVE INVL-AMOUNT TO WS-SPLIT-NET
                           MOVE INVL-VAT-AMOUNT TO WS-SPLIT-VAT
                           PERFORM ADD-TO-SITE-BUCKET
                           ADD INVL-GROSS TO WS-LINES-GROSS
                           ADD INVL-AMOUNT TO WS-LINES-NET
                           ADD INVL-VAT-AMOUNT TO WS-LINES-VAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVLINES
           MOVE SPACES TO FLAG-INNER

           COMPUTE WS-SPLIT-GROSS = INV-TOTAL - WS-LINES-GROSS
           COMPUTE WS-SPLIT-NET = INV-NET-TOTAL - WS-LINES-NET
           COMPUTE WS-SPLIT-VAT = INV-VAT-TOTAL - WS-LINES-VAT
           IF WS-SPLIT-GROSS NOT = ZEROS OR WS-SPLIT-NET NOT = ZEROS
              OR WS-SPLIT-VAT NOT = ZEROS THEN
               PERFORM FIND-DOCUMENT-SITE
               PERFORM ADD-TO-SITE-BUCKET
           END-IF
           EXIT SECTION.

      *> THE FIRST LINE'S KITCHEN TAKES A ROUNDING REMAINDER; A
      *> DOCUMENT WITHOUT LINES BELONGS TO ITS SCHOOL'S KITCHEN, OR
      *> FOR A PAYER'S DEBIT NOTE TO THE KITCHEN OF THE INVOICE IT
      *> CHARGES INTEREST ON
       FIND-DOCUMENT-SITE SECTION.
           IF MAX-ISITE > ZEROS THEN
               MOVE TAB-ISITE-ID (1) TO WS-FOUND-SITE
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-FOUND-SITE
           IF INV-SCHOOL-ID < FIRST-PAYER-ID THEN
               MOVE INV-SCHOOL-ID TO WS-SITE-SCHOOL-ID
               PERFORM FIND-SCHOOL-SITE
               EXIT SECTION
           END-IF
           IF INV-ORIGIN-INV-ID = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-SITE-ORDER-ID
           OPEN INPUT INVLINES
           IF INVLINE-FS NOT = NOT-FILE THEN
               MOVE INV-ORIGIN-INV-ID TO INVL-INV-ID
               MOVE ZEROS TO INVL-LINE-NO
               START INVLINES KEY IS NOT LESS THAN INVL-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ INVLINES NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF INVL-INV-ID = INV-ORIGIN-INV-ID THEN
                                   MOVE INVL-ORDER-ID
                                     TO WS-SITE-ORDER-ID
                               END-IF
                       END-READ
               END-START
           END-IF
           CLOSE INVLINES
           IF WS-SITE-ORDER-ID NOT = ZEROS THEN
               PERFORM FIND-ORDER-SITE
           END-IF
           EXIT SECTION.

      *> AN ALTERNATE-KITCHEN BOOKING BEATS THE SCHOOL ASSIGNMENT; A
      *> PAYER'S INVOICE COVERS SEVERAL SCHOOLS SO THE ORDER SAYS WHICH
       FIND-ORDER-SITE SECTION.
           MOVE ZEROS TO WS-FOUND-SITE
           OPEN INPUT SITEOVRS
           IF SITEOVR-FS NOT = NOT-FILE THEN
               MOVE WS-SITE-ORDER-ID TO SOV-ORDER-ID
               READ SITEOVRS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SOV-SITE-ID TO WS-FOUND-SITE
               END-READ
           END-IF
           CLOSE SITEOVRS
           IF WS-FOUND-SITE NOT = ZEROS THEN
               EXIT SECTION
           END-IF
           IF INV-SCHOOL-ID < FIRST-PAYER-ID THEN
               MOVE INV-SCHOOL-ID TO WS-SITE-SCHOOL-ID
           ELSE
               MOVE ZEROS TO WS-SITE-SCHOOL-ID
               OPEN INPUT ORDERS
               IF ORDERS-FS NOT = NOT-FILE THEN
                   MOVE WS-SITE-ORDER-ID TO FD-ORDERS-ID
                   READ ORDERS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID
                             TO WS-SITE-SCHOOL-ID
                   END-READ
               END-IF
               CLOSE ORDERS
           END-IF
           PERFORM FIND-SCHOOL-SITE
           EXIT SECTION.

       FIND-SCHOOL-SITE SECTION.
           MOVE ZEROS TO WS-FOUND-SITE
           IF WS-SITE-SCHOOL-ID = ZEROS THEN
               EXIT SECTION
           END-IF
           OPEN INPUT SCHSITES
           IF SCHSITE-FS NOT = NOT-FILE THEN
               MOVE WS-SITE-SCHOOL-ID TO SCS-SCHOOL-ID
               READ SCHSITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCS-SITE-ID TO WS-FOUND-SITE
               END-READ
           END-IF
           CLOSE SCHSITES
           EXIT SECTION.

      *> A SHARE WITH NO KITCHEN LANDS ON THE CENTRAL COST CENTRE
       ADD-TO-SITE-BUCKET SECTION.
           IF WS-FOUND-SITE = ZEROS THEN
               MOVE "Y" TO WS-SITE-MISSING
           END-IF
           PERFORM VARYING IND-ISITE FROM 1 BY 1
                   UNTIL IND-ISITE > MAX-ISITE
                      OR TAB-ISITE-ID (IND-ISITE) = WS-FOUND-SITE
               CONTINUE
           END-PERFORM
           IF IND-ISITE > MAX-ISITE THEN
               IF MAX-ISITE < 20 THEN
                   ADD 1 TO MAX-ISITE
                   SET IND-ISITE TO MAX-ISITE
                   MOVE WS-FOUND-SITE TO TAB-ISITE-ID (IND-ISITE)
                   MOVE ZEROS TO TAB-ISITE-GROSS (IND-ISITE)
                   MOVE ZEROS TO TAB-ISITE-NET (IND-ISITE)
                   MOVE ZEROS TO TAB-ISITE-VAT (IND-ISITE)
               ELSE
                   SET IND-ISITE TO 1
               END-IF
           END-IF
           ADD WS-SPLIT-GROSS TO TAB-ISITE-GROSS (IND-ISITE)
           ADD WS-SPLIT-NET TO TAB-ISITE-NET (IND-ISITE)
           ADD WS-SPLIT-VAT TO TAB-ISITE-VAT (IND-ISITE)
           EXIT SECTION.

      *> ONE LINE PER DOCUMENT ON THE RUN REPORT'S CENTRAL LIST
       NOTE-CENTRAL-LEG SECTION.
           ADD 1 TO WS-CENTRAL-COUNT
           IF MAX-CENTRAL >= 200 THEN
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-CENTRAL
           SET IND-CENTRAL TO MAX-CENTRAL
           MOVE WS-POST-SOURCE TO TAB-CTR-SOURCE (IND-CENTRAL)
           MOVE WS-POST-REF TO TAB-CTR-REF (IND-CENTRAL)
           MOVE WS-CENTRAL-REASON TO TAB-CTR-REASON (IND-CENTRAL)
           EXIT SECTION.

      ******************************************************************
      *    EVERY RECEIPT NOT YET SEEN: DEBIT BANK, CREDIT
      *    RECEIVABLES. A WRITE-OFF IS CHARGED TO THE PROVISION
      *    INSTEAD OF THE BANK, AND A RECOVERY ON AN INVOICE ALREADY
      *    WRITTEN OFF IS INCOME - THE RECEIVABLE IS GONE
      ******************************************************************
       POST-RECEIPTS SECTION.
           MOVE SPACES TO FLAG-TRUE

           MOVE RCPT-DATE TO WS-POST-DATE
           PERFORM GUARD-POSTING-DATE
           MOVE CENTRAL-SITE TO WS-POST-SITE
           MOVE "ARPAY" TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REF
           MOVE WS-RCPT-KEY-NUM TO WS-POST-REF (1:9)

      *> A RETURNED DIRECT DEBIT IS A NEGATIVE RECEIPT AND POSTS THE
      *> OTHER WAY ROUND - THE DEBT GOES BACK ON THE SCHOOL
           EVALUATE TRUE
           WHEN RCPT-IS-WRITE-OFF
               MOVE "ARWRITEOFF" TO WS-POST-SOURCE
               MOVE ACCT-DOUBTFUL-PROVISION TO WS-POST-ACCOUNT
               MOVE RCPT-AMOUNT TO WS-POST-DEBIT
               MOVE ZEROS TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
               MOVE ACCT-RECEIVABLES TO WS-POST-ACCOUNT
               MOVE ZEROS TO WS-POST-DEBIT
               MOVE RCPT-AMOUNT TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
      *> A PENALTY DEDUCTED ON THE INVOICE NEVER REACHES THE BANK
           WHEN RCPT-IS-PENALTY
               MOVE "PENRUN" TO WS-POST-SOURCE
               MOVE ACCT-PENALTY-EXPENSE TO WS-POST-ACCOUNT
               MOVE RCPT-AMOUNT TO WS-POST-DEBIT
               MOVE ZEROS TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
               MOVE ACCT-RECEIVABLES TO WS-POST-ACCOUNT
               MOVE ZEROS TO WS-POST-DEBIT
               MOVE RCPT-AMOUNT TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
           WHEN RCPT-IS-RECOVERY
               MOVE ACCT-BANK TO WS-POST-ACCOUNT
               MOVE RCPT-AMOUNT TO WS-POST-DEBIT
               MOVE ZEROS TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
               MOVE ACCT-BAD-DEBT-RECOVERY TO WS-POST-ACCOUNT
               MOVE ZEROS TO WS-POST-DEBIT
               MOVE RCPT-AMOUNT TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
           WHEN RCPT-AMOUNT < ZEROS
               MOVE ACCT-RECEIVABLES TO WS-POST-ACCOUNT
               COMPUTE WS-POST-DEBIT = 0 - RCPT-AMOUNT
               MOVE ZEROS TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
               MOVE ACCT-BANK TO WS-POST-ACCOUNT
               MOVE ZEROS TO WS-POST-DEBIT
               COMPUTE WS-POST-CREDIT = 0 - RCPT-AMOUNT
               PERFORM WRITE-POSTING-LEG
           WHEN OTHER
               MOVE ACCT-BANK TO WS-POST-ACCOUNT
               MOVE RCPT-AMOUNT TO WS-POST-DEBIT
               MOVE ZEROS TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
               MOVE ACCT-RECEIVABLES TO WS-POST-ACCOUNT
               MOVE ZEROS TO WS-POST-DEBIT
               MOVE RCPT-AMOUNT TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
           END-EVALUATE
      *> DONE ONLY AFTER BOTH LEGS ARE ON FILE
           OPEN I-O GLDONERCP
           MOVE WS-RCPT-KEY-NUM TO GDR-RCPT-KEY
           PERFORM GUARD-POSTING-DATE
           MOVE "APINV" TO WS-POST-SOURCE
           MOVE AP-KEY TO WS-POST-REF
           PERFORM FIND-RECEIVING-SITE

           MOVE ACCT-PURCHASES TO WS-POST-ACCOUNT
           MOVE AP-INVOICE-AMOUNT TO WS-POST-DEBIT
           ADD 1 TO WS-AP-POSTED
           EXIT SECTION.

      *> THE KITCHEN THE PURCHASE ORDER WAS RECEIVED AT
       FIND-RECEIVING-SITE SECTION.
           MOVE CENTRAL-SITE TO WS-POST-SITE
           OPEN INPUT POFILE
           IF PO-FS NOT = NOT-FILE THEN
               MOVE AP-PO-ID TO PO-ID
               READ POFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PO-RECV-SITE-ID TO WS-POST-SITE
               END-READ
           END-IF
           CLOSE POFILE
           IF WS-POST-SITE = CENTRAL-SITE THEN
               MOVE "NO RECEIVING SITE ON THE PURCHASE ORDER"
                 TO WS-CENTRAL-REASON
               PERFORM NOTE-CENTRAL-LEG
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    MOVEMENT VALUATION LEGS - RECEIPTS MOVE PURCHASE VALUE
      *    INTO STOCK, ISSUES MOVE IT OUT TO COST OF PRODUCTION.
           IF MOVE-IN-QTD = ZEROS AND MOVE-OUT-QTD = ZEROS THEN
               EXIT SECTION
           END-IF
           PERFORM GET-MOVEMENT-COST
           IF WS-UNIT-COST = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE "IMVAL" TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REF
           MOVE MOVE-BATCH-LOT TO WS-POST-REF (1:10)
           PERFORM CHECK-MOVEMENT-SITE

           IF MOVE-IN-QTD > ZEROS THEN
               COMPUTE WS-MOVE-VALUE ROUNDED =
           END-IF
           IF MOVE-OUT-QTD > ZEROS THEN
               COMPUTE WS-MOVE-VALUE ROUNDED =
                   MOVE-OUT-QTD * (WS-UNIT-COST + WS-LANDED-SHARE)
      *> GOODS SENT BACK TO THE SUPPLIER UNDO THE PURCHASE
               IF REASON-SUPPLIER-RETURN THEN
                   MOVE ACCT-PURCHASES TO WS-POST-ACCOUNT
               ELSE
                   MOVE ACCT-PRODUCTION TO WS-POST-ACCOUNT
               END-IF
               MOVE WS-MOVE-VALUE TO WS-POST-DEBIT
               MOVE ZEROS TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
           ADD 1 TO WS-MOVE-POSTED
           EXIT SECTION.

      *> A MOVEMENT BELONGS TO ITS OWN SITE WHEN THAT SITE IS ON FILE
       CHECK-MOVEMENT-SITE SECTION.
           MOVE CENTRAL-SITE TO WS-POST-SITE
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE AND MOVE-SITE-ID NOT = ZEROS THEN
               MOVE MOVE-SITE-ID TO FD-SITE-ID
               READ SITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MOVE-SITE-ID TO WS-POST-SITE
               END-READ
           END-IF
           CLOSE SITES
           IF WS-POST-SITE = CENTRAL-SITE THEN
               MOVE "MOVEMENT SITE NOT ON THE SITES FILE"
                 TO WS-CENTRAL-REASON
               PERFORM NOTE-CENTRAL-LEG
           END-IF
           EXIT SECTION.

      *> A PO RECEIPT AT THE PRICE ON ITS LOT; EVERYTHING ELSE AT THE
      *> SITE'S WEIGHTED-AVERAGE COST. ONLY WHEN THERE IS NEITHER DOES
      *> THE PRICE LIST (PLUS THE LOT'S FREIGHT SHARE ON AN ISSUE) APPLY
       GET-MOVEMENT-COST SECTION.
           MOVE ZEROS TO WS-UNIT-COST
           MOVE ZEROS TO WS-LANDED-SHARE
           IF MOVE-IN-QTD > ZEROS
              AND MOVE-IN-ID = MOVE-IN-ORIGIN-PO THEN
               PERFORM GET-LOT-BASE-PRICE
               IF WS-UNIT-COST = ZEROS THEN
                   PERFORM GET-UNIT-COST
               END-IF
               EXIT SECTION
           END-IF
           CALL "AVGCOST" USING MOVE-SITE-ID INGRED-ID WS-UNIT-COST
           IF WS-UNIT-COST = ZEROS THEN
               PERFORM GET-UNIT-COST
               IF MOVE-OUT-QTD > ZEROS THEN
                   PERFORM GET-LANDED-SHARE
               END-IF
           END-IF
           EXIT SECTION.

      *> THE PO PRICE THE RECEIVED LOT WAS TAKEN IN AT - ZERO WHEN THE
      *> LOT HAS NO COST ROW
       GET-LOT-BASE-PRICE SECTION.
           IF MOVE-BATCH-LOT = SPACES THEN
               EXIT SECTION
           END-IF
           OPEN INPUT LOTCOSTS
           IF LOTCOST-FS = NOT-FILE THEN
               CLOSE LOTCOSTS
               EXIT SECTION
           END-IF
           MOVE MOVE-BATCH-LOT TO LTC-BATCH-LOT
           START LOTCOSTS KEY IS EQUAL TO LTC-BATCH-LOT
               INVALID KEY
                   CLOSE LOTCOSTS
                   EXIT SECTION
           END-START
           PERFORM UNTIL LOTCOST-FS NOT = ZEROS
               READ LOTCOSTS NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF LTC-BATCH-LOT NOT = MOVE-BATCH-LOT THEN
                           EXIT PERFORM
                       END-IF
                       IF LTC-INGRED-ID = INGRED-ID THEN
                           MOVE LTC-BASE-PRICE TO WS-UNIT-COST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTCOSTS
           EXIT SECTION.

      *> THE PRICE OF THE SUPPLY LINK THE STOCK CAME IN ON; WHEN THE
      *> PAIR HAS NO PRICE ON FILE THE LATEST EFFECTIVE PRICE OF ANY
      *> SUPPLIER FOR THE INGREDIENT IS USED INSTEAD
           CLOSE FXRISUPPLY
           EXIT SECTION.

      *> THE FREIGHT SHARE PER UNIT ON THE LOT THE STOCK CAME FROM -
      *> ZERO WHEN THE LOT CARRIES NO CHARGE OR HAS NO COST ROW
       GET-LANDED-SHARE SECTION.
           MOVE ZEROS TO WS-LANDED-SHARE
           IF MOVE-BATCH-LOT = SPACES THEN
               EXIT SECTION
           END-IF
           OPEN INPUT LOTCOSTS
           IF LOTCOST-FS = NOT-FILE THEN
               CLOSE LOTCOSTS
               EXIT SECTION
           END-IF
           MOVE MOVE-BATCH-LOT TO LTC-BATCH-LOT
           START LOTCOSTS KEY IS EQUAL TO LTC-BATCH-LOT
               INVALID KEY
                   CLOSE LOTCOSTS
                   EXIT SECTION
           END-START
           PERFORM UNTIL LOTCOST-FS NOT = ZEROS
               READ LOTCOSTS NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF LTC-BATCH-LOT NOT = MOVE-BATCH-LOT THEN
                           EXIT PERFORM
                       END-IF
                       IF LTC-INGRED-ID = INGRED-ID
                          AND LTC-LANDED-PRICE > LTC-BASE-PRICE THEN
                           COMPUTE WS-LANDED-SHARE =
                               LTC-LANDED-PRICE - LTC-BASE-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTCOSTS
           EXIT SECTION.

      ******************************************************************
      *    EVERY PROVISION RUN NOT YET SEEN: A RISE IN THE PROVISION
      *    DEBITS BAD AND DOUBTFUL DEBTS AND CREDITS THE PROVISION, A
      *    RELEASE POSTS THE OTHER WAY ROUND
      ******************************************************************
       POST-PROVISIONS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT PROVISION
           IF PROVISION-FS = NOT-FILE THEN
               CLOSE PROVISION
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PROVISION NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       PERFORM POST-ONE-PROVISION
               END-READ
           END-PERFORM
           CLOSE PROVISION
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       POST-ONE-PROVISION SECTION.
           MOVE SPACES TO WS-ALREADY-DONE
           OPEN I-O GLDONEPRV
           IF GLDONEPRV-FS = NOT-FILE THEN
               CLOSE GLDONEPRV
               OPEN OUTPUT GLDONEPRV
               CLOSE GLDONEPRV
               OPEN I-O GLDONEPRV
           END-IF
           MOVE PRV-KEY TO GDP-PRV-KEY
           READ GLDONEPRV
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-ALREADY-DONE
           END-READ
           CLOSE GLDONEPRV
           IF WS-ALREADY-DONE = "Y" THEN
               EXIT SECTION
           END-IF

           IF PRV-DELTA NOT = ZEROS THEN
               MOVE PRV-RUN-DATE TO WS-POST-DATE
               PERFORM GUARD-POSTING-DATE
               MOVE "ARPROV" TO WS-POST-SOURCE
               MOVE CENTRAL-SITE TO WS-POST-SITE
               MOVE SPACES TO WS-POST-REF
               MOVE PRV-KEY (1:14) TO WS-POST-REF (1:14)
               IF PRV-DELTA > ZEROS THEN
                   MOVE PRV-DELTA TO WS-PRV-AMOUNT
                   MOVE ACCT-BAD-DEBT-EXPENSE TO WS-POST-ACCOUNT
                   MOVE WS-PRV-AMOUNT TO WS-POST-DEBIT
                   MOVE ZEROS TO WS-POST-CREDIT
                   PERFORM WRITE-POSTING-LEG
                   MOVE ACCT-DOUBTFUL-PROVISION TO WS-POST-ACCOUNT
                   MOVE ZEROS TO WS-POST-DEBIT
                   MOVE WS-PRV-AMOUNT TO WS-POST-CREDIT
                   PERFORM WRITE-POSTING-LEG
               ELSE
                   COMPUTE WS-PRV-AMOUNT = 0 - PRV-DELTA
                   MOVE ACCT-DOUBTFUL-PROVISION TO WS-POST-ACCOUNT
                   MOVE WS-PRV-AMOUNT TO WS-POST-DEBIT
                   MOVE ZEROS TO WS-POST-CREDIT
                   PERFORM WRITE-POSTING-LEG
                   MOVE ACCT-BAD-DEBT-EXPENSE TO WS-POST-ACCOUNT
                   MOVE ZEROS TO WS-POST-DEBIT
                   MOVE WS-PRV-AMOUNT TO WS-POST-CREDIT
                   PERFORM WRITE-POSTING-LEG
               END-IF
           END-IF
      *> DONE ONLY AFTER BOTH LEGS ARE ON FILE
           OPEN I-O GLDONEPRV
           MOVE PRV-KEY TO GDP-PRV-KEY
           WRITE FD-GLDONEPRV
           END-WRITE
           CLOSE GLDONEPRV
           ADD 1 TO WS-PRV-POSTED
           EXIT SECTION.

      ******************************************************************
      *    EVERY RELEASED JOURNAL ENTRY DATED TODAY OR EARLIER. THE
      *    ENTRY IS MARKED POSTED ONCE ITS LEGS ARE ON FILE, SO IT IS
      *    NEVER BOOKED TWICE. A REVERSAL MADE HERE IS ITSELF BOOKED
      *    BY THE FIRST RUN ON OR AFTER ITS DATE
      ******************************************************************
       POST-JOURNALS SECTION.
           MOVE ZEROS TO MAX-JNL
           OPEN INPUT JOURNALS
           IF JOURNAL-FS = NOT-FILE THEN
               CLOSE JOURNALS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ JOURNALS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF JNL-KIND-ENTRY AND JNL-RELEASED
                          AND JNL-DATE NOT > WS-TODAY-NUM
                          AND MAX-JNL < 500 THEN
                           ADD 1 TO MAX-JNL
                           SET IND-JNL TO MAX-JNL
                           MOVE JNL-ID TO TAB-JNL-ID (IND-JNL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNALS
           MOVE SPACES TO FLAG-TRUE
           PERFORM VARYING IND-JNL FROM 1 BY 1
                   UNTIL IND-JNL > MAX-JNL
               PERFORM POST-ONE-JOURNAL
           END-PERFORM
           EXIT SECTION.

       POST-ONE-JOURNAL SECTION.
           OPEN I-O JOURNALS
           MOVE TAB-JNL-ID (IND-JNL) TO JNL-ID
           READ JOURNALS
               INVALID KEY
                   CLOSE JOURNALS
                   EXIT SECTION
           END-READ
           IF NOT JNL-RELEASED THEN
               CLOSE JOURNALS
               EXIT SECTION
           END-IF
           MOVE JNL-DATE TO WS-POST-DATE
           PERFORM GUARD-POSTING-DATE
           MOVE "JOURNAL" TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REF
           MOVE JNL-ID TO WS-POST-REF (1:6)
           PERFORM VARYING WS-JNL-LN FROM 1 BY 1
                   UNTIL WS-JNL-LN > JNL-LINE-COUNT
               MOVE JNL-LN-ACCOUNT (WS-JNL-LN) TO WS-POST-ACCOUNT
               MOVE JNL-LN-SITE-ID (WS-JNL-LN) TO WS-POST-SITE
               MOVE JNL-LN-DEBIT (WS-JNL-LN) TO WS-POST-DEBIT
               MOVE JNL-LN-CREDIT (WS-JNL-LN) TO WS-POST-CREDIT
               PERFORM WRITE-POSTING-LEG
           END-PERFORM
           MOVE "D" TO JNL-STATUS
           REWRITE FD-JOURNAL
           END-REWRITE
           ADD 1 TO WS-JNL-POSTED
           IF NOT JNL-REVERSES THEN
               CLOSE JOURNALS
               EXIT SECTION
           END-IF

      *>   THE REVERSAL - SAME LINES WITH THE SIDES SWAPPED, DATED
      *>   THE 1ST OF THE PERIOD AFTER THE ONE JUST BOOKED
           MOVE FD-JOURNAL TO WS-JNL-HOLD
           MOVE WS-POST-DATE (1:4) TO WS-REV-YEAR
           MOVE WS-POST-DATE (5:2) TO WS-REV-MONTH
           ADD 1 TO WS-REV-MONTH
           IF WS-REV-MONTH > 12 THEN
               MOVE 1 TO WS-REV-MONTH
               ADD 1 TO WS-REV-YEAR
           END-IF
           COMPUTE WS-REVERSE-DATE =
               WS-REV-YEAR * 10000 + WS-REV-MONTH * 100 + 1
           PERFORM NEXT-JOURNAL-ID
           MOVE WS-JNL-HOLD TO FD-JOURNAL
           MOVE WS-NEW-JNL-ID TO JNL-ID
           MOVE WS-REVERSE-DATE TO JNL-DATE
           MOVE SPACES TO JNL-DESC
           STRING "REVERSAL OF " TAB-JNL-ID (IND-JNL)
               DELIMITED BY SIZE INTO JNL-DESC
           MOVE "A" TO JNL-STATUS
           MOVE "N" TO JNL-AUTO-REVERSE
           MOVE TAB-JNL-ID (IND-JNL) TO JNL-REVERSAL-OF
           MOVE ZEROS TO JNL-TEMPLATE-ID
           PERFORM VARYING WS-JNL-LN FROM 1 BY 1
                   UNTIL WS-JNL-LN > JNL-LINE-COUNT
               MOVE JNL-LN-DEBIT (WS-JNL-LN) TO WS-POST-DEBIT
               MOVE JNL-LN-CREDIT (WS-JNL-LN)
                 TO JNL-LN-DEBIT (WS-JNL-LN)
               MOVE WS-POST-DEBIT TO JNL-LN-CREDIT (WS-JNL-LN)
           END-PERFORM
           WRITE FD-JOURNAL
           END-WRITE
           CLOSE JOURNALS
           ADD 1 TO WS-JNL-REVERSED
           EXIT SECTION.

       NEXT-JOURNAL-ID SECTION.
           OPEN I-O JNLKEYS
           IF JNLKEY-FS = NOT-FILE THEN
               CLOSE JNLKEYS
               OPEN OUTPUT JNLKEYS
               MOVE ZEROS TO FDJNLKEYS
               WRITE FDJNLKEYS
               CLOSE JNLKEYS
               OPEN I-O JNLKEYS
           END-IF
           READ JNLKEYS
               ADD 1 TO FDJNLKEYS
               MOVE FDJNLKEYS TO WS-NEW-JNL-ID
           REWRITE FDJNLKEYS
           CLOSE JNLKEYS
           EXIT SECTION.

      ******************************************************************
      *    A DOCUMENT DATED INTO A CLOSED PERIOD POSTS UNDER TODAY
      ******************************************************************
           MOVE WS-POST-CREDIT TO GLP-CREDIT
           MOVE WS-POST-SOURCE TO GLP-SOURCE
           MOVE WS-POST-REF TO GLP-SOURCE-REF
           MOVE WS-POST-SITE TO GLP-SITE-ID
           WRITE FD-GLPOST
           END-WRITE
           CLOSE GLPOSTS

      ******************************************************************

      ******************************************************************
      *    EVERY SUPPLIER DEBIT NOTE NOT YET BOOKED: THE SUPPLIER OWES
      *    US THE VALUE BACK. THE NOTE IS MARKED BOOKED ONCE BOTH LEGS
      *    ARE ON FILE
      ******************************************************************
       POST-DEBIT-NOTES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN I-O SUPRETS
           IF SUPRET-FS = NOT-FILE THEN
               CLOSE SUPRETS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SUPRETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF NOT RTN-GL-DONE AND RTN-VALUE > ZEROS THEN
                           PERFORM POST-ONE-DEBIT-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPRETS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       POST-ONE-DEBIT-NOTE SECTION.
           MOVE RTN-DATE TO WS-POST-DATE
           PERFORM GUARD-POSTING-DATE
           MOVE "SUPRET" TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REF
           MOVE RTN-ID TO WS-POST-REF (1:6)
           MOVE CENTRAL-SITE TO WS-POST-SITE
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE AND RTN-SITE-ID NOT = ZEROS THEN
               MOVE RTN-SITE-ID TO FD-SITE-ID
               READ SITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RTN-SITE-ID TO WS-POST-SITE
               END-READ
           END-IF
           CLOSE SITES
      *>   A REBATE SETTLEMENT BELONGS TO THE COMPANY, NOT A KITCHEN
           IF WS-POST-SITE = CENTRAL-SITE
              AND NOT RTN-REASON-REBATE THEN
               MOVE "RETURN SITE NOT ON THE SITES FILE"
                 TO WS-CENTRAL-REASON
               PERFORM NOTE-CENTRAL-LEG
           END-IF

           MOVE ACCT-PAYABLES TO WS-POST-ACCOUNT
           MOVE RTN-VALUE TO WS-POST-DEBIT
           MOVE ZEROS TO WS-POST-CREDIT
           PERFORM WRITE-POSTING-LEG
           IF RTN-REASON-REBATE THEN
               MOVE ACCT-REBATES-RECEIVABLE TO WS-POST-ACCOUNT
           ELSE
               MOVE ACCT-PURCHASES TO WS-POST-ACCOUNT
           END-IF
           MOVE ZEROS TO WS-POST-DEBIT
           MOVE RTN-VALUE TO WS-POST-CREDIT
           PERFORM WRITE-POSTING-LEG
           MOVE "Y" TO RTN-GL-POSTED
           REWRITE FD-SUPRET
           END-REWRITE
           ADD 1 TO WS-DN-POSTED
           EXIT SECTION.

      ******************************************************************
      *    EVERY LANDED CHARGE NOT YET BOOKED: THE SUPPLIER'S INVOICE
      *    PUT IT THROUGH PURCHASES WITH THE GOODS, BUT IT IS PART OF
      *    WHAT THE STOCK COST, SO IT MOVES ACROSS INTO STOCK
      ******************************************************************
       POST-LANDED-CHARGES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN I-O LANDCHGS
           IF LANDCHG-FS = NOT-FILE THEN
               CLOSE LANDCHGS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LANDCHGS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF NOT LCH-GL-DONE AND LCH-AMOUNT > ZEROS THEN
                           PERFORM POST-ONE-LANDED-CHARGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LANDCHGS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       POST-ONE-LANDED-CHARGE SECTION.
           MOVE LCH-DATE TO WS-POST-DATE
           PERFORM GUARD-POSTING-DATE
           MOVE "LANDCOST" TO WS-POST-SOURCE
           MOVE SPACES TO WS-POST-REF
           MOVE LCH-ID TO WS-POST-REF (1:6)
           MOVE CENTRAL-SITE TO WS-POST-SITE
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE AND LCH-SITE-ID NOT = ZEROS THEN
               MOVE LCH-SITE-ID TO FD-SITE-ID
               READ SITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LCH-SITE-ID TO WS-POST-SITE
               END-READ
           END-IF
           CLOSE SITES
           IF WS-POST-SITE = CENTRAL-SITE THEN
               MOVE "NO RECEIVING SITE ON THE PURCHASE ORDER"
                 TO WS-CENTRAL-REASON
               PERFORM NOTE-CENTRAL-LEG
           END-IF

           MOVE ACCT-STOCK TO WS-POST-ACCOUNT
           MOVE LCH-AMOUNT TO WS-POST-DEBIT
           MOVE ZEROS TO WS-POST-CREDIT
           PERFORM WRITE-POSTING-LEG
           MOVE ACCT-PURCHASES TO WS-POST-ACCOUNT
           MOVE ZEROS TO WS-POST-DEBIT
           MOVE LCH-AMOUNT TO WS-POST-CREDIT
           PERFORM WRITE-POSTING-LEG
           MOVE "Y" TO LCH-GL-POSTED
           REWRITE FD-LANDCHG
           END-REWRITE
           ADD 1 TO WS-LC-POSTED
           EXIT SECTION.

       WRITE-RUN-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           MOVE "MOVEMENTS VALUED" TO RPT-CNT-TEXT
           MOVE WS-MOVE-POSTED TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE "PROVISION RUNS POSTED" TO RPT-CNT-TEXT
           MOVE WS-PRV-POSTED TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE "JOURNAL ENTRIES POSTED" TO RPT-CNT-TEXT
           MOVE WS-JNL-POSTED TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE "REVERSALS MADE" TO RPT-CNT-TEXT
           MOVE WS-JNL-REVERSED TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE "SUPPLIER DEBIT NOTES POSTED" TO RPT-CNT-TEXT
           MOVE WS-DN-POSTED TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE "LANDED CHARGES POSTED" TO RPT-CNT-TEXT
           MOVE WS-LC-POSTED TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE "DOCUMENTS WITH NO KITCHEN" TO RPT-CNT-TEXT
           MOVE WS-CENTRAL-COUNT TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           IF WS-CENTRAL-COUNT > ZEROS THEN
               PERFORM WRITE-CENTRAL-LIST
           END-IF
           CLOSE REPORTFILE
           EXIT SECTION.

       WRITE-CENTRAL-LIST SECTION.
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-CENTRAL-HEAD
           WRITE REPORT-LINE FROM RPT-CENTRAL-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-CENTRAL FROM 1 BY 1
                   UNTIL IND-CENTRAL > MAX-CENTRAL
               MOVE SPACES TO RPT-CENTRAL-DETAIL
               MOVE TAB-CTR-SOURCE (IND-CENTRAL) TO RPT-CTR-SOURCE
               MOVE TAB-CTR-REF (IND-CENTRAL) TO RPT-CTR-REF
               MOVE TAB-CTR-REASON (IND-CENTRAL) TO RPT-CTR-REASON
               WRITE REPORT-LINE FROM RPT-CENTRAL-DETAIL
           END-PERFORM
           IF WS-CENTRAL-COUNT > MAX-CENTRAL THEN
               COMPUTE RPT-CTR-MORE = WS-CENTRAL-COUNT - MAX-CENTRAL
               WRITE REPORT-LINE FROM RPT-CENTRAL-MORE
           END-IF
           MOVE 8 TO RETURN-CODE
           EXIT SECTION.

       END PROGRAM GLPOST.
