      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SUPPLIER REBATE ACCRUAL - MONTH-END STEP CALLED BY PERCLOSE.
      *    WORKS OUT PURCHASES TO DATE ON EVERY OPEN REBATE AGREEMENT,
      *    THE TIER THEY HAVE REACHED AND THE REBATE THAT EARNS, AND
      *    ACCRUES THE MOVEMENT SINCE THE LAST RUN | V0.1 | 15.10.2026
      ******************************************************************
      *    THE MOVEMENT IS WRITTEN AS ONE RELEASED JOURNAL ENTRY PER
      *    AGREEMENT (DR REBATES RECEIVABLE / CR PURCHASES, THE OTHER
      *    WAY ROUND WHEN RETURNS HAVE TAKEN THE REBATE DOWN) DATED THE
      *    LAST DAY OF THE PERIOD FOR GLPOST TO BOOK. ONCE AN
      *    AGREEMENT'S PERIOD HAS ENDED ITS CLAIM STATEMENT IS PRINTED
      *    ON REBCLAIMFILE, SENT TO THE SUPPLIER AND THE AGREEMENT
      *    WAITS AS CLAIMED UNTIL REBATE RECORDS THE SETTLEMENT. A
      *    PERIOD IS RUN ONCE PER AGREEMENT (RBT-LAST-RUN-PERIOD)
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBACCR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REBATES ASSIGN TO "FXREBATES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RBT-ID
           FILE STATUS IS REBATE-FS.

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

           SELECT JOURNALS ASSIGN TO "FXJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JNL-ID
           FILE STATUS IS JOURNAL-FS.

           SELECT JNLKEYS ASSIGN TO "JNLKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JNLKEY-FS.

           SELECT REPORTFILE ASSIGN TO "REBATEFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

           SELECT CLAIMFILE ASSIGN TO "REBCLAIMFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLAIM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATES.
       COPY FD-REBATE.

       FD  POFILE.
       COPY FD-PO.

       FD  POLINES.
       COPY FD-POLINE.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  JOURNALS.
       COPY FD-JOURNAL.

       FD  JNLKEYS.
       01  FDJNLKEYS                            PIC 9(006).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       FD  CLAIMFILE.
       01  CLAIM-LINE                           PIC X(090).

       WORKING-STORAGE SECTION.
       77  REBATE-FS                            PIC 9(002).
       77  PO-FS                                PIC 9(002).
       77  POLINE-FS                            PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  JNLKEY-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  CLAIM-FS                             PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       78  ACCT-REBATES-RECEIVABLE              VALUE 1300.
       78  ACCT-PURCHASES                       VALUE 5000.
       78  CENTRAL-SITE                         VALUE 0.

       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-INNER                           PIC X(001).
       77  FLAG-LINES                           PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "REBATEACCR".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "REBATEFILE".
       01  SPOOL-CLAIM-TYPE                     PIC X(012)
           VALUE "REBATECLAIM".
       01  SPOOL-CLAIM-NAME                     PIC X(016)
           VALUE "REBCLAIMFILE".

       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
       01  NTQ-TEXT                             PIC X(060).

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-PERIOD                            PIC 9(006).
       77  WS-PERIOD-END                        PIC 9(008).
       77  WS-NEXT-YEAR                         PIC 9(004).
       77  WS-NEXT-MONTH                        PIC 9(002).
       77  WS-NEXT-FIRST                        PIC 9(008).
       77  WS-ENTRY-DATE                        PIC 9(008).

       77  WS-WINDOW-END                        PIC 9(008).
       77  WS-ORDER-DATE                        PIC 9(008).
       77  WS-IN-SCOPE                          PIC X(001).
       77  WS-SCOPE-IX                          PIC 9(001).
       77  WS-TIER-IX                           PIC 9(001).
       77  WS-PURCH-VALUE                       PIC 9(009)V99.
       77  WS-PURCH-QTY                         PIC 9(009).
       77  WS-MEASURE                           PIC 9(009)V99.
       77  WS-TIER                              PIC 9(001).
       77  WS-TIER-PCT                          PIC 9(002)V99.
       77  WS-EXPECTED                          PIC 9(007)V99.
       77  WS-MOVEMENT                          PIC S9(007)V99.
       77  WS-ENTRY-AMOUNT                      PIC 9(007)V99.
       77  WS-NEW-JNL-ID                        PIC 9(006).
       77  WS-SUPPLIER-NAME                     PIC X(030).
       77  WS-VALUE-SHOW                        PIC ZZZZZZ9.99.

       77  WS-AGREEMENTS                        PIC 9(005).
       77  WS-ENTRIES                           PIC 9(003).
       77  WS-CLAIMS                            PIC 9(003).
       77  WS-TOTAL-MOVEMENT                    PIC S9(009)V99.

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(038)
              VALUE "BREADWICH - SUPPLIER REBATES - PERIOD".
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-PERIOD                   PIC 9(006).
           05 FILLER                            PIC X(006)
              VALUE "  RUN ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "AGREEMT".
           05 FILLER PIC X(005) VALUE "SUPP".
           05 FILLER PIC X(003) VALUE "B".
           05 FILLER PIC X(014) VALUE "     PURCHASES".
           05 FILLER PIC X(011) VALUE "      UNITS".
           05 FILLER PIC X(005) VALUE " TIER".
           05 FILLER PIC X(007) VALUE "     %".
           05 FILLER PIC X(012) VALUE "     REBATE".
           05 FILLER PIC X(013) VALUE "    MOVEMENT".
           05 FILLER PIC X(012) VALUE "  STATUS".

       01  RPT-DETAIL.
           05 RPT-D-ID                          PIC 9(006).
           05 FILLER                            PIC X(002).
           05 RPT-D-SUPPLIER                    PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-D-BASIS                       PIC X(001).
           05 FILLER                            PIC X(002).
           05 RPT-D-VALUE                       PIC ZZZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-D-QTY                         PIC ZZZZZZZZ9.
           05 FILLER                            PIC X(004).
           05 RPT-D-TIER                        PIC 9(001).
           05 FILLER                            PIC X(002).
           05 RPT-D-PCT                         PIC Z9.99.
           05 FILLER                            PIC X(002).
           05 RPT-D-REBATE                      PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-D-MOVEMENT                    PIC -ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-D-STATUS                      PIC X(010).

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(012)
              VALUE "AGREEMENTS:".
           05 RPT-S-AGREEMENTS                  PIC ZZZZ9.
           05 FILLER                            PIC X(003).
           05 FILLER                            PIC X(010)
              VALUE "MOVEMENT:".
           05 RPT-S-MOVEMENT                    PIC -ZZZZZZZZ9.99.
           05 FILLER                            PIC X(003).
           05 FILLER                            PIC X(009)
              VALUE "ENTRIES:".
           05 RPT-S-ENTRIES                     PIC ZZ9.
           05 FILLER                            PIC X(003).
           05 FILLER                            PIC X(008)
              VALUE "CLAIMS:".
           05 RPT-S-CLAIMS                      PIC ZZ9.

       01  RPT-NONE-LINE                        PIC X(060)
           VALUE "NO REBATE AGREEMENTS DUE FOR THIS PERIOD".

      *> CLAIM STATEMENT
       01  CLM-HEADER.
           05 FILLER                            PIC X(034)
              VALUE "BREADWICH - SUPPLIER REBATE CLAIM ".
           05 CLM-HEAD-ID                       PIC 9(006).
           05 FILLER                            PIC X(010)
              VALUE "    DATE: ".
           05 CLM-HEAD-DATE                     PIC 9(008).

       01  CLM-SUPPLIER-LINE.
           05 FILLER                            PIC X(020)
              VALUE "TO SUPPLIER.......: ".
           05 CLM-SUPP-ID                       PIC 9(003).
           05 FILLER                            PIC X(001).
           05 CLM-SUPP-NAME                     PIC X(030).

       01  CLM-AGREEMENT-LINE.
           05 FILLER                            PIC X(020)
              VALUE "AGREEMENT.........: ".
           05 CLM-DESC                          PIC X(030).

       01  CLM-PERIOD-LINE.
           05 FILLER                            PIC X(020)
              VALUE "PERIOD............: ".
           05 CLM-START                         PIC 9(008).
           05 FILLER                            PIC X(004)
              VALUE " TO ".
           05 CLM-END                           PIC 9(008).
           05 FILLER                            PIC X(010)
              VALUE "  BASIS: ".
           05 CLM-BASIS                         PIC X(008).

       01  CLM-SCOPE-LINE.
           05 FILLER                            PIC X(020)
              VALUE "INGREDIENTS.......: ".
           05 CLM-SCOPE-TEXT                    PIC X(030).

       01  CLM-TIER-LINE.
           05 FILLER                            PIC X(007)
              VALUE "  TIER ".
           05 CLM-TIER-NO                       PIC 9(001).
           05 FILLER                            PIC X(007)
              VALUE "  FROM ".
           05 CLM-TIER-FROM                     PIC ZZZZZZZZ9.99.
           05 FILLER                            PIC X(003).
           05 CLM-TIER-PCT                      PIC Z9.99.
           05 FILLER                            PIC X(002)
              VALUE " %".
           05 FILLER                            PIC X(002).
           05 CLM-TIER-MARK                     PIC X(010).

       01  CLM-PURCHASE-LINE.
           05 FILLER                            PIC X(020)
              VALUE "PURCHASES.........: ".
           05 CLM-PURCH-VALUE                   PIC ZZZZZZZZ9.99.
           05 FILLER                            PIC X(010)
              VALUE "   UNITS: ".
           05 CLM-PURCH-QTY                     PIC ZZZZZZZZ9.

       01  CLM-AMOUNT-LINE.
           05 FILLER                            PIC X(020)
              VALUE "REBATE CLAIMED....: ".
           05 CLM-AMOUNT                        PIC ZZZZZZ9.99.

       01  CLM-FOOT-LINE.
           05 FILLER                            PIC X(040)
              VALUE "PLEASE CONFIRM THE AMOUNT - ONCE AGREED ".
           05 FILLER                            PIC X(044)
              VALUE "IT WILL BE DEDUCTED FROM OUR NEXT PAYMENT".

       LINKAGE SECTION.
       01  LK-PER-YEAR                          PIC 9(004).
       01  LK-PER-MONTH                         PIC 9(002).
      *> NET ACCRUAL MOVEMENT OF THE RUN, BACK TO THE CALLER
       01  LK-REBATE-MOVEMENT                   PIC S9(009)V99.

      ******************************************************************

       PROCEDURE DIVISION USING LK-PER-YEAR LK-PER-MONTH
                                LK-REBATE-MOVEMENT.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-PERIOD = LK-PER-YEAR * 100 + LK-PER-MONTH
           PERFORM PERIOD-DATES
           MOVE ZEROS TO WS-AGREEMENTS, WS-ENTRIES, WS-CLAIMS
           MOVE ZEROS TO WS-TOTAL-MOVEMENT

           OPEN OUTPUT REPORTFILE
           OPEN OUTPUT CLAIMFILE
           MOVE WS-PERIOD TO RPT-HEAD-PERIOD
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           PERFORM ACCRUE-AGREEMENTS
           IF WS-AGREEMENTS = ZEROS THEN
               WRITE REPORT-LINE FROM RPT-NONE-LINE
           END-IF

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-AGREEMENTS TO RPT-S-AGREEMENTS
           MOVE WS-TOTAL-MOVEMENT TO RPT-S-MOVEMENT
           MOVE WS-ENTRIES TO RPT-S-ENTRIES
           MOVE WS-CLAIMS TO RPT-S-CLAIMS
           WRITE REPORT-LINE FROM RPT-SUMMARY
           CLOSE REPORTFILE
           CLOSE CLAIMFILE
           MOVE WS-TOTAL-MOVEMENT TO LK-REBATE-MOVEMENT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           IF WS-CLAIMS > ZEROS THEN
               CALL "SPOOLREG" USING SPOOL-CLAIM-TYPE
                   SPOOL-CLAIM-NAME
           END-IF
           EXIT PROGRAM.

      *> LAST DAY OF THE PERIOD - THE ACCRUAL FALLS THERE, OR TODAY
      *> IF THE PERIOD IS BEING CLOSED BEFORE IT HAS ENDED
       PERIOD-DATES SECTION.
           MOVE LK-PER-YEAR TO WS-NEXT-YEAR
           MOVE LK-PER-MONTH TO WS-NEXT-MONTH
           ADD 1 TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH > 12 THEN
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           END-IF
           COMPUTE WS-NEXT-FIRST =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-PERIOD-END =
               DATE-OF-INTEGER (INTEGER-OF-DATE (WS-NEXT-FIRST) - 1)
           IF WS-TODAY-NUM < WS-PERIOD-END THEN
               MOVE WS-TODAY-NUM TO WS-ENTRY-DATE
           ELSE
               MOVE WS-PERIOD-END TO WS-ENTRY-DATE
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    EVERY ACTIVE AGREEMENT STARTED BY THE END OF THE PERIOD AND
      *    NOT YET RUN FOR IT
      ******************************************************************
       ACCRUE-AGREEMENTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN I-O REBATES
           IF REBATE-FS = NOT-FILE THEN
               CLOSE REBATES
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ REBATES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RBT-ACTIVE
                          AND RBT-START-DATE NOT > WS-PERIOD-END
                          AND RBT-LAST-RUN-PERIOD < WS-PERIOD THEN
                           PERFORM ACCRUE-ONE-AGREEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REBATES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ACCRUE-ONE-AGREEMENT SECTION.
           ADD 1 TO WS-AGREEMENTS
           IF RBT-END-DATE < WS-PERIOD-END THEN
               MOVE RBT-END-DATE TO WS-WINDOW-END
           ELSE
               MOVE WS-PERIOD-END TO WS-WINDOW-END
           END-IF
           PERFORM SUM-AGREEMENT-PURCHASES
           PERFORM FIND-TIER-REACHED
           COMPUTE WS-EXPECTED ROUNDED =
               WS-PURCH-VALUE * WS-TIER-PCT / 100
           COMPUTE WS-MOVEMENT = WS-EXPECTED - RBT-ACCRUED
           IF WS-MOVEMENT NOT = ZEROS THEN
               PERFORM WRITE-ACCRUAL-ENTRY
               ADD WS-MOVEMENT TO WS-TOTAL-MOVEMENT
           END-IF

           MOVE WS-PURCH-VALUE TO RBT-PURCH-VALUE
           MOVE WS-PURCH-QTY TO RBT-PURCH-QTY
           MOVE WS-TIER TO RBT-TIER-REACHED
           MOVE WS-EXPECTED TO RBT-ACCRUED
           MOVE WS-PERIOD TO RBT-LAST-RUN-PERIOD

           MOVE SPACES TO RPT-DETAIL
           MOVE "ACCRUING" TO RPT-D-STATUS
      *>   THE AGREEMENT HAS RUN ITS COURSE - CLAIM WHAT IT EARNED
           IF RBT-END-DATE NOT > WS-PERIOD-END THEN
               MOVE WS-TODAY-NUM TO RBT-CLAIM-DATE
               MOVE WS-EXPECTED TO RBT-CLAIM-AMOUNT
               IF WS-EXPECTED > ZEROS THEN
                   MOVE "C" TO RBT-STATUS
                   MOVE "CLAIMED" TO RPT-D-STATUS
                   PERFORM PRINT-CLAIM-STATEMENT
               ELSE
                   MOVE "S" TO RBT-STATUS
                   MOVE "NOT EARNED" TO RPT-D-STATUS
               END-IF
           END-IF
           REWRITE FD-REBATE
           END-REWRITE

           MOVE RBT-ID TO RPT-D-ID
           MOVE RBT-SUPPLIER-ID TO RPT-D-SUPPLIER
           MOVE RBT-BASIS TO RPT-D-BASIS
           MOVE WS-PURCH-VALUE TO RPT-D-VALUE
           MOVE WS-PURCH-QTY TO RPT-D-QTY
           MOVE WS-TIER TO RPT-D-TIER
           MOVE WS-TIER-PCT TO RPT-D-PCT
           MOVE WS-EXPECTED TO RPT-D-REBATE
           MOVE WS-MOVEMENT TO RPT-D-MOVEMENT
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      ******************************************************************
      *    RECEIVED GOODS ON THE SUPPLIER'S ORDERS PLACED INSIDE THE
      *    AGREEMENT, VALUED AS APINV MATCHES THEM
      ******************************************************************
       SUM-AGREEMENT-PURCHASES SECTION.
           MOVE ZEROS TO WS-PURCH-VALUE, WS-PURCH-QTY
           MOVE SPACES TO FLAG-INNER
           OPEN INPUT POFILE
           IF PO-FS = NOT-FILE THEN
               CLOSE POFILE
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-INNER = "E"
               READ POFILE NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       MOVE PO-ORDER-DATE TO WS-ORDER-DATE
                       IF PO-SUPPLIER-ID = RBT-SUPPLIER-ID
                          AND WS-ORDER-DATE NOT < RBT-START-DATE
                          AND WS-ORDER-DATE NOT > WS-WINDOW-END THEN
                           PERFORM SUM-ORDER-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POFILE
           MOVE SPACES TO FLAG-INNER
           EXIT SECTION.

       SUM-ORDER-LINES SECTION.
           MOVE SPACES TO FLAG-LINES
           OPEN INPUT POLINES
           IF POLINE-FS = NOT-FILE THEN
               CLOSE POLINES
               EXIT SECTION
           END-IF
           MOVE PO-ID TO POL-PO-ID
           MOVE ZEROS TO POL-LINE-NO
           START POLINES KEY IS NOT LESS THAN POL-KEY
               INVALID KEY MOVE "E" TO FLAG-LINES
           END-START
           PERFORM UNTIL FLAG-LINES = "E"
               READ POLINES NEXT RECORD
                   AT END MOVE "E" TO FLAG-LINES
                   NOT AT END
                       IF POL-PO-ID NOT = PO-ID THEN
                           MOVE "E" TO FLAG-LINES
                       ELSE
                           PERFORM CHECK-LINE-IN-SCOPE
                           IF WS-IN-SCOPE = "Y" THEN
                               ADD POL-QTY-RECEIVED TO WS-PURCH-QTY
                               COMPUTE WS-PURCH-VALUE ROUNDED =
                                   WS-PURCH-VALUE
                                   + POL-QTY-RECEIVED * POL-UNIT-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLINES
           MOVE SPACES TO FLAG-LINES
           EXIT SECTION.

       CHECK-LINE-IN-SCOPE SECTION.
           IF RBT-SCOPE-COUNT = ZEROS THEN
               MOVE "Y" TO WS-IN-SCOPE
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-IN-SCOPE
           PERFORM VARYING WS-SCOPE-IX FROM 1 BY 1
                   UNTIL WS-SCOPE-IX > RBT-SCOPE-COUNT
               IF RBT-SCOPE-INGRED (WS-SCOPE-IX) = POL-INGRED-ID THEN
                   MOVE "Y" TO WS-IN-SCOPE
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> HIGHEST TIER WHOSE THRESHOLD THE PURCHASES HAVE REACHED
       FIND-TIER-REACHED SECTION.
           IF RBT-BASIS-QTY THEN
               MOVE WS-PURCH-QTY TO WS-MEASURE
           ELSE
               MOVE WS-PURCH-VALUE TO WS-MEASURE
           END-IF
           MOVE ZEROS TO WS-TIER, WS-TIER-PCT
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                   UNTIL WS-TIER-IX > RBT-TIER-COUNT
               IF WS-MEASURE NOT < RBT-TIER-FROM (WS-TIER-IX) THEN
                   MOVE WS-TIER-IX TO WS-TIER
                   MOVE RBT-TIER-PCT (WS-TIER-IX) TO WS-TIER-PCT
               END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    THE MOVEMENT SINCE THE LAST RUN GOES TO THE LEDGER CENTRALLY
      ******************************************************************
       WRITE-ACCRUAL-ENTRY SECTION.
           OPEN I-O JOURNALS
           IF JOURNAL-FS = NOT-FILE THEN
               CLOSE JOURNALS
               OPEN OUTPUT JOURNALS
               CLOSE JOURNALS
               OPEN I-O JOURNALS
           END-IF
           PERFORM NEXT-JOURNAL-ID
           INITIALIZE FD-JOURNAL
           MOVE WS-NEW-JNL-ID TO JNL-ID
           MOVE "E" TO JNL-KIND
           MOVE WS-ENTRY-DATE TO JNL-DATE
           STRING "REBATE ACCRUAL " WS-PERIOD " AGRMT " RBT-ID
               DELIMITED BY SIZE INTO JNL-DESC
           MOVE ZEROS TO JNL-KEYED-BY
           MOVE "A" TO JNL-STATUS
           MOVE "N" TO JNL-AUTO-REVERSE
           IF WS-MOVEMENT > ZEROS THEN
               MOVE WS-MOVEMENT TO WS-ENTRY-AMOUNT
               MOVE ACCT-REBATES-RECEIVABLE TO JNL-LN-ACCOUNT (1)
               MOVE ACCT-PURCHASES TO JNL-LN-ACCOUNT (2)
           ELSE
               COMPUTE WS-ENTRY-AMOUNT = ZEROS - WS-MOVEMENT
               MOVE ACCT-PURCHASES TO JNL-LN-ACCOUNT (1)
               MOVE ACCT-REBATES-RECEIVABLE TO JNL-LN-ACCOUNT (2)
           END-IF
           MOVE WS-ENTRY-AMOUNT TO JNL-TOTAL
           MOVE 2 TO JNL-LINE-COUNT
           MOVE CENTRAL-SITE TO JNL-LN-SITE-ID (1)
           MOVE WS-ENTRY-AMOUNT TO JNL-LN-DEBIT (1)
           MOVE ZEROS TO JNL-LN-CREDIT (1)
           MOVE CENTRAL-SITE TO JNL-LN-SITE-ID (2)
           MOVE ZEROS TO JNL-LN-DEBIT (2)
           MOVE WS-ENTRY-AMOUNT TO JNL-LN-CREDIT (2)
           WRITE FD-JOURNAL
           END-WRITE
           CLOSE JOURNALS
           ADD 1 TO WS-ENTRIES
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
      *    CLAIM STATEMENT FOR THE SUPPLIER - ONE PAGE PER AGREEMENT
      ******************************************************************
       PRINT-CLAIM-STATEMENT SECTION.
           ADD 1 TO WS-CLAIMS
           MOVE SPACES TO WS-SUPPLIER-NAME, NTQ-RECIPIENT
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = NOT-FILE THEN
               MOVE RBT-SUPPLIER-ID TO SUPPLIER-ID
               READ FXSUPPLY
                   INVALID KEY MOVE "** UNKNOWN SUPPLIER **"
                                 TO WS-SUPPLIER-NAME
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME TO WS-SUPPLIER-NAME
                       MOVE SUPPLIER-EMAIL1 TO NTQ-RECIPIENT
               END-READ
           END-IF
           CLOSE FXSUPPLY

           MOVE RBT-ID TO CLM-HEAD-ID
           MOVE WS-TODAY-NUM TO CLM-HEAD-DATE
           WRITE CLAIM-LINE FROM CLM-HEADER
           WRITE CLAIM-LINE FROM DIVIDER-LINE
           MOVE RBT-SUPPLIER-ID TO CLM-SUPP-ID
           MOVE WS-SUPPLIER-NAME TO CLM-SUPP-NAME
           WRITE CLAIM-LINE FROM CLM-SUPPLIER-LINE
           MOVE RBT-DESC TO CLM-DESC
           WRITE CLAIM-LINE FROM CLM-AGREEMENT-LINE
           MOVE RBT-START-DATE TO CLM-START
           MOVE RBT-END-DATE TO CLM-END
           IF RBT-BASIS-QTY THEN
               MOVE "QUANTITY" TO CLM-BASIS
           ELSE
               MOVE "VALUE" TO CLM-BASIS
           END-IF
           WRITE CLAIM-LINE FROM CLM-PERIOD-LINE
           MOVE SPACES TO CLM-SCOPE-TEXT
           IF RBT-SCOPE-COUNT = ZEROS THEN
               MOVE "ALL" TO CLM-SCOPE-TEXT
           ELSE
               STRING RBT-SCOPE-INGRED (1) " " RBT-SCOPE-INGRED (2)
                   " " RBT-SCOPE-INGRED (3) " " RBT-SCOPE-INGRED (4)
                   " " RBT-SCOPE-INGRED (5)
                   DELIMITED BY SIZE INTO CLM-SCOPE-TEXT
           END-IF
           WRITE CLAIM-LINE FROM CLM-SCOPE-LINE
           WRITE CLAIM-LINE FROM DIVIDER-LINE
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                   UNTIL WS-TIER-IX > RBT-TIER-COUNT
               MOVE WS-TIER-IX TO CLM-TIER-NO
               MOVE RBT-TIER-FROM (WS-TIER-IX) TO CLM-TIER-FROM
               MOVE RBT-TIER-PCT (WS-TIER-IX) TO CLM-TIER-PCT
               IF WS-TIER-IX = WS-TIER THEN
                   MOVE "<< REACHED" TO CLM-TIER-MARK
               ELSE
                   MOVE SPACES TO CLM-TIER-MARK
               END-IF
               WRITE CLAIM-LINE FROM CLM-TIER-LINE
           END-PERFORM
           WRITE CLAIM-LINE FROM DIVIDER-LINE
           MOVE WS-PURCH-VALUE TO CLM-PURCH-VALUE
           MOVE WS-PURCH-QTY TO CLM-PURCH-QTY
           WRITE CLAIM-LINE FROM CLM-PURCHASE-LINE
           MOVE WS-EXPECTED TO CLM-AMOUNT
           WRITE CLAIM-LINE FROM CLM-AMOUNT-LINE
           WRITE CLAIM-LINE FROM CLM-FOOT-LINE
           MOVE SPACES TO CLAIM-LINE
           WRITE CLAIM-LINE
           WRITE CLAIM-LINE

           IF NTQ-RECIPIENT = SPACES THEN
               MOVE "ACCOUNTS OFFICE" TO NTQ-RECIPIENT
           END-IF
           MOVE "REBATECLM" TO NTQ-TYPE
           MOVE WS-EXPECTED TO WS-VALUE-SHOW
           MOVE SPACES TO NTQ-TEXT
           STRING "REBATE CLAIM ON AGREEMENT " RBT-ID " FOR "
               WS-VALUE-SHOW INTO NTQ-TEXT
           CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
           EXIT SECTION.

       END PROGRAM REBACCR.
