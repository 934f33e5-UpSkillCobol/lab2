      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    GOODS RECEIVED NOT INVOICED - MONTH-END STEP CALLED BY
      *    PERCLOSE. VALUES WHAT HAS BEEN RECEIVED ON EACH PURCHASE
      *    ORDER (QTY RECEIVED TIMES PO LINE PRICE) LESS WHAT A
      *    MATCHED SUPPLIER INVOICE ALREADY COVERS, ACCRUES THE REST
      *    AND LISTS IT AGED BY SUPPLIER | V0.1 | 15.10.2026
      ******************************************************************
      *    THE ACCRUAL IS WRITTEN AS ONE RELEASED AUTO-REVERSE JOURNAL
      *    ENTRY PER RECEIVING KITCHEN (DR PURCHASES / CR GRNI), DATED
      *    THE LAST DAY OF THE PERIOD; GLPOST BOOKS IT AND REVERSES IT
      *    ON THE 1ST OF THE NEXT PERIOD. A PERIOD IS ACCRUED ONCE -
      *    CLOSING IT AGAIN AFTER A REOPEN ONLY REPRINTS THE LISTING.
      *    APINV MATCHES AN INVOICE AGAINST ALL GOODS RECEIVED ON THE
      *    ORDER SO FAR, SO THE LARGEST MATCHED AMOUNT ON THE ORDER IS
      *    WHAT IS COVERED. THE AGE IS COUNTED FROM THE ORDER DUE DATE
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRNIACCR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT APINVS ASSIGN TO "FXAPINV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-KEY
           FILE STATUS IS APINV-FS.

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

      *> ONE ROW PER PERIOD ALREADY ACCRUED
           SELECT GRNIRUNS ASSIGN TO "FXGRNIRUN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRR-PERIOD
           FILE STATUS IS GRNIRUN-FS.

           SELECT REPORTFILE ASSIGN TO "GRNIFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  POFILE.
       COPY FD-PO.

       FD  POLINES.
       COPY FD-POLINE.

       FD  APINVS.
       COPY FD-APINV.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  JOURNALS.
       COPY FD-JOURNAL.

       FD  JNLKEYS.
       01  FDJNLKEYS                            PIC 9(006).

       FD  GRNIRUNS.
       01  FD-GRNIRUN.
           05 GRR-PERIOD                        PIC 9(006).
           05 GRR-RUN-DATE                      PIC 9(008).
           05 GRR-TOTAL                         PIC 9(009)V99.
           05 GRR-ENTRIES                       PIC 9(003).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  PO-FS                                PIC 9(002).
       77  POLINE-FS                            PIC 9(002).
       77  APINV-FS                             PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  JNLKEY-FS                            PIC 9(002).
       77  GRNIRUN-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       78  ACCT-PURCHASES                       VALUE 5000.
       78  ACCT-GRNI                            VALUE 2050.
       78  CENTRAL-SITE                         VALUE 0.

       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-INNER                           PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "GRNIAGED".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "GRNIFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-PERIOD                            PIC 9(006).
       77  WS-PERIOD-END                        PIC 9(008).
       77  WS-NEXT-YEAR                         PIC 9(004).
       77  WS-NEXT-MONTH                        PIC 9(002).
       77  WS-NEXT-FIRST                        PIC 9(008).
       77  WS-ACCRUAL-DATE                      PIC 9(008).
       77  WS-ALREADY-DONE                      PIC X(001).

       77  WS-RECV-VALUE                        PIC 9(007)V99.
       77  WS-INV-VALUE                         PIC 9(007)V99.
       77  WS-OPEN-VALUE                        PIC 9(007)V99.
       77  WS-DUE-NUM                           PIC 9(008).
       77  WS-DAYS                              PIC S9(005).
       77  WS-SITE                              PIC 9(003).

      *> ONE ROW PER PURCHASE ORDER WITH GOODS NOT YET INVOICED
       77  MAX-GRNI                             PIC 9(004) VALUE 1.
       77  WS-GRNI-COUNT                        PIC 9(004).
       77  WS-GRNI-LOST                         PIC 9(005).
       01  TAB-GRNI OCCURS 1 TO 2000 TIMES
           DEPENDING ON MAX-GRNI INDEXED BY IND-GRNI.
           05 TAB-GRN-SUPPLIER                  PIC 9(003).
           05 TAB-GRN-PO-ID                     PIC 9(006).
           05 TAB-GRN-DUE                       PIC 9(008).
           05 TAB-GRN-DAYS                      PIC 9(005).
           05 TAB-GRN-SITE                      PIC 9(003).
           05 TAB-GRN-RECV                      PIC 9(007)V99.
           05 TAB-GRN-INV                       PIC 9(007)V99.
           05 TAB-GRN-OPEN                      PIC 9(007)V99.

      *> ACCRUAL PER RECEIVING KITCHEN
       77  MAX-GSITE                            PIC 9(003).
       01  TAB-GSITE OCCURS 100 INDEXED BY IND-GSITE.
           05 TAB-GS-SITE                       PIC 9(003).
           05 TAB-GS-AMOUNT                     PIC 9(009)V99.

       77  WS-NEW-JNL-ID                        PIC 9(006).
       77  WS-ENTRIES                           PIC 9(003).
       77  WS-TOTAL                             PIC 9(009)V99.
       77  WS-LAST-SUPPLIER                     PIC 9(004).
       01  WS-BUCKETS.
           05 WS-BKT OCCURS 5 TIMES             PIC 9(009)V99.
       01  WS-GRAND-BUCKETS.
           05 WS-GBKT OCCURS 5 TIMES            PIC 9(009)V99.
       77  WS-BKT-IX                            PIC 9(001).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(046)
              VALUE "BREADWICH - GOODS RECEIVED NOT INVOICED AT:".
           05 RPT-HEAD-PERIOD                   PIC 9(006).
           05 FILLER                            PIC X(006)
              VALUE "  RUN ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-ACCRUAL-LINE.
           05 FILLER                            PIC X(034)
              VALUE "ACCRUAL POSTED AS JOURNAL ENTRIES:".
           05 RPT-ACC-ENTRIES                   PIC ZZ9.
           05 FILLER                            PIC X(004).
           05 RPT-ACC-TEXT                      PIC X(040).

       01  RPT-COLUMNS.
           05 FILLER PIC X(004) VALUE SPACES.
           05 FILLER PIC X(009) VALUE "PO".
           05 FILLER PIC X(010) VALUE "DUE DATE".
           05 FILLER PIC X(008) VALUE "DAYS".
           05 FILLER PIC X(006) VALUE "SITE".
           05 FILLER PIC X(013) VALUE "   RECEIVED".
           05 FILLER PIC X(013) VALUE "   INVOICED".
           05 FILLER PIC X(012) VALUE "NOT INVOICED".
           05 FILLER PIC X(002) VALUE SPACES.
           05 FILLER PIC X(006) VALUE "AGE".

       01  RPT-SUPPLIER-LINE.
           05 FILLER                            PIC X(009)
              VALUE "SUPPLIER ".
           05 RPT-S-ID                          PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-S-NAME                        PIC X(030).

       01  RPT-DETAIL.
           05 FILLER                            PIC X(004).
           05 RPT-D-PO                          PIC 9(006).
           05 FILLER                            PIC X(003).
           05 RPT-D-DUE                         PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-D-DAYS                        PIC ZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-D-SITE                        PIC 9(003).
           05 FILLER                            PIC X(003).
           05 RPT-D-RECV                        PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(003).
           05 RPT-D-INV                         PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(003).
           05 RPT-D-OPEN                        PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-D-BUCKET                      PIC X(007).

       01  RPT-BUCKET-HEAD.
           05 FILLER PIC X(019) VALUE SPACES.
           05 FILLER PIC X(013) VALUE "   0-30 DAYS".
           05 FILLER PIC X(013) VALUE "  31-60 DAYS".
           05 FILLER PIC X(013) VALUE "  61-90 DAYS".
           05 FILLER PIC X(013) VALUE "    OVER 90".
           05 FILLER PIC X(013) VALUE "        TOTAL".

       01  RPT-BUCKET-LINE.
           05 FILLER                            PIC X(004).
           05 RPT-B-LABEL                       PIC X(014).
           05 RPT-B-AMOUNT OCCURS 5 TIMES.
               10 FILLER                        PIC X(001).
               10 RPT-B-VALUE                   PIC ZZZZZZZZ9.99.

       01  RPT-LOST-LINE.
           05 FILLER                            PIC X(040)
              VALUE "ORDERS NOT LISTED - TABLE FULL:".
           05 RPT-LOST                          PIC ZZZZ9.

       01  RPT-NONE-LINE                        PIC X(060)
           VALUE "NO GOODS RECEIVED WITHOUT A MATCHED SUPPLIER INVOICE".

       LINKAGE SECTION.
       01  LK-PER-YEAR                          PIC 9(004).
       01  LK-PER-MONTH                         PIC 9(002).
      *> WHAT STANDS ACCRUED FOR THE PERIOD, BACK TO THE CALLER
       01  LK-GRNI-TOTAL                        PIC 9(009)V99.

      ******************************************************************

       PROCEDURE DIVISION USING LK-PER-YEAR LK-PER-MONTH
                                LK-GRNI-TOTAL.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-PERIOD = LK-PER-YEAR * 100 + LK-PER-MONTH
           PERFORM PERIOD-DATES
           MOVE ZEROS TO WS-GRNI-COUNT, WS-GRNI-LOST, MAX-GSITE
           MOVE ZEROS TO WS-TOTAL, WS-ENTRIES
           MOVE 1 TO MAX-GRNI

           PERFORM COLLECT-GRNI
           IF WS-GRNI-COUNT > ZEROS THEN
               MOVE WS-GRNI-COUNT TO MAX-GRNI
               SORT TAB-GRNI
               ON ASCENDING TAB-GRN-SUPPLIER
               ON ASCENDING TAB-GRN-PO-ID
           END-IF

           PERFORM CHECK-ALREADY-ACCRUED
           IF WS-ALREADY-DONE NOT = "Y" THEN
               PERFORM WRITE-ACCRUAL-ENTRIES
               PERFORM RECORD-ACCRUAL-RUN
           END-IF
           MOVE WS-TOTAL TO LK-GRNI-TOTAL

           PERFORM WRITE-AGED-LISTING
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
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
               MOVE WS-TODAY-NUM TO WS-ACCRUAL-DATE
           ELSE
               MOVE WS-PERIOD-END TO WS-ACCRUAL-DATE
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    EVERY ORDER WITH SOMETHING RECEIVED ON IT
      ******************************************************************
       COLLECT-GRNI SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT POFILE
           IF PO-FS = NOT-FILE THEN
               CLOSE POFILE
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ POFILE NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF NOT PO-STATUS-OPEN THEN
                           PERFORM VALUE-ONE-PO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POFILE
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       VALUE-ONE-PO SECTION.
           PERFORM SUM-RECEIVED-VALUE
           IF WS-RECV-VALUE = ZEROS THEN
               EXIT SECTION
           END-IF
           PERFORM FIND-INVOICED-VALUE
           IF WS-INV-VALUE NOT < WS-RECV-VALUE THEN
               EXIT SECTION
           END-IF
           COMPUTE WS-OPEN-VALUE = WS-RECV-VALUE - WS-INV-VALUE

           MOVE PO-DUE-DATE TO WS-DUE-NUM
           MOVE ZEROS TO WS-DAYS
           IF WS-DUE-NUM > ZEROS AND WS-DUE-NUM < WS-PERIOD-END THEN
               COMPUTE WS-DAYS = INTEGER-OF-DATE (WS-PERIOD-END)
                               - INTEGER-OF-DATE (WS-DUE-NUM)
           END-IF
           IF PO-RECV-SITE-ID = ZEROS THEN
               MOVE CENTRAL-SITE TO WS-SITE
           ELSE
               MOVE PO-RECV-SITE-ID TO WS-SITE
           END-IF
           PERFORM ADD-TO-SITE-ACCRUAL
           ADD WS-OPEN-VALUE TO WS-TOTAL

           IF WS-GRNI-COUNT NOT < 2000 THEN
               ADD 1 TO WS-GRNI-LOST
               EXIT SECTION
           END-IF
           ADD 1 TO WS-GRNI-COUNT
           MOVE WS-GRNI-COUNT TO MAX-GRNI
           SET IND-GRNI TO WS-GRNI-COUNT
           MOVE PO-SUPPLIER-ID TO TAB-GRN-SUPPLIER (IND-GRNI)
           MOVE PO-ID TO TAB-GRN-PO-ID (IND-GRNI)
           MOVE WS-DUE-NUM TO TAB-GRN-DUE (IND-GRNI)
           MOVE WS-DAYS TO TAB-GRN-DAYS (IND-GRNI)
           MOVE WS-SITE TO TAB-GRN-SITE (IND-GRNI)
           MOVE WS-RECV-VALUE TO TAB-GRN-RECV (IND-GRNI)
           MOVE WS-INV-VALUE TO TAB-GRN-INV (IND-GRNI)
           MOVE WS-OPEN-VALUE TO TAB-GRN-OPEN (IND-GRNI)
           EXIT SECTION.

      *> SAME VALUATION APINV MATCHES AGAINST
       SUM-RECEIVED-VALUE SECTION.
           MOVE ZEROS TO WS-RECV-VALUE
           MOVE SPACES TO FLAG-INNER
           OPEN INPUT POLINES
           IF POLINE-FS = NOT-FILE THEN
               CLOSE POLINES
               EXIT SECTION
           END-IF
           MOVE PO-ID TO POL-PO-ID
           MOVE ZEROS TO POL-LINE-NO
           START POLINES KEY IS NOT LESS THAN POL-KEY
               INVALID KEY MOVE "E" TO FLAG-INNER
           END-START
           PERFORM UNTIL FLAG-INNER = "E"
               READ POLINES NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF POL-PO-ID NOT = PO-ID THEN
                           MOVE "E" TO FLAG-INNER
                       ELSE
                           COMPUTE WS-RECV-VALUE ROUNDED =
                               WS-RECV-VALUE
                               + POL-QTY-RECEIVED * POL-UNIT-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLINES
           MOVE SPACES TO FLAG-INNER
           EXIT SECTION.

      *> LARGEST MATCHED AMOUNT AMONG THE SUPPLIER'S INVOICES ON THE
      *> ORDER - A HELD INVOICE IS NOT YET IN THE LEDGER SO COVERS
      *> NOTHING
       FIND-INVOICED-VALUE SECTION.
           MOVE ZEROS TO WS-INV-VALUE
           MOVE SPACES TO FLAG-INNER
           OPEN INPUT APINVS
           IF APINV-FS = NOT-FILE THEN
               CLOSE APINVS
               EXIT SECTION
           END-IF
           MOVE PO-SUPPLIER-ID TO AP-SUPPLIER-ID
           MOVE LOW-VALUES TO AP-INVOICE-NO
           START APINVS KEY IS NOT LESS THAN AP-KEY
               INVALID KEY MOVE "E" TO FLAG-INNER
           END-START
           PERFORM UNTIL FLAG-INNER = "E"
               READ APINVS NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF AP-SUPPLIER-ID NOT = PO-SUPPLIER-ID THEN
                           MOVE "E" TO FLAG-INNER
                       ELSE
                           IF AP-PO-ID = PO-ID AND AP-MATCHED
                              AND AP-MATCHED-AMOUNT > WS-INV-VALUE
                           THEN
                               MOVE AP-MATCHED-AMOUNT TO WS-INV-VALUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APINVS
           MOVE SPACES TO FLAG-INNER
           EXIT SECTION.

       ADD-TO-SITE-ACCRUAL SECTION.
           PERFORM VARYING IND-GSITE FROM 1 BY 1
                   UNTIL IND-GSITE > MAX-GSITE
               IF TAB-GS-SITE (IND-GSITE) = WS-SITE THEN
                   ADD WS-OPEN-VALUE TO TAB-GS-AMOUNT (IND-GSITE)
                   EXIT SECTION
               END-IF
           END-PERFORM
      *>   A FULL TABLE LUMPS THE REST INTO ITS LAST KITCHEN
           IF MAX-GSITE NOT < 100 THEN
               SET IND-GSITE TO MAX-GSITE
               ADD WS-OPEN-VALUE TO TAB-GS-AMOUNT (IND-GSITE)
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-GSITE
           SET IND-GSITE TO MAX-GSITE
           MOVE WS-SITE TO TAB-GS-SITE (IND-GSITE)
           MOVE WS-OPEN-VALUE TO TAB-GS-AMOUNT (IND-GSITE)
           EXIT SECTION.

      ******************************************************************
      *    ONE ACCRUAL PER PERIOD
      ******************************************************************
       CHECK-ALREADY-ACCRUED SECTION.
           MOVE SPACES TO WS-ALREADY-DONE
           OPEN I-O GRNIRUNS
           IF GRNIRUN-FS = NOT-FILE THEN
               CLOSE GRNIRUNS
               OPEN OUTPUT GRNIRUNS
               CLOSE GRNIRUNS
               OPEN I-O GRNIRUNS
           END-IF
           MOVE WS-PERIOD TO GRR-PERIOD
           READ GRNIRUNS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ALREADY-DONE
                   MOVE GRR-TOTAL TO WS-TOTAL
                   MOVE GRR-ENTRIES TO WS-ENTRIES
           END-READ
           CLOSE GRNIRUNS
           EXIT SECTION.

       WRITE-ACCRUAL-ENTRIES SECTION.
           OPEN I-O JOURNALS
           IF JOURNAL-FS = NOT-FILE THEN
               CLOSE JOURNALS
               OPEN OUTPUT JOURNALS
               CLOSE JOURNALS
               OPEN I-O JOURNALS
           END-IF
           PERFORM VARYING IND-GSITE FROM 1 BY 1
                   UNTIL IND-GSITE > MAX-GSITE
               IF TAB-GS-AMOUNT (IND-GSITE) > ZEROS THEN
                   PERFORM WRITE-ONE-ACCRUAL
               END-IF
           END-PERFORM
           CLOSE JOURNALS
           EXIT SECTION.

       WRITE-ONE-ACCRUAL SECTION.
           PERFORM NEXT-JOURNAL-ID
           INITIALIZE FD-JOURNAL
           MOVE WS-NEW-JNL-ID TO JNL-ID
           MOVE "E" TO JNL-KIND
           MOVE WS-ACCRUAL-DATE TO JNL-DATE
           STRING "GRNI ACCRUAL " WS-PERIOD " SITE "
               TAB-GS-SITE (IND-GSITE)
               DELIMITED BY SIZE INTO JNL-DESC
           MOVE ZEROS TO JNL-KEYED-BY
           MOVE "A" TO JNL-STATUS
           MOVE "Y" TO JNL-AUTO-REVERSE
           MOVE TAB-GS-AMOUNT (IND-GSITE) TO JNL-TOTAL
           MOVE 2 TO JNL-LINE-COUNT
           MOVE ACCT-PURCHASES TO JNL-LN-ACCOUNT (1)
           MOVE TAB-GS-SITE (IND-GSITE) TO JNL-LN-SITE-ID (1)
           MOVE TAB-GS-AMOUNT (IND-GSITE) TO JNL-LN-DEBIT (1)
           MOVE ZEROS TO JNL-LN-CREDIT (1)
           MOVE ACCT-GRNI TO JNL-LN-ACCOUNT (2)
           MOVE TAB-GS-SITE (IND-GSITE) TO JNL-LN-SITE-ID (2)
           MOVE ZEROS TO JNL-LN-DEBIT (2)
           MOVE TAB-GS-AMOUNT (IND-GSITE) TO JNL-LN-CREDIT (2)
           WRITE FD-JOURNAL
           END-WRITE
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

       RECORD-ACCRUAL-RUN SECTION.
           OPEN I-O GRNIRUNS
           MOVE WS-PERIOD TO GRR-PERIOD
           MOVE WS-TODAY-NUM TO GRR-RUN-DATE
           MOVE WS-TOTAL TO GRR-TOTAL
           MOVE WS-ENTRIES TO GRR-ENTRIES
           WRITE FD-GRNIRUN
           END-WRITE
           CLOSE GRNIRUNS
           EXIT SECTION.

      ******************************************************************
      *    AGED LISTING - ONE BLOCK PER SUPPLIER SO PURCHASING CAN
      *    CHASE THE MISSING INVOICES
      ******************************************************************
       WRITE-AGED-LISTING SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-PERIOD TO RPT-HEAD-PERIOD
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-ENTRIES TO RPT-ACC-ENTRIES
           IF WS-ALREADY-DONE = "Y" THEN
               MOVE "(PERIOD ACCRUED EARLIER - NOT REPEATED)"
                 TO RPT-ACC-TEXT
           ELSE
               MOVE SPACES TO RPT-ACC-TEXT
           END-IF
           WRITE REPORT-LINE FROM RPT-ACCRUAL-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           IF WS-GRNI-COUNT = ZEROS THEN
               WRITE REPORT-LINE FROM RPT-NONE-LINE
               CLOSE REPORTFILE
               EXIT SECTION
           END-IF
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           INITIALIZE WS-BUCKETS, WS-GRAND-BUCKETS
           MOVE 9999 TO WS-LAST-SUPPLIER
           PERFORM VARYING IND-GRNI FROM 1 BY 1
                   UNTIL IND-GRNI > WS-GRNI-COUNT
               IF TAB-GRN-SUPPLIER (IND-GRNI) NOT = WS-LAST-SUPPLIER
               THEN
                   IF WS-LAST-SUPPLIER NOT = 9999 THEN
                       PERFORM WRITE-SUPPLIER-TOTAL
                   END-IF
                   PERFORM WRITE-SUPPLIER-HEAD
               END-IF
               PERFORM WRITE-GRNI-DETAIL
           END-PERFORM
           PERFORM WRITE-SUPPLIER-TOTAL

           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-BUCKET-HEAD
           MOVE SPACES TO RPT-BUCKET-LINE
           MOVE "GRAND TOTAL" TO RPT-B-LABEL
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 5
               MOVE WS-GBKT (WS-BKT-IX) TO RPT-B-VALUE (WS-BKT-IX)
           END-PERFORM
           WRITE REPORT-LINE FROM RPT-BUCKET-LINE
           IF WS-GRNI-LOST > ZEROS THEN
               MOVE WS-GRNI-LOST TO RPT-LOST
               WRITE REPORT-LINE FROM RPT-LOST-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE REPORTFILE
           EXIT SECTION.

       WRITE-SUPPLIER-HEAD SECTION.
           MOVE TAB-GRN-SUPPLIER (IND-GRNI) TO WS-LAST-SUPPLIER
           MOVE TAB-GRN-SUPPLIER (IND-GRNI) TO RPT-S-ID
           OPEN INPUT FXSUPPLY
           MOVE TAB-GRN-SUPPLIER (IND-GRNI) TO SUPPLIER-ID
           READ FXSUPPLY
               INVALID KEY MOVE "** UNKNOWN SUPPLIER **" TO RPT-S-NAME
               NOT INVALID KEY MOVE SUPPLIER-NAME TO RPT-S-NAME
           END-READ
           CLOSE FXSUPPLY
           WRITE REPORT-LINE FROM RPT-SUPPLIER-LINE
           INITIALIZE WS-BUCKETS
           EXIT SECTION.

       WRITE-GRNI-DETAIL SECTION.
           MOVE SPACES TO RPT-DETAIL
           MOVE TAB-GRN-PO-ID (IND-GRNI) TO RPT-D-PO
           MOVE TAB-GRN-DUE (IND-GRNI) TO RPT-D-DUE
           MOVE TAB-GRN-DAYS (IND-GRNI) TO RPT-D-DAYS
           MOVE TAB-GRN-SITE (IND-GRNI) TO RPT-D-SITE
           MOVE TAB-GRN-RECV (IND-GRNI) TO RPT-D-RECV
           MOVE TAB-GRN-INV (IND-GRNI) TO RPT-D-INV
           MOVE TAB-GRN-OPEN (IND-GRNI) TO RPT-D-OPEN
           EVALUATE TRUE
               WHEN TAB-GRN-DAYS (IND-GRNI) NOT > 30
                   MOVE 1 TO WS-BKT-IX
                   MOVE "0-30" TO RPT-D-BUCKET
               WHEN TAB-GRN-DAYS (IND-GRNI) NOT > 60
                   MOVE 2 TO WS-BKT-IX
                   MOVE "31-60" TO RPT-D-BUCKET
               WHEN TAB-GRN-DAYS (IND-GRNI) NOT > 90
                   MOVE 3 TO WS-BKT-IX
                   MOVE "61-90" TO RPT-D-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BKT-IX
                   MOVE "OVER 90" TO RPT-D-BUCKET
           END-EVALUATE
           ADD TAB-GRN-OPEN (IND-GRNI) TO WS-BKT (WS-BKT-IX)
           ADD TAB-GRN-OPEN (IND-GRNI) TO WS-BKT (5)
           ADD TAB-GRN-OPEN (IND-GRNI) TO WS-GBKT (WS-BKT-IX)
           ADD TAB-GRN-OPEN (IND-GRNI) TO WS-GBKT (5)
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       WRITE-SUPPLIER-TOTAL SECTION.
           WRITE REPORT-LINE FROM RPT-BUCKET-HEAD
           MOVE SPACES TO RPT-BUCKET-LINE
           MOVE "SUPPLIER TOTAL" TO RPT-B-LABEL
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 5
               MOVE WS-BKT (WS-BKT-IX) TO RPT-B-VALUE (WS-BKT-IX)
           END-PERFORM
           WRITE REPORT-LINE FROM RPT-BUCKET-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT SECTION.

       END PROGRAM GRNIACCR.
