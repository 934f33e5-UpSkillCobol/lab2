      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS RECEIVABLE
      ******************************************************************
      *    DIRECT-DEBIT RETURN IMPORT - READS THE BANK'S LIST OF
      *    REJECTED DEBITS, REVERSES THE RECEIPT BOOKED BY DDCOLLECT,
      *    REOPENS THE INVOICE AND RAISES ITS DUNNING LEVEL; DEBITS
      *    THAT OUTLIVE THE RETURN WINDOW ARE THEN SETTLED FOR GOOD
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    RETURN LINE: END-TO-END ID(20) | REASON(4) | DATE(8) |
      *    AMOUNT IN CENTS(9), FIXED COLUMNS WITH ONE-SPACE GAPS
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRETURN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETURNFILE ASSIGN TO "DDRETURN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETURN-FS.

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

           SELECT DUNNING ASSIGN TO "FXDUNNING"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DUN-INV-ID
           FILE STATUS IS DUNNING-FS.

           SELECT REPORTFILE ASSIGN TO "DDRETFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNFILE.
       01  FD-RETURNLINE.
           05 DRL-E2E-ID.
               10 DRL-E2E-PREFIX                PIC X(002).
               10 DRL-E2E-BATCH                 PIC X(006).
               10 DRL-E2E-INV                   PIC X(006).
               10 FILLER                        PIC X(006).
           05 FILLER                            PIC X(001).
           05 DRL-REASON                        PIC X(004).
      *> THE DEBTOR'S BANK SAYS THE MANDATE IS NO LONGER GOOD
               88 DRL-MANDATE-GONE              VALUE "MD01" "MD07"
                                                      "AC04" "AC06".
           05 FILLER                            PIC X(001).
           05 DRL-DATE                          PIC 9(008).
           05 FILLER                            PIC X(001).
           05 DRL-AMOUNT-CENTS                  PIC 9(009).

       FD  INVOICES.
       COPY FD-INVOICE.

       FD  RECEIPTS.
       COPY FD-RECEIPT.

       FD  MANDATES.
       COPY FD-DDMANDATE.

       FD  DDCOLL.
       COPY FD-DDCOLL.

       FD  DUNNING.
       COPY FD-DUNNING.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  RETURN-FS                            PIC 9(002).
       77  INVOICE-FS                           PIC 9(002).
       77  RECEIPT-FS                           PIC 9(002).
       77  MANDATE-FS                           PIC 9(002).
       77  DDCOLL-FS                            PIC 9(002).
       77  DUNNING-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> DAYS AFTER THE COLLECTION DATE A DEBIT CAN STILL COME BACK
       78  DD-SETTLE-DAYS                       VALUE 8.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-INNER                           PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "DDRETURN".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "DDRETFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-SETTLE-LIMIT                      PIC 9(008).
       77  WS-RETURN-AMOUNT                     PIC 9(007)V99.
       77  WS-LOOKUP-INV-ID                     PIC 9(006).
       77  WS-NEXT-SEQ                          PIC 9(003).
       77  WS-RESULT-TEXT                       PIC X(030).
       77  WS-LINES-SEEN                        PIC 9(004).
       77  WS-LINES-REVERSED                    PIC 9(004).
       77  WS-LINES-FAILED                      PIC 9(004).
       77  WS-ITEMS-SETTLED                     PIC 9(004).
       77  WS-SETTLED-AMOUNT                    PIC 9(009)V99.
       77  WS-REVERSED-AMOUNT                   PIC 9(009)V99.
       01  WS-E2E-ID.
           05 FILLER                            PIC X(002) VALUE "BW".
           05 WS-E2E-BATCH                      PIC 9(006).
           05 WS-E2E-INV                        PIC 9(006).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(036)
              VALUE "BREADWICH - DIRECT DEBIT RETURNS:   ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(022) VALUE "END-TO-END ID".
           05 FILLER PIC X(008) VALUE "REASON".
           05 FILLER PIC X(010) VALUE "DATE".
           05 FILLER PIC X(014) VALUE "AMOUNT".
           05 FILLER PIC X(030) VALUE "RESULT".

       01  RPT-DETAIL.
           05 RPT-DET-E2E                       PIC X(020).
           05 FILLER                            PIC X(002).
           05 RPT-DET-REASON                    PIC X(004).
           05 FILLER                            PIC X(004).
           05 RPT-DET-DATE                      PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-AMOUNT                    PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(004).
           05 RPT-DET-RESULT                    PIC X(030).

       01  RPT-SETTLE-TITLE                     PIC X(090)
           VALUE "SETTLED - RETURN WINDOW CLOSED".

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(009)
              VALUE "RETURNS: ".
           05 RPT-SUM-SEEN                      PIC ZZZ9.
           05 FILLER                            PIC X(012)
              VALUE "  REVERSED: ".
           05 RPT-SUM-REVERSED                  PIC ZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-SUM-REV-AMT                   PIC ZZZZZZZZ9.99.
           05 FILLER                            PIC X(014)
              VALUE "  EXCEPTIONS: ".
           05 RPT-SUM-FAILED                    PIC ZZZ9.

       01  RPT-SETTLE-SUMMARY.
           05 FILLER                            PIC X(016)
              VALUE "ITEMS SETTLED:  ".
           05 RPT-SUM-SETTLED                   PIC ZZZ9.
           05 FILLER                            PIC X(010)
              VALUE "  AMOUNT: ".
           05 RPT-SUM-SET-AMT                   PIC ZZZZZZZZ9.99.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "DIRECT-DEBIT RETURNS PROCESSED" LINE 10 COL 10.
           05 VALUE "DEBITS REVERSED:" LINE 12 COL 10.
           05 SS-REV PIC ZZZ9 LINE 12 COL 30
              FROM WS-LINES-REVERSED.
           05 VALUE "EXCEPTIONS:" LINE 13 COL 10.
           05 SS-EXC PIC ZZZ9 LINE 13 COL 30
              FROM WS-LINES-FAILED.
           05 VALUE "DEBITS SETTLED:" LINE 14 COL 10.
           05 SS-SET PIC ZZZ9 LINE 14 COL 30
              FROM WS-ITEMS-SETTLED.
           05 VALUE "SEE DDRETFILE FOR THE LISTING" LINE 16 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 18 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-LINES-SEEN, WS-LINES-REVERSED
           MOVE ZEROS TO WS-LINES-FAILED, WS-REVERSED-AMOUNT
           MOVE ZEROS TO WS-ITEMS-SETTLED, WS-SETTLED-AMOUNT
           PERFORM CREATE-FILES

           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

      *> NO RETURN FILE FROM THE BANK SIMPLY MEANS NOTHING CAME BACK
           OPEN INPUT RETURNFILE
           IF RETURN-FS NOT = NOT-FILE THEN
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ RETURNFILE
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           ADD 1 TO WS-LINES-SEEN
                           PERFORM APPLY-ONE-RETURN
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RETURNFILE

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-LINES-SEEN TO RPT-SUM-SEEN
           MOVE WS-LINES-REVERSED TO RPT-SUM-REVERSED
           MOVE WS-REVERSED-AMOUNT TO RPT-SUM-REV-AMT
           MOVE WS-LINES-FAILED TO RPT-SUM-FAILED
           WRITE REPORT-LINE FROM RPT-SUMMARY

           PERFORM SETTLE-AGED-DEBITS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-ITEMS-SETTLED TO RPT-SUM-SETTLED
           MOVE WS-SETTLED-AMOUNT TO RPT-SUM-SET-AMT
           WRITE REPORT-LINE FROM RPT-SETTLE-SUMMARY
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           IF WS-LINES-FAILED > ZEROS THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O DDCOLL
           IF DDCOLL-FS = NOT-FILE THEN
               OPEN OUTPUT DDCOLL
           END-IF
           CLOSE DDCOLL
           OPEN I-O DUNNING
           IF DUNNING-FS = NOT-FILE THEN
               OPEN OUTPUT DUNNING
           END-IF
           CLOSE DUNNING
           EXIT SECTION.

      ******************************************************************
      *    THE END-TO-END ID CARRIES THE BATCH AND INVOICE NUMBER, SO
      *    EVERY RETURN LEADS STRAIGHT BACK TO ITS COLLECTION ITEM
      ******************************************************************
       APPLY-ONE-RETURN SECTION.
           COMPUTE WS-RETURN-AMOUNT = DRL-AMOUNT-CENTS / 100
           MOVE DRL-E2E-ID TO RPT-DET-E2E
           MOVE DRL-REASON TO RPT-DET-REASON
           MOVE DRL-DATE TO RPT-DET-DATE
           MOVE WS-RETURN-AMOUNT TO RPT-DET-AMOUNT

           IF DRL-E2E-PREFIX NOT = "BW"
              OR DRL-E2E-BATCH IS NOT NUMERIC
              OR DRL-E2E-INV IS NOT NUMERIC THEN
               MOVE "** NOT ONE OF OUR DEBITS **" TO RPT-DET-RESULT
               ADD 1 TO WS-LINES-FAILED
               WRITE REPORT-LINE FROM RPT-DETAIL
               EXIT SECTION
           END-IF

           OPEN I-O DDCOLL
           MOVE DRL-E2E-BATCH TO DDC-BATCH-ID
           MOVE DRL-E2E-INV TO DDC-INV-ID
           READ DDCOLL
               INVALID KEY
                   MOVE "** UNKNOWN COLLECTION ITEM **"
                     TO WS-RESULT-TEXT
               NOT INVALID KEY
                   IF DDC-RETURNED THEN
                       MOVE "** ALREADY RETURNED **" TO WS-RESULT-TEXT
                   ELSE
                       MOVE SPACES TO WS-RESULT-TEXT
                   END-IF
           END-READ
           IF WS-RESULT-TEXT NOT = SPACES THEN
               CLOSE DDCOLL
               MOVE WS-RESULT-TEXT TO RPT-DET-RESULT
               ADD 1 TO WS-LINES-FAILED
               WRITE REPORT-LINE FROM RPT-DETAIL
               EXIT SECTION
           END-IF

           MOVE "R" TO DDC-STATUS
           MOVE DRL-REASON TO DDC-RETURN-CODE
           MOVE DRL-DATE TO DDC-RETURN-DATE
           REWRITE FD-DDCOLL
           END-REWRITE
           CLOSE DDCOLL

           MOVE DDC-INV-ID TO WS-LOOKUP-INV-ID
           PERFORM WRITE-REVERSAL
           PERFORM REOPEN-INVOICE
           PERFORM RAISE-DUNNING-LEVEL
           MOVE "REVERSED - INVOICE REOPENED" TO RPT-DET-RESULT
           IF DRL-MANDATE-GONE THEN
               PERFORM REVOKE-MANDATE
               MOVE "REVERSED - MANDATE REVOKED" TO RPT-DET-RESULT
           END-IF
           ADD 1 TO WS-LINES-REVERSED
           ADD DDC-AMOUNT TO WS-REVERSED-AMOUNT
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      *> THE REVERSAL IS THE COLLECTED AMOUNT BOOKED NEGATIVE UNDER
      *> THE NEXT FREE SEQUENCE OF THE SAME INVOICE
       WRITE-REVERSAL SECTION.
           MOVE ZEROS TO WS-NEXT-SEQ
           MOVE SPACES TO FLAG-INNER
           OPEN I-O RECEIPTS
           IF RECEIPT-FS = NOT-FILE THEN
               CLOSE RECEIPTS
               OPEN OUTPUT RECEIPTS
               CLOSE RECEIPTS
               OPEN I-O RECEIPTS
           END-IF
           MOVE WS-LOOKUP-INV-ID TO RCPT-INV-ID
           MOVE ZEROS TO RCPT-SEQ
           START RECEIPTS KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "E" TO FLAG-INNER
           END-START
           PERFORM UNTIL FLAG-INNER = "E"
               READ RECEIPTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF RCPT-INV-ID NOT = WS-LOOKUP-INV-ID THEN
                           MOVE "E" TO FLAG-INNER
                       ELSE
                           MOVE RCPT-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-INNER
           ADD 1 TO WS-NEXT-SEQ

           MOVE WS-LOOKUP-INV-ID TO RCPT-INV-ID
           MOVE WS-NEXT-SEQ TO RCPT-SEQ
           MOVE DRL-DATE (1:4) TO RCPT-DATE-YEAR
           MOVE DRL-DATE (5:2) TO RCPT-DATE-MONTH
           MOVE DRL-DATE (7:2) TO RCPT-DATE-DAY
           COMPUTE RCPT-AMOUNT = 0 - DDC-AMOUNT
           MOVE DDC-BATCH-ID TO WS-E2E-BATCH
           MOVE DDC-INV-ID TO WS-E2E-INV
           MOVE SPACES TO RCPT-REFERENCE
           STRING "RT " WS-E2E-ID DELIMITED BY SIZE
               INTO RCPT-REFERENCE
           WRITE FD-RECEIPT
           END-WRITE
           CLOSE RECEIPTS
           EXIT SECTION.

       REOPEN-INVOICE SECTION.
           OPEN I-O INVOICES
           MOVE WS-LOOKUP-INV-ID TO INV-ID
           READ INVOICES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO INV-STATUS
                   REWRITE FD-INVOICE
                   END-REWRITE
           END-READ
           CLOSE INVOICES
           EXIT SECTION.

      *> A BOUNCED DEBIT COUNTS AS ONE MORE REMINDER - THE NEXT ARDUN
      *> RUN ONLY ESCALATES FROM HERE
       RAISE-DUNNING-LEVEL SECTION.
           OPEN I-O DUNNING
           MOVE WS-LOOKUP-INV-ID TO DUN-INV-ID
           READ DUNNING
               INVALID KEY
                   MOVE WS-LOOKUP-INV-ID TO DUN-INV-ID
                   MOVE DDC-CUSTOMER-ID TO DUN-SCHOOL-ID
                   MOVE 1 TO DUN-LEVEL
                   MOVE WS-TODAY-NUM TO DUN-LAST-RUN
                   WRITE FD-DUNNING
                   END-WRITE
               NOT INVALID KEY
                   IF DUN-LEVEL < 3 THEN
                       ADD 1 TO DUN-LEVEL
                   END-IF
                   MOVE WS-TODAY-NUM TO DUN-LAST-RUN
                   REWRITE FD-DUNNING
                   END-REWRITE
           END-READ
           CLOSE DUNNING
           EXIT SECTION.

       REVOKE-MANDATE SECTION.
           OPEN I-O MANDATES
           IF MANDATE-FS = NOT-FILE THEN
               CLOSE MANDATES
               EXIT SECTION
           END-IF
           MOVE DDC-CUSTOMER-ID TO DDM-CUSTOMER-ID
           READ MANDATES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DDM-MANDATE-REF = DDC-MANDATE-REF
                      AND DDM-ACTIVE THEN
                       MOVE "R" TO DDM-STATUS
                       MOVE DRL-DATE TO DDM-REVOKED-DATE
                       REWRITE FD-DDMANDATE
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE MANDATES
           EXIT SECTION.

      ******************************************************************
      *    A DEBIT STILL IN COLLECTION ONCE THE RETURN WINDOW HAS
      *    CLOSED IS PAID - THE INVOICE GOES TO PAID AND ITS DUNNING
      *    HISTORY IS CLEARED, AS BANKIMP DOES FOR A CREDIT
      ******************************************************************
       SETTLE-AGED-DEBITS SECTION.
           COMPUTE WS-SETTLE-LIMIT = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) - DD-SETTLE-DAYS)
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-SETTLE-TITLE
           OPEN I-O DDCOLL
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DDCOLL NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF DDC-IN-COLLECTION
                          AND DDC-COLL-DATE <= WS-SETTLE-LIMIT THEN
                           PERFORM SETTLE-ONE-DEBIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DDCOLL
           EXIT SECTION.

       SETTLE-ONE-DEBIT SECTION.
           MOVE "P" TO DDC-STATUS
           REWRITE FD-DDCOLL
           END-REWRITE
           MOVE DDC-INV-ID TO WS-LOOKUP-INV-ID

           OPEN I-O INVOICES
           MOVE WS-LOOKUP-INV-ID TO INV-ID
           READ INVOICES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF INV-STATUS-IN-COLLECTION THEN
                       MOVE 2 TO INV-STATUS
                       REWRITE FD-INVOICE
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE INVOICES

           OPEN I-O DUNNING
           MOVE WS-LOOKUP-INV-ID TO DUN-INV-ID
           READ DUNNING
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DELETE DUNNING RECORD
           END-READ
           CLOSE DUNNING

           MOVE DDC-BATCH-ID TO WS-E2E-BATCH
           MOVE DDC-INV-ID TO WS-E2E-INV
           MOVE SPACES TO RPT-DETAIL
           MOVE WS-E2E-ID TO RPT-DET-E2E
           MOVE DDC-COLL-DATE TO RPT-DET-DATE
           MOVE DDC-AMOUNT TO RPT-DET-AMOUNT
           MOVE "SETTLED - INVOICE PAID" TO RPT-DET-RESULT
           WRITE REPORT-LINE FROM RPT-DETAIL
           ADD 1 TO WS-ITEMS-SETTLED
           ADD DDC-AMOUNT TO WS-SETTLED-AMOUNT
           EXIT SECTION.

       END PROGRAM DDRETURN.
