      *    ONLY APPROVAL MAKES THE ROW LIVE; REJECTIONS GO BACK TO
      *    THE ORIGINATOR THROUGH THE NOTIFICATION OUTBOX | V0.1
      *    02.09.2026
      ******************************************************************
      *    BAD-DEBT WRITE-OFFS FROM ARWRITEOFF ARE WORKED IN THE SAME
      *    QUEUE; APPROVAL BOOKS THEM AGAINST THE INVOICE
      ******************************************************************
      *    MANUAL JOURNAL ENTRIES ABOVE THE JNLENTRY THRESHOLD TOO;
      *    APPROVAL RELEASES THE ENTRY FOR GLPOST, REJECTION VOIDS IT
      ******************************************************************
      *    LATE-DELIVERY PENALTIES FROM PENRUN TOO; APPROVAL FREES
      *    THEM FOR RSOBILL TO DEDUCT, REJECTION WAIVES THEM
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS ACCESS-ROLE-ID
           FILE STATUS IS ACCESS-FS.

      *> AN APPROVED WRITE-OFF IS BOOKED AGAINST THE INVOICE AS A
      *> "W/O" RECEIPT ROW; ONE WRITTEN OFF IN FULL LEAVES DUNNING
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

           SELECT DUNNING ASSIGN TO "FXDUNNING"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DUN-INV-ID
           FILE STATUS IS DUNNING-FS.

      *> THE RE-COST BATCH PICKS UP APPROVED SUPPLY PRICES
           SELECT RECOSTQ ASSIGN TO "FXRECOSTQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECOSTQ-FS.

           SELECT JOURNALS ASSIGN TO "FXJOURNAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JNL-ID
           FILE STATUS IS JOURNAL-FS.

      *> LATE-DELIVERY PENALTIES PRICED BY PENRUN
           SELECT PENALTIES ASSIGN TO "FXPENALTY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-ORDER-ID
           FILE STATUS IS PENALTY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICEPEND.
               88 ACCESS-DELETE-ALLOWED         VALUE "Y".
               88 ACCESS-DELETE-DENIED          VALUE "N".

       FD  INVOICES.
       COPY FD-INVOICE.

       FD  RECEIPTS.
       COPY FD-RECEIPT.

       FD  DUNNING.
       COPY FD-DUNNING.

       FD  RECOSTQ.
       01  RECOSTQ-RECORD.
           05  RCQ-INGRED-ID                    PIC 9(003).
           05  RCQ-DATE                         PIC 9(008).

       FD  JOURNALS.
       COPY FD-JOURNAL.

       FD  PENALTIES.
       COPY FD-PENALTY.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  AUDIT-STATUS                         PIC 9(002).
       77  ACCESS-FS                            PIC 9(002).
       77  RECOSTQ-FS                           PIC 9(002).
       77  INVOICE-FS                           PIC 9(002).
       77  RECEIPT-FS                           PIC 9(002).
       77  DUNNING-FS                           PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  PENALTY-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-NEW-RIS-ID                        PIC 9(003).
       77  WS-APPROVED-COUNT                    PIC 9(004).
       77  WS-REJECTED-COUNT                    PIC 9(004).
       77  WS-PAID-SO-FAR                       PIC S9(007)V99.
       77  WS-BALANCE                           PIC S9(007)V99.
       77  WS-NEXT-SEQ                          PIC 9(003).
       77  WS-WO-APPLIED                        PIC X(001).
       77  WS-RCPT-EOF                          PIC X(001).
       77  WS-JNL-APPLIED                       PIC X(001).
       77  WS-PEN-APPLIED                       PIC X(001).

       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
           05 BLANK SCREEN.

       01  ROLE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | PRICE, WRITE-OFF AND JOURNAL APPROVALS"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "YOUR SUPERVISOR ROLE CODE:" LINE 05 COL 10.
              TO WS-DECISION AUTO.

       01  DENIED-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "THAT ROLE MAY NOT APPROVE QUEUED CHANGES"
              LINE 12 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-APPROVED-COUNT, WS-REJECTED-COUNT

           DISPLAY CLEAR-SCREEN
           EXIT SECTION.

       REVIEW-ONE-CHANGE SECTION.
           EVALUATE TRUE
               WHEN PPD-KIND-SELL
                   MOVE "SELLING PRICE" TO WS-KIND-TEXT
               WHEN PPD-KIND-WRITEOFF
                   MOVE "BAD-DEBT WRITE-OFF" TO WS-KIND-TEXT
               WHEN PPD-KIND-JOURNAL
                   MOVE "JOURNAL ENTRY" TO WS-KIND-TEXT
               WHEN PPD-KIND-PENALTY
                   MOVE "DELIVERY PENALTY" TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE "SUPPLY PRICE" TO WS-KIND-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-DECISION
           DISPLAY CLEAR-SCREEN
           DISPLAY REVIEW-SCREEN
           IF KEYSTATUS = F3 OR DECIDE-SKIP THEN
               EXIT SECTION
           END-IF
      *> A WRITE-OFF OVERTAKEN BY PAYMENTS SINCE IT WAS KEYED CANNOT
      *> BE BOOKED AND GOES BACK AS REJECTED
           IF DECIDE-APPROVE AND PPD-KIND-WRITEOFF THEN
               PERFORM APPLY-WRITE-OFF
               IF WS-WO-APPLIED NOT = "Y" THEN
                   MOVE "R" TO WS-DECISION
               END-IF
           END-IF
      *> LIKEWISE A JOURNAL ENTRY NO LONGER WAITING FOR RELEASE
           IF DECIDE-APPROVE AND PPD-KIND-JOURNAL THEN
               PERFORM APPLY-JOURNAL-RELEASE
               IF WS-JNL-APPLIED NOT = "Y" THEN
                   MOVE "R" TO WS-DECISION
               END-IF
           END-IF
      *> AND A PENALTY NO LONGER WAITING ON THIS QUEUE ENTRY
           IF DECIDE-APPROVE AND PPD-KIND-PENALTY THEN
               PERFORM APPLY-PENALTY-APPROVAL
               IF WS-PEN-APPLIED NOT = "Y" THEN
                   MOVE "R" TO WS-DECISION
               END-IF
           END-IF
           IF DECIDE-APPROVE THEN
               EVALUATE TRUE
                   WHEN PPD-KIND-SELL
                       PERFORM APPLY-SELL-CHANGE
                   WHEN PPD-KIND-SUPPLY
                       PERFORM APPLY-SUPPLY-CHANGE
               END-EVALUATE
               MOVE "A" TO PPD-STATUS
               REWRITE FD-PRICEPEND
               END-REWRITE
               REWRITE FD-PRICEPEND
               END-REWRITE
               ADD 1 TO WS-REJECTED-COUNT
               IF PPD-KIND-JOURNAL THEN
                   PERFORM REJECT-JOURNAL
               END-IF
               IF PPD-KIND-PENALTY THEN
                   PERFORM WAIVE-PENALTY
               END-IF
               PERFORM NOTIFY-ORIGINATOR
           END-IF
           EXIT SECTION.
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER

           MOVE PPD-SUP-ING TO RCQ-INGRED-ID
           CALL "BUSDATE" USING RCQ-DATE
           OPEN EXTEND RECOSTQ
           IF RECOSTQ-FS = NOT-FILE THEN
               CLOSE RECOSTQ
           CLOSE RECOSTQ
           EXIT SECTION.

      ******************************************************************
      *    APPROVED WRITE-OFF - BOOKED AS A "W/O" RECEIPT ROW SO EVERY
      *    BALANCE THAT NETS RECEIPTS SEES IT. NEVER MORE THAN IS
      *    STILL OPEN; AN INVOICE LEFT WITH NOTHING OUTSTANDING IS
      *    WRITTEN OFF IN FULL AND DROPS OUT OF DUNNING
      ******************************************************************
       APPLY-WRITE-OFF SECTION.
           MOVE "N" TO WS-WO-APPLIED
           OPEN INPUT INVOICES
           IF INVOICE-FS = NOT-FILE THEN
               CLOSE INVOICES
               EXIT SECTION
           END-IF
           MOVE PPD-WO-INV-ID TO INV-ID
           READ INVOICES
               INVALID KEY
                   CLOSE INVOICES
                   EXIT SECTION
           END-READ
           CLOSE INVOICES
           IF NOT INV-STATUS-OPEN THEN
               EXIT SECTION
           END-IF
           PERFORM SUM-RECEIPTS
           COMPUTE WS-BALANCE = INV-TOTAL - WS-PAID-SO-FAR
           IF WS-BALANCE NOT > ZEROS THEN
               EXIT SECTION
           END-IF
           IF PPD-NEW-VALUE < WS-BALANCE THEN
               MOVE PPD-NEW-VALUE TO WS-BALANCE
           END-IF

           OPEN I-O RECEIPTS
           MOVE PPD-WO-INV-ID TO RCPT-INV-ID
           MOVE WS-NEXT-SEQ TO RCPT-SEQ
           MOVE WS-TODAY-NUM TO RCPT-DATE
           MOVE WS-BALANCE TO RCPT-AMOUNT
           MOVE SPACES TO RCPT-REFERENCE
           MOVE "W/O " TO RCPT-REF-PREFIX
           MOVE PPD-ID TO RCPT-REF-TEXT
           WRITE FD-RECEIPT
           END-WRITE
           CLOSE RECEIPTS
           MOVE "Y" TO WS-WO-APPLIED

           PERFORM SUM-RECEIPTS
           IF WS-PAID-SO-FAR < INV-TOTAL THEN
               EXIT SECTION
           END-IF
           OPEN I-O INVOICES
           MOVE PPD-WO-INV-ID TO INV-ID
           READ INVOICES
               NOT INVALID KEY
                   MOVE 4 TO INV-STATUS
                   REWRITE FD-INVOICE
                   END-REWRITE
           END-READ
           CLOSE INVOICES
           OPEN I-O DUNNING
           IF DUNNING-FS = NOT-FILE THEN
               CLOSE DUNNING
               EXIT SECTION
           END-IF
           MOVE PPD-WO-INV-ID TO DUN-INV-ID
           READ DUNNING
               NOT INVALID KEY
                   DELETE DUNNING RECORD
                   END-DELETE
           END-READ
           CLOSE DUNNING
           EXIT SECTION.

      ******************************************************************
      *    APPROVED JOURNAL ENTRY - RELEASED FOR GLPOST TO BOOK
      ******************************************************************
       APPLY-JOURNAL-RELEASE SECTION.
           MOVE "N" TO WS-JNL-APPLIED
           OPEN I-O JOURNALS
           IF JOURNAL-FS = NOT-FILE THEN
               CLOSE JOURNALS
               EXIT SECTION
           END-IF
           MOVE PPD-JNL-ID TO JNL-ID
           READ JOURNALS
               NOT INVALID KEY
                   IF JNL-PENDING THEN
                       MOVE "A" TO JNL-STATUS
                       REWRITE FD-JOURNAL
                       END-REWRITE
                       MOVE "Y" TO WS-JNL-APPLIED
                   END-IF
           END-READ
           CLOSE JOURNALS
           EXIT SECTION.

       REJECT-JOURNAL SECTION.
           OPEN I-O JOURNALS
           IF JOURNAL-FS = NOT-FILE THEN
               CLOSE JOURNALS
               EXIT SECTION
           END-IF
           MOVE PPD-JNL-ID TO JNL-ID
           READ JOURNALS
               NOT INVALID KEY
                   IF JNL-PENDING THEN
                       MOVE "R" TO JNL-STATUS
                       REWRITE FD-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE JOURNALS
           EXIT SECTION.

      ******************************************************************
      *    APPROVED LATE-DELIVERY PENALTY - RSOBILL DEDUCTS IT FROM
      *    THE NEXT INVOICE OF THE SCHOOL OR ITS PAYER
      ******************************************************************
       APPLY-PENALTY-APPROVAL SECTION.
           MOVE "N" TO WS-PEN-APPLIED
           OPEN I-O PENALTIES
           IF PENALTY-FS = NOT-FILE THEN
               CLOSE PENALTIES
               EXIT SECTION
           END-IF
           MOVE PPD-PEN-ORDER-ID TO PEN-ORDER-ID
           READ PENALTIES
               NOT INVALID KEY
                   IF PEN-PENDING AND PEN-PEND-ID = PPD-ID THEN
                       MOVE "A" TO PEN-STATUS
                       REWRITE FD-PENALTY
                       END-REWRITE
                       MOVE "Y" TO WS-PEN-APPLIED
                   END-IF
           END-READ
           CLOSE PENALTIES
           EXIT SECTION.

      *> A REJECTED PENALTY IS WAIVED AND GIVES ITS ROOM UNDER THE
      *> MONTHLY CAP BACK TO THE NEXT PENRUN
       WAIVE-PENALTY SECTION.
           OPEN I-O PENALTIES
           IF PENALTY-FS = NOT-FILE THEN
               CLOSE PENALTIES
               EXIT SECTION
           END-IF
           MOVE PPD-PEN-ORDER-ID TO PEN-ORDER-ID
           READ PENALTIES
               NOT INVALID KEY
                   IF PEN-PENDING AND PEN-PEND-ID = PPD-ID THEN
                       MOVE "R" TO PEN-STATUS
                       REWRITE FD-PENALTY
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE PENALTIES
           EXIT SECTION.

      *> RECEIPTS BOOKED SO FAR AND THE NEXT FREE SEQUENCE NUMBER
       SUM-RECEIPTS SECTION.
           MOVE ZEROS TO WS-PAID-SO-FAR
           MOVE ZEROS TO WS-NEXT-SEQ
           MOVE SPACES TO WS-RCPT-EOF
           OPEN INPUT RECEIPTS
           IF RECEIPT-FS = NOT-FILE THEN
               CLOSE RECEIPTS
               OPEN OUTPUT RECEIPTS
               CLOSE RECEIPTS
               MOVE 1 TO WS-NEXT-SEQ
               EXIT SECTION
           END-IF
           MOVE PPD-WO-INV-ID TO RCPT-INV-ID
           MOVE ZEROS TO RCPT-SEQ
           START RECEIPTS KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "E" TO WS-RCPT-EOF
           END-START
           PERFORM UNTIL WS-RCPT-EOF = "E"
               READ RECEIPTS NEXT RECORD
                   AT END MOVE "E" TO WS-RCPT-EOF
                   NOT AT END
                       IF RCPT-INV-ID NOT = PPD-WO-INV-ID THEN
                           MOVE "E" TO WS-RCPT-EOF
                       ELSE
                           ADD RCPT-AMOUNT TO WS-PAID-SO-FAR
                           MOVE RCPT-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPTS
           MOVE SPACES TO WS-RCPT-EOF
           ADD 1 TO WS-NEXT-SEQ
           EXIT SECTION.

       NOTIFY-ORIGINATOR SECTION.
           MOVE SPACES TO NTQ-RECIPIENT
           STRING "ROLE " PPD-KEYED-BY " OPERATOR"
               INTO NTQ-RECIPIENT
           MOVE SPACES TO NTQ-TEXT
           IF PPD-KIND-WRITEOFF THEN
               MOVE "WOREJECT" TO NTQ-TYPE
               STRING "WRITE-OFF " PPD-ID " OF INVOICE " PPD-WO-INV-ID
                   " REJECTED BY ROLE " WS-REVIEWER-ROLE
                   INTO NTQ-TEXT
               CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
               EXIT SECTION
           END-IF
           IF PPD-KIND-JOURNAL THEN
               MOVE "JNLREJECT" TO NTQ-TYPE
               STRING "JOURNAL ENTRY " PPD-JNL-ID
                   " REJECTED BY SUPERVISOR ROLE " WS-REVIEWER-ROLE
                   INTO NTQ-TEXT
               CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
               EXIT SECTION
           END-IF
           IF PPD-KIND-PENALTY THEN
               MOVE "PENREJECT" TO NTQ-TYPE
               STRING "DELIVERY PENALTY ON ORDER " PPD-PEN-ORDER-ID
                   " WAIVED BY SUPERVISOR ROLE " WS-REVIEWER-ROLE
                   INTO NTQ-TEXT
               CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
               EXIT SECTION
           END-IF
           MOVE "PRICEREJ" TO NTQ-TYPE
           STRING "PRICE CHANGE " PPD-ID
               " REJECTED BY SUPERVISOR ROLE " WS-REVIEWER-ROLE
               INTO NTQ-TEXT
