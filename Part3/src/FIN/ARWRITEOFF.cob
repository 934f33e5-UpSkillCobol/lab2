      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS RECEIVABLE
      ******************************************************************
      *    BAD-DEBT WRITE-OFF REQUEST - FULLY OR PARTLY WRITES OFF AN
      *    OPEN SCHOOL INVOICE WITH A REASON. NOTHING TAKES EFFECT
      *    HERE: THE REQUEST JOINS THE MAKER/CHECKER QUEUE AND ONLY A
      *    SUPERVISOR APPROVAL IN PRICEAPPR BOOKS IT | V0.1
      *    15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWRITEOFF.

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

           SELECT PRICEPEND ASSIGN TO "FXPRICEPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPD-ID
           FILE STATUS IS PRICEPEND-FS.

      *> RUNNING COUNTER FOR THE NEXT PENDING-CHANGE ID
           SELECT PENDKEYS ASSIGN TO "PRICEPENDKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PENDKEY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES.
       COPY FD-INVOICE.

       FD  RECEIPTS.
       COPY FD-RECEIPT.

       FD  PRICEPEND.
       COPY FD-PRICEPEND.

       FD  PENDKEYS.
       01  FDPENDKEYS                           PIC 9(006).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  INVOICE-FS                           PIC 9(002).
       77  RECEIPT-FS                           PIC 9(002).
       77  PRICEPEND-FS                         PIC 9(002).
       77  PENDKEY-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> LARGEST AMOUNT THE APPROVAL QUEUE CAN CARRY
       78  MAX-QUEUE-AMOUNT                     VALUE 99999.99.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-SAVE                              PIC X(001).
           88 SAVE-YES                          VALUE "Y" "y".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-INV-ID                            PIC 9(006).
       77  WS-ENT-ROLE                          PIC 9(001).
       77  WS-WO-AMOUNT                         PIC 9(007)V99.
       77  WS-WO-REASON                         PIC X(033).
       77  WS-PAID-SO-FAR                       PIC S9(007)V99.
       77  WS-BALANCE                           PIC S9(007)V99.
       77  WS-NEW-PEND-ID                       PIC 9(006).
       77  WS-ALREADY-QUEUED                    PIC X(001).
       77  WS-INV-TOTAL-SHOW                    PIC ZZZZZZ9.99.
       77  WS-BALANCE-SHOW                      PIC -ZZZZZZ9.99.
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

      ******************************************************************

       01  WRITEOFF-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | BAD-DEBT WRITE-OFF" LINE 02 COL 10.
           05 VALUE "F3 - BACK"                      LINE 02 COL 60.
           05 VALUE "INVOICE NUMBER..:" LINE 05 COL 10.
           05 SS-INV-ID PIC 9(006)      LINE 05 COL 30 TO WS-INV-ID.
           05 VALUE "YOUR ROLE CODE..:" LINE 06 COL 10.
           05 SS-ROLE PIC 9(001)        LINE 06 COL 30
              TO WS-ENT-ROLE.

      ******************************************************************

       01  DETAIL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "INVOICE TOTAL...:" LINE 08 COL 10.
           05 SS-INV-TOTAL PIC X(010)   LINE 08 COL 30
              FROM WS-INV-TOTAL-SHOW.
           05 VALUE "OPEN BALANCE....:" LINE 09 COL 10.
           05 SS-BALANCE PIC X(011)     LINE 09 COL 30
              FROM WS-BALANCE-SHOW.
           05 VALUE "WRITE OFF.......:" LINE 11 COL 10.
           05 SS-WO-AMOUNT PIC 9(007)V99 LINE 11 COL 30
              USING WS-WO-AMOUNT.
           05 VALUE "REASON..........:" LINE 12 COL 10.
           05 SS-WO-REASON PIC X(033)   LINE 12 COL 30
              USING WS-WO-REASON.
           05 VALUE "QUEUE FOR APPROVAL (Y/N)?" LINE 15 COL 10.
           05 SS-SAVE PIC X(001)        LINE 15 COL 37 TO WS-SAVE.

      ******************************************************************

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060)  LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-INV-ID, WS-ENT-ROLE
               DISPLAY CLEAR-SCREEN
               DISPLAY WRITEOFF-SCREEN
               ACCEPT WRITEOFF-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM ENTER-WRITE-OFF
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************
      *    ONLY AN OPEN INVOICE WITH SOMETHING STILL OUTSTANDING AND
      *    NO OTHER WRITE-OFF WAITING IN THE QUEUE MAY BE WRITTEN OFF
      ******************************************************************
       ENTER-WRITE-OFF SECTION.
           OPEN INPUT INVOICES
           IF INVOICE-FS = NOT-FILE THEN
               CLOSE INVOICES
               MOVE "NO INVOICE FILE ON THIS SYSTEM YET"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-INV-ID TO INV-ID
           READ INVOICES
               INVALID KEY
                   CLOSE INVOICES
                   MOVE "INVOICE NUMBER NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE INVOICES
           IF NOT INV-STATUS-OPEN THEN
               MOVE "ONLY AN OPEN INVOICE CAN BE WRITTEN OFF"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           PERFORM SUM-RECEIPTS
           COMPUTE WS-BALANCE = INV-TOTAL - WS-PAID-SO-FAR
           IF WS-BALANCE NOT > ZEROS THEN
               MOVE "NOTHING OUTSTANDING ON THIS INVOICE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-ALREADY-QUEUED
           IF WS-ALREADY-QUEUED = "Y" THEN
               MOVE "A WRITE-OFF FOR THIS INVOICE AWAITS APPROVAL"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           MOVE INV-TOTAL TO WS-INV-TOTAL-SHOW
           MOVE WS-BALANCE TO WS-BALANCE-SHOW
           MOVE WS-BALANCE TO WS-WO-AMOUNT
           MOVE SPACES TO WS-WO-REASON
           MOVE SPACES TO WS-SAVE
           DISPLAY DETAIL-SCREEN
           ACCEPT DETAIL-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF NOT SAVE-YES THEN
               EXIT SECTION
           END-IF

           IF WS-WO-AMOUNT = ZEROS OR WS-WO-AMOUNT > WS-BALANCE THEN
               MOVE "AMOUNT MUST BE ABOVE ZERO AND WITHIN THE BALANCE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-WO-AMOUNT > MAX-QUEUE-AMOUNT
              OR WS-BALANCE > MAX-QUEUE-AMOUNT THEN
               MOVE "AMOUNT TOO LARGE FOR THE APPROVAL QUEUE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-WO-REASON = SPACES THEN
               MOVE "A REASON IS REQUIRED - NOTHING QUEUED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           PERFORM QUEUE-WRITE-OFF
           MOVE "WRITE-OFF QUEUED FOR SUPERVISOR APPROVAL"
             TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       SUM-RECEIPTS SECTION.
           MOVE ZEROS TO WS-PAID-SO-FAR
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT RECEIPTS
           IF RECEIPT-FS = NOT-FILE THEN
               CLOSE RECEIPTS
               EXIT SECTION
           END-IF
           MOVE WS-INV-ID TO RCPT-INV-ID
           MOVE ZEROS TO RCPT-SEQ
           START RECEIPTS KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ RECEIPTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RCPT-INV-ID NOT = WS-INV-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           ADD RCPT-AMOUNT TO WS-PAID-SO-FAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       CHECK-ALREADY-QUEUED SECTION.
           MOVE "N" TO WS-ALREADY-QUEUED
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT PRICEPEND
           IF PRICEPEND-FS = NOT-FILE THEN
               CLOSE PRICEPEND
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PRICEPEND NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF PPD-KIND-WRITEOFF AND PPD-PENDING
                          AND PPD-WO-INV-ID = WS-INV-ID THEN
                           MOVE "Y" TO WS-ALREADY-QUEUED
                           MOVE "E" TO FLAG-TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICEPEND
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       QUEUE-WRITE-OFF SECTION.
           OPEN I-O PENDKEYS
           IF PENDKEY-FS = NOT-FILE THEN
               CLOSE PENDKEYS
               OPEN OUTPUT PENDKEYS
               MOVE ZEROS TO FDPENDKEYS
               WRITE FDPENDKEYS
               CLOSE PENDKEYS
               OPEN I-O PENDKEYS
           END-IF
           READ PENDKEYS
               ADD 1 TO FDPENDKEYS
               MOVE FDPENDKEYS TO WS-NEW-PEND-ID
           REWRITE FDPENDKEYS
           CLOSE PENDKEYS

           OPEN I-O PRICEPEND
           IF PRICEPEND-FS = NOT-FILE THEN
               CLOSE PRICEPEND
               OPEN OUTPUT PRICEPEND
               CLOSE PRICEPEND
               OPEN I-O PRICEPEND
           END-IF
           MOVE WS-NEW-PEND-ID TO PPD-ID
           MOVE "W" TO PPD-KIND
           MOVE WS-BALANCE TO PPD-OLD-VALUE
           MOVE WS-WO-AMOUNT TO PPD-NEW-VALUE
           MOVE WS-ENT-ROLE TO PPD-KEYED-BY
           MOVE WS-TODAY-NUM TO PPD-DATE
           MOVE "P" TO PPD-STATUS
           MOVE SPACES TO PPD-PAYLOAD
           MOVE WS-INV-ID TO PPD-WO-INV-ID
           MOVE WS-WO-REASON TO PPD-WO-REASON
           WRITE FD-PRICEPEND
           END-WRITE
           CLOSE PRICEPEND
           EXIT SECTION.

       END PROGRAM ARWRITEOFF.
