      *    SUPPLIER NAMING EVERY INVOICE PAID, QUEUED THROUGH THE
      *    NOTIFICATION OUTBOX. THE PAID FLAG IS ONLY SET ONCE THE
      *    PAYMENT FILE IS SAFELY ON DISK | V0.1 | 02.09.2026
      ******************************************************************
      *    OPEN DEBIT NOTES FOR RETURNED GOODS ARE NETTED OFF EACH
      *    SUPPLIER'S CREDIT - WHOLE NOTES, OLDEST FIRST, WHILE THEY
      *    FIT WITHIN WHAT IS DUE (THE RULE APPROP PROPOSES BY). THEY
      *    ARE MARKED NETTED WITH THE INVOICES, AFTER THE BANK FILE
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS SUPP-STATUS.

           SELECT SUPRETS ASSIGN TO "FXSUPRET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTN-ID
           ALTERNATE RECORD KEY IS RTN-SUPPLIER-ID WITH DUPLICATES
           FILE STATUS IS SUPRET-FS.

           SELECT PAYFILE ASSIGN TO "APPAYFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYFILE-FS.
       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  SUPRETS.
       COPY FD-SUPRET.

       FD  PAYFILE.
       01  PAY-RECORD                           PIC X(060).

       77  SUPP-STATUS                          PIC 9(002).
       77  PAYFILE-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  SUPRET-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
           05 TAB-PAY-INV-COUNT                 PIC 9(003).
           05 TAB-PAY-INVOICES.
               10 TAB-PAY-INV OCCURS 20         PIC X(012).
           05 TAB-PAY-DN-COUNT                  PIC 9(003).
           05 TAB-PAY-DNS.
               10 TAB-PAY-DN OCCURS 20.
                   15 TAB-PAY-DN-ID             PIC 9(006).
                   15 TAB-PAY-DN-VALUE          PIC 9(007)V99.
       77  WS-FOUND-INDEX                       PIC 9(003).
       77  WS-INV-IX                            PIC 9(003).

       77  WS-GRAND-TOTAL                       PIC 9(010)V99.
       77  WS-PAY-COUNT                         PIC 9(003).
       77  WS-FLAGGED-COUNT                     PIC 9(004).
       77  WS-DN-NETTED                         PIC 9(004).
       77  WS-DN-IX                             PIC 9(003).

       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
              VALUE "   INVOICE: ".
           05 RPT-INV-NO                        PIC X(012).

       01  RPT-DN-LINE.
           05 FILLER                            PIC X(015)
              VALUE "   DEBIT NOTE: ".
           05 RPT-DN-ID                         PIC 9(006).
           05 FILLER                            PIC X(008)
              VALUE "  LESS: ".
           05 RPT-DN-AMOUNT                     PIC ZZZZZZ9.99.

      ******************************************************************

       SCREEN SECTION.
           05 SS-SUP PIC ZZ9 LINE 12 COL 30 FROM WS-PAY-COUNT.
           05 VALUE "INVOICES FLAGGED PAID:" LINE 13 COL 10.
           05 SS-INV PIC ZZZ9 LINE 13 COL 33 FROM WS-FLAGGED-COUNT.
           05 VALUE "DEBIT NOTES NETTED:" LINE 14 COL 10.
           05 SS-DN PIC ZZZ9 LINE 14 COL 33 FROM WS-DN-NETTED.
           05 VALUE "PAYMENT FILE: APPAYFILE" LINE 15 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 17 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-PAY, WS-GRAND-TOTAL
           MOVE ZEROS TO WS-PAY-COUNT, WS-FLAGGED-COUNT
           MOVE ZEROS TO WS-DN-NETTED

           PERFORM GATHER-PAYABLE-SET
           IF MAX-PAY = ZEROS THEN
               ACCEPT NOTHING-SCREEN
               GOBACK
           END-IF
           PERFORM VARYING IND-PAY FROM 1 BY 1
                   UNTIL IND-PAY > MAX-PAY
               PERFORM NET-DEBIT-NOTES
           END-PERFORM

           PERFORM WRITE-PAYMENT-FILE
      *> ONLY NOW, WITH THE BANK FILE ON DISK, DO THE INVOICES
      *> BECOME PAID AND THE ADVICES GO OUT
           PERFORM FLAG-INVOICES-PAID
           PERFORM FLAG-DEBIT-NOTES-NETTED
           PERFORM WRITE-REMITTANCE-ADVICES

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
                   MOVE AP-SUPPLIER-ID TO TAB-PAY-SUPPLIER (IND-PAY)
                   MOVE ZEROS TO TAB-PAY-AMOUNT (IND-PAY)
                   MOVE ZEROS TO TAB-PAY-INV-COUNT (IND-PAY)
                   MOVE ZEROS TO TAB-PAY-DN-COUNT (IND-PAY)
                   SET WS-FOUND-INDEX TO IND-PAY
               ELSE
                   EXIT SECTION
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    WHOLE OPEN NOTES, OLDEST FIRST, WHILE THEY FIT WITHIN THE
      *    SUPPLIER'S CREDIT - THE SAME RULE APPROP PROPOSED BY
      ******************************************************************
       NET-DEBIT-NOTES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SUPRETS
           IF SUPRET-FS = NOT-FILE THEN
               CLOSE SUPRETS
               EXIT SECTION
           END-IF
           MOVE TAB-PAY-SUPPLIER (IND-PAY) TO RTN-SUPPLIER-ID
           START SUPRETS KEY IS EQUAL TO RTN-SUPPLIER-ID
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SUPRETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RTN-SUPPLIER-ID
                          NOT = TAB-PAY-SUPPLIER (IND-PAY) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF RTN-DN-OPEN
                              AND RTN-VALUE <= TAB-PAY-AMOUNT (IND-PAY)
                              AND TAB-PAY-DN-COUNT (IND-PAY) < 20 THEN
                               SUBTRACT RTN-VALUE
                                 FROM TAB-PAY-AMOUNT (IND-PAY)
                               ADD 1 TO TAB-PAY-DN-COUNT (IND-PAY)
                               MOVE TAB-PAY-DN-COUNT (IND-PAY)
                                 TO WS-DN-IX
                               MOVE RTN-ID
                                 TO TAB-PAY-DN-ID (IND-PAY, WS-DN-IX)
                               MOVE RTN-VALUE
                                 TO TAB-PAY-DN-VALUE (IND-PAY, WS-DN-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPRETS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************

       WRITE-PAYMENT-FILE SECTION.
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> THE NOTES TAKEN OFF THIS RUN'S CREDITS ARE SETTLED
       FLAG-DEBIT-NOTES-NETTED SECTION.
           OPEN I-O SUPRETS
           IF SUPRET-FS = NOT-FILE THEN
               CLOSE SUPRETS
               EXIT SECTION
           END-IF
           PERFORM VARYING IND-PAY FROM 1 BY 1
                   UNTIL IND-PAY > MAX-PAY
               PERFORM VARYING WS-DN-IX FROM 1 BY 1
                       UNTIL WS-DN-IX > TAB-PAY-DN-COUNT (IND-PAY)
                   MOVE TAB-PAY-DN-ID (IND-PAY, WS-DN-IX) TO RTN-ID
                   READ SUPRETS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO RTN-DN-STATUS
                           MOVE WS-TODAY-NUM TO RTN-NETTED-DATE
                           REWRITE FD-SUPRET
                           END-REWRITE
                           ADD 1 TO WS-DN-NETTED
                   END-READ
               END-PERFORM
           END-PERFORM
           CLOSE SUPRETS
           EXIT SECTION.

      ******************************************************************
      *    ONE ADVICE PER SUPPLIER - PRINTED ON THE SPOOL COPY AND
      *    QUEUED TO THE SUPPLIER'S FIRST EMAIL THROUGH THE OUTBOX
               MOVE TAB-PAY-INV (IND-PAY, WS-INV-IX) TO RPT-INV-NO
               WRITE REPORT-LINE FROM RPT-INV-LINE
           END-PERFORM
           PERFORM VARYING WS-DN-IX FROM 1 BY 1
                   UNTIL WS-DN-IX > TAB-PAY-DN-COUNT (IND-PAY)
               MOVE TAB-PAY-DN-ID (IND-PAY, WS-DN-IX) TO RPT-DN-ID
               MOVE TAB-PAY-DN-VALUE (IND-PAY, WS-DN-IX)
                 TO RPT-DN-AMOUNT
               WRITE REPORT-LINE FROM RPT-DN-LINE
           END-PERFORM

           IF NTQ-RECIPIENT = SPACES THEN
               MOVE "ACCOUNTS OFFICE" TO NTQ-RECIPIENT
