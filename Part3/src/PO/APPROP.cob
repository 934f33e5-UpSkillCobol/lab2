      *    BREADWICH | ACCOUNTS PAYABLE
      ******************************************************************
      *    WEEKLY PAYMENT PROPOSAL PER SUPPLIER | V0.1 | 22.08.2026
      ******************************************************************
      *    THE SUPPLIER'S OPEN DEBIT NOTES FOR RETURNED GOODS COME OFF
      *    THE PROPOSED PAYMENT, WHOLE NOTES IN THE ORDER RAISED AS
      *    LONG AS THEY FIT WITHIN WHAT IS DUE - THE SAME RULE APREMIT
      *    PAYS BY; A NOTE THAT DOES NOT FIT WAITS FOR THE NEXT RUN
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

           SELECT REPORTFILE ASSIGN TO "APPROPFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.
       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  SUPRETS.
       COPY FD-SUPRET.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(080).

       77  APINV-FS                             PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  SUPRET-FS                            PIC 9(002).
       77  DN-EOF                               PIC X(001).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
              VALUE "  AMOUNT: ".
           05 RPT-DET-AMOUNT                    PIC ZZZZZZ9.99.

       01  RPT-DEBIT-NOTE.
           05 FILLER                            PIC X(015)
              VALUE "   DEBIT NOTE: ".
           05 RPT-DN-ID                         PIC 9(006).
           05 FILLER                            PIC X(006)
              VALUE "  PO: ".
           05 RPT-DN-PO                         PIC 9(006).
           05 FILLER                            PIC X(008)
              VALUE "  DATE: ".
           05 RPT-DN-DATE                       PIC 9(008).
           05 FILLER                            PIC X(008)
              VALUE "  LESS: ".
           05 RPT-DN-AMOUNT                     PIC ZZZZZZ9.99.

       01  RPT-SUPP-TOTAL.
           05 FILLER                            PIC X(023)
              VALUE "   TOTAL TO SUPPLIER:  ".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-GRAND-TOTAL
           MOVE ZEROS TO WS-HELD-COUNT
           MOVE ZEROS TO WS-SUPP-TOTAL
           EXIT SECTION.

       WRITE-SUPPLIER-TOTAL SECTION.
           PERFORM NET-DEBIT-NOTES
           MOVE WS-SUPP-TOTAL TO RPT-SUPP-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM RPT-SUPP-TOTAL
           EXIT SECTION.

      *> WHOLE OPEN NOTES, OLDEST FIRST, WHILE THEY FIT WITHIN THE
      *> SUPPLIER'S TOTAL - NOTHING IS MARKED HERE, APREMIT DOES THAT
      *> WHEN THE PAYMENT IS MADE
       NET-DEBIT-NOTES SECTION.
           MOVE SPACES TO DN-EOF
           OPEN INPUT SUPRETS
           IF SUPRET-FS = NOT-FILE THEN
               CLOSE SUPRETS
               EXIT SECTION
           END-IF
           MOVE WS-CURR-SUPPLIER TO RTN-SUPPLIER-ID
           START SUPRETS KEY IS EQUAL TO RTN-SUPPLIER-ID
               INVALID KEY MOVE "E" TO DN-EOF
           END-START
           PERFORM UNTIL DN-EOF = "E"
               READ SUPRETS NEXT RECORD
                   AT END MOVE "E" TO DN-EOF
                   NOT AT END
                       IF RTN-SUPPLIER-ID NOT = WS-CURR-SUPPLIER THEN
                           MOVE "E" TO DN-EOF
                       ELSE
                           IF RTN-DN-OPEN
                              AND RTN-VALUE <= WS-SUPP-TOTAL THEN
                               MOVE RTN-ID TO RPT-DN-ID
                               MOVE RTN-PO-ID TO RPT-DN-PO
                               MOVE RTN-DATE TO RPT-DN-DATE
                               MOVE RTN-VALUE TO RPT-DN-AMOUNT
                               WRITE REPORT-LINE FROM RPT-DEBIT-NOTE
                               SUBTRACT RTN-VALUE FROM WS-SUPP-TOTAL
                               SUBTRACT RTN-VALUE FROM WS-GRAND-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPRETS
           EXIT SECTION.

       END PROGRAM APPROP.
