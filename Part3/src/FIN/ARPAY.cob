       77  WS-INV-TOTAL-SHOW                    PIC ZZZZZZ9.99.
       77  WS-BALANCE-SHOW                      PIC -ZZZZZZ9.99.
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-WRITTEN-OFF                       PIC X(001).

      ******************************************************************

                   EXIT SECTION
           END-READ
           CLOSE INVOICES
           MOVE "N" TO WS-WRITTEN-OFF
           IF INV-STATUS-WRITTEN-OFF THEN
               MOVE "Y" TO WS-WRITTEN-OFF
           END-IF

           PERFORM SUM-RECEIPTS
           COMPUTE WS-BALANCE = INV-TOTAL - WS-PAID-SO-FAR
           END-IF
           IF SAVE-YES THEN
               PERFORM WRITE-RECEIPT
               IF WS-WRITTEN-OFF = "Y" THEN
                   MOVE "RECEIPT BOOKED AS BAD-DEBT RECOVERY"
                     TO WS-ERROR-TEXT
               ELSE
                   PERFORM MARK-PAID-WHEN-SETTLED
                   MOVE "RECEIPT RECORDED" TO WS-ERROR-TEXT
               END-IF
               ACCEPT MESSAGE-SCREEN
           END-IF
           EXIT SECTION.
           MOVE WS-RCPT-DATE-DAY TO RCPT-DATE-DAY
           MOVE WS-RCPT-AMOUNT TO RCPT-AMOUNT
           MOVE WS-RCPT-REFERENCE TO RCPT-REFERENCE
      *> MONEY IN ON A DEBT ALREADY WRITTEN OFF DOES NOT REOPEN IT -
      *> IT IS A RECOVERY AND POSTS TO INCOME
           IF WS-WRITTEN-OFF = "Y" THEN
               MOVE "REC " TO RCPT-REF-PREFIX
               MOVE WS-RCPT-REFERENCE TO RCPT-REF-TEXT
           END-IF
           WRITE FD-RECEIPT
           CLOSE RECEIPTS
           EXIT SECTION.
