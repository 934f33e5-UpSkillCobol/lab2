               10 RCPT-DATE-YEAR                PIC 9(004).
               10 RCPT-DATE-MONTH               PIC 9(002).
               10 RCPT-DATE-DAY                 PIC 9(002).
      *> A RETURNED DIRECT DEBIT IS BOOKED AS A NEGATIVE RECEIPT
      *> UNDER THE SAME INVOICE, SO EVERY RECEIPT TOTAL NETS IT OUT
           05 RCPT-AMOUNT                       PIC S9(007)V99.
           05 RCPT-REFERENCE                    PIC X(020).
      *> AN APPROVED BAD-DEBT WRITE-OFF IS BOOKED AS A RECEIPT ROW
      *> MARKED "W/O "; A PAYMENT AGAINST AN INVOICE ALREADY WRITTEN
      *> OFF IN FULL IS MARKED "REC " AS A BAD-DEBT RECOVERY; AN
      *> APPROVED LATE-DELIVERY PENALTY DEDUCTED BY RSOBILL IS "PEN "
           05 RCPT-REF-VIEW REDEFINES RCPT-REFERENCE.
               10 RCPT-REF-PREFIX               PIC X(004).
                   88 RCPT-IS-WRITE-OFF         VALUE "W/O ".
                   88 RCPT-IS-RECOVERY          VALUE "REC ".
                   88 RCPT-IS-PENALTY           VALUE "PEN ".
               10 RCPT-REF-TEXT                 PIC X(016).
