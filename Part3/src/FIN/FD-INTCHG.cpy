      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS RECEIVABLE
      ******************************************************************
      *    LATE-PAYMENT INTEREST ALREADY CHARGED - ONE ROW PER
      *    OVERDUE INVOICE | V0.1 | 15.10.2026
      ******************************************************************
      *    ICH-CHARGED-TO IS THE LAST DAY COVERED BY A DEBIT NOTE, SO
      *    THE NEXT RUN ONLY CHARGES THE DAYS AFTER IT

       01  FD-INTCHG.
           88 EOFINTCHG                         VALUE HIGH-VALUES.
           05 ICH-INV-ID                        PIC 9(006).
           05 ICH-CHARGED-TO                    PIC 9(008).
           05 ICH-CHARGED-TOTAL                 PIC 9(007)V99.
           05 ICH-NOTE-COUNT                    PIC 9(003).
           05 ICH-LAST-NOTE-ID                  PIC 9(006).
