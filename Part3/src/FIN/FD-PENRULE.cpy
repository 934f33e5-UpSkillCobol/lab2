      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    CONTRACTUAL LATE-DELIVERY PENALTY RULE - ONE ROW PER
      *    SCHOOL CONTRACT OR PER PAYER (900-999). A SCHOOL'S OWN ROW
      *    WINS OVER ITS PAYER'S; NEITHER MEANS NO PENALTY
      *    V0.1 | 15.10.2026
      ******************************************************************

       01  FD-PENRULE.
           88 EOFPENRULE                        VALUE HIGH-VALUES.
           05 PNR-ENTITY-ID                     PIC 9(003).
      *> MINUTES PAST THE WINDOW'S LATEST TIME BEFORE IT COUNTS
           05 PNR-GRACE-MINUTES                 PIC 9(003).
           05 PNR-METHOD                        PIC X(001).
               88 PNR-PERCENT-OF-ORDER          VALUE "P".
               88 PNR-FIXED-PER-DELIVERY        VALUE "F".
           05 PNR-PERCENT                       PIC 9(002)V99.
           05 PNR-FIXED-AMOUNT                  PIC 9(005)V99.
      *> MOST THAT CAN BE CHARGED IN ONE MONTH - ZERO IS NO CAP
           05 PNR-MONTH-CAP                     PIC 9(005)V99.
           05 PNR-UPDATED-BY                    PIC X(008).
           05 PNR-UPDATED-DATE                  PIC 9(008).
