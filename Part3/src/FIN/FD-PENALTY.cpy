      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    LATE-DELIVERY PENALTY - ONE ROW PER LATE ORDER FOUND BY
      *    THE MONTHLY PENRUN, QUEUED FOR SUPERVISOR APPROVAL AND
      *    DEDUCTED BY RSOBILL ON THE NEXT INVOICE | V0.1
      *    15.10.2026
      ******************************************************************

       01  FD-PENALTY.
           88 EOFPENALTY                        VALUE HIGH-VALUES.
           05 PEN-ORDER-ID                      PIC 9(005).
           05 PEN-PERIOD.
               10 PEN-PERIOD-YEAR               PIC 9(004).
               10 PEN-PERIOD-MONTH              PIC 9(002).
           05 PEN-SCHOOL-ID                     PIC 9(003).
      *> SCHOOL OR PAYER WHOSE RULE PRICED IT - THE CAP IS PER RULE
           05 PEN-RULE-ENTITY                   PIC 9(003).
           05 PEN-DELIVERY-DATE                 PIC 9(008).
           05 PEN-WINDOW-LATEST                 PIC 9(004).
           05 PEN-ARRIVAL-TIME                  PIC 9(004).
           05 PEN-MINUTES-LATE                  PIC 9(004).
           05 PEN-ORDER-VALUE                   PIC 9(007)V99.
      *> WHAT THE RULE GAVE, AND WHAT IS LEFT OF IT UNDER THE CAP
           05 PEN-RULE-AMOUNT                   PIC 9(005)V99.
           05 PEN-AMOUNT                        PIC 9(005)V99.
           05 PEN-STATUS                        PIC X(001).
               88 PEN-PENDING                   VALUE "P".
               88 PEN-APPROVED                  VALUE "A".
               88 PEN-WAIVED                    VALUE "R".
               88 PEN-DEDUCTED                  VALUE "D".
           05 PEN-PEND-ID                       PIC 9(006).
      *> INVOICE THAT CARRIED THE DEDUCTION, ONCE DEDUCTED
           05 PEN-INV-ID                        PIC 9(006).
           05 PEN-RUN-DATE                      PIC 9(008).
