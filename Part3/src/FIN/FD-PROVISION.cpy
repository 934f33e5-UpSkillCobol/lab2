      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS RECEIVABLE
      ******************************************************************
      *    DOUBTFUL-DEBT PROVISION RUNS - ONE ROW PER RUN | V0.1 |
      *    15.10.2026
      ******************************************************************
      *    BANDS FOLLOW THE AGED DEBTORS REPORT: 1 = UNDER 30 DAYS,
      *    2 = 30-59, 3 = 60-89, 4 = 90 AND OVER. PRV-DELTA IS WHAT THE
      *    RUN BOOKS TO THE LEDGER - POSITIVE RAISES THE PROVISION,
      *    NEGATIVE RELEASES PART OF IT

       01  FD-PROVISION.
           88 EOFPROVISION                      VALUE HIGH-VALUES.
           05 PRV-KEY.
               10 PRV-RUN-DATE                  PIC 9(008).
               10 PRV-RUN-TIME                  PIC 9(008).
           05 PRV-BAND OCCURS 4 TIMES.
               10 PRV-BAND-BASE                 PIC 9(008)V99.
               10 PRV-BAND-PCT                  PIC 9(003)V99.
               10 PRV-BAND-AMOUNT               PIC 9(008)V99.
           05 PRV-REQUIRED                      PIC 9(009)V99.
           05 PRV-BALANCE-BEFORE                PIC S9(009)V99.
           05 PRV-DELTA                         PIC S9(009)V99.
