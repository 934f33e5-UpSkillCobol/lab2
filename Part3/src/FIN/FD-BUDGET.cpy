      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    GL BUDGET - ONE ROW PER ACCOUNT, COST CENTRE AND MONTH |
      *    V0.1 | 15.10.2026
      ******************************************************************
      *    ONLY INCOME AND EXPENSE ACCOUNTS ARE BUDGETED. THE AMOUNT
      *    IS IN THE ACCOUNT'S OWN DIRECTION - INCOME AS EARNED,
      *    EXPENSES AS SPENT - THE SAME WAY GLSITEPL SHOWS ACTUALS.
      *    SITE 000 IS THE CENTRAL COST CENTRE

       01  FD-BUDGET.
           88 EOFBUDGET                         VALUE HIGH-VALUES.
           05 BUD-KEY.
               10 BUD-ACCOUNT                   PIC 9(004).
               10 BUD-SITE-ID                   PIC 9(003).
               10 BUD-YEAR                      PIC 9(004).
               10 BUD-MONTH                     PIC 9(002).
           05 BUD-AMOUNT                        PIC S9(009)V99.
