      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    DAILY LABOUR COSTING - A SITE'S ROSTERED AND ACTUAL HOURS
      *    FOR A PRODUCTION DAY, THEIR COST AND THE SANDWICHES MADE
      *    THAT DAY (FXPRODACT), WRITTEN BY LABCOST | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-LABCOST.
           88 EOFLABCOST                        VALUE HIGH-VALUES.
           05 LBC-KEY.
               10 LBC-SITE-ID                   PIC 9(003).
               10 LBC-DATE                      PIC 9(008).
           05 LBC-ROSTER-HOURS                  PIC 9(004)V9.
           05 LBC-ACTUAL-HOURS                  PIC 9(004)V9.
           05 LBC-LABOUR-COST                   PIC 9(007)V99.
           05 LBC-MADE-QTY                      PIC 9(006).
      *> ZERO WHEN NOTHING WAS MADE THAT DAY
           05 LBC-COST-PER-SANDWICH             PIC 9(003)V9999.
