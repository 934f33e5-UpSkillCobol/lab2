      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICHES AND RECIPES
      ******************************************************************
      *    MARGIN PER SANDWICH AS AT THE LAST MARGIN ANALYSIS RUN -
      *    REBUILT BY SRMARGIN, READ BY THE MENU RANKING REPORT
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-SRMARGIN.
           05 SMG-SANDWICH-ID                   PIC 9(003).
           05 SMG-UNIT-COST                     PIC 9(005)V99.
      *> ZERO WHEN THE SANDWICH HAS NO SELLING PRICE YET
           05 SMG-SELL-PRICE                    PIC 9(005)V99.
           05 SMG-MARGIN-PCT                    PIC S9(004)V99.
           05 SMG-RUN-DATE                      PIC 9(008).
