      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    PERSONAL-DATA RETENTION CONTROL RECORD - HOW MANY MONTHS A
      *    SCHOOL CAN GO WITHOUT AN ORDER BEFORE THE PDRETAIN RUN
      *    ANONYMISES ITS CONTACT PERSONS. SET IN PERSDATA; A MISSING
      *    FILE MEANS THE DEFAULT PERIOD | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-PDPOLICY.
           05 PDP-RETAIN-MONTHS                 PIC 9(003).
      *> WALL-CLOCK STAMP AND USER OF THE LAST CHANGE
           05 PDP-CHANGED-DATE                  PIC 9(008).
           05 PDP-CHANGED-BY                    PIC X(008).
