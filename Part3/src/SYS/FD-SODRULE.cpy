      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    SEGREGATION-OF-DUTIES CONFLICT RULE - A PAIR OF PROGRAM
      *    RIGHTS FROM FXUSERPERMS THAT NO ONE USER SHOULD HOLD
      *    TOGETHER. BOTH SIDES MAY NAME THE SAME PROGRAM (MAKER AND
      *    CHECKER IN ONE QUEUE) | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-SODRULE.
           88 EOFSODRULES                       VALUE HIGH-VALUES.
           05 SOD-RULE-ID                       PIC 9(003).
           05 SOD-SIDE-A.
               10 SOD-PROGRAM-A                 PIC X(012).
      *> V/A/C/D AS ON THE PERMISSION ROW, * = ANY OF THE FOUR
               10 SOD-ACTION-A                  PIC X(001).
           05 SOD-SIDE-B.
               10 SOD-PROGRAM-B                 PIC X(012).
               10 SOD-ACTION-B                  PIC X(001).
           05 SOD-DESCRIPTION                   PIC X(050).
           05 SOD-ACTIVE                        PIC X(001).
               88 SOD-IS-ACTIVE                 VALUE "Y".
