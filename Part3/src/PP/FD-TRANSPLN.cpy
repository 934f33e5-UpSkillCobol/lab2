      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    TRANSPORT DOCUMENT LINE - ONE PER ORDER LINE CARRIED, AS
      *    LOADED WHEN THE DOCUMENT WAS ISSUED | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-TRANSPLN.
           88 EOFTRANSPLN                       VALUE HIGH-VALUES.
           05 TRL-KEY.
               10 TRL-DOC-ID                    PIC 9(006).
               10 TRL-LINE-NO                   PIC 9(003).
           05 TRL-ORDER-ID                      PIC 9(005).
           05 TRL-SCHOOL-ID                     PIC 9(003).
           05 TRL-SANDWICH-ID                   PIC 9(003).
           05 TRL-QUANTITY                      PIC 9(005).
