      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    ACTUAL HOURS WORKED - ONE ROW PER SITE, PRODUCTION DAY AND
      *    STAFF MEMBER, COSTED AT THE HOURLY COST IN FORCE WHEN THE
      *    HOURS WERE KEYED | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-LABOUR.
           88 EOFLABOUR                         VALUE HIGH-VALUES.
           05 LAB-KEY.
               10 LAB-SITE-ID                   PIC 9(003).
               10 LAB-DATE                      PIC 9(008).
               10 LAB-STAFF-ID                  PIC 9(004).
           05 LAB-HOURS                         PIC 9(002)V9.
           05 LAB-COST                          PIC 9(005)V99.
