      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    KITCHEN STAFF MEMBER - THE SITE THEY WORK AT AND THEIR
      *    FULLY LOADED COST PER HOUR | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-STAFF.
           88 EOFSTAFF                          VALUE HIGH-VALUES.
           05 STF-ID                            PIC 9(004).
           05 STF-SITE-ID                       PIC 9(003).
           05 STF-NAME                          PIC X(030).
           05 STF-HOURLY-COST                   PIC 9(003)V99.
           05 STF-IS-ACTIVE                     PIC X(001).
               88 STF-ACTIVE                    VALUE "Y".
