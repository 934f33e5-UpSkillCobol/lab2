      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    DAILY ATTENDANCE PER SCHOOL AS LOADED FROM THE SCHOOLS'
      *    ATTENDANCE FEED | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-ATTEND.
           05 ATT-KEY.
               10 ATT-SCHOOL-ID                 PIC 9(003).
               10 ATT-DATE                      PIC 9(008).
      *> PUPILS EXPECTED IN; ZERO WHEN THE FEED ONLY SENDS ABSENCES
           05 ATT-PRESENT                       PIC 9(005).
           05 ATT-ABSENT                        PIC 9(005).
           05 ATT-LOADED-DATE                   PIC 9(008).
