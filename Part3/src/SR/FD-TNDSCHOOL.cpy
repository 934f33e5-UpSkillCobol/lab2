      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH REGISTRATION
      ******************************************************************
      *    SCHOOL TAKING PART IN A TENDER LOT - KEYED BY LOT, WITH
      *    THE SCHOOL AS ALTERNATE KEY TO FIND THE LOT OF A SCHOOL
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-TNDSCHOOL.
           88 EOFTNDSCHOOLS                     VALUE HIGH-VALUES.
           05 TNS-KEY.
               10 TNS-LOT-ID                    PIC 9(004).
               10 TNS-SCHOOL-ID                 PIC 9(003).
           05 TNS-ADDED-DATE                    PIC 9(008).
