      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH REGISTRATION
      ******************************************************************
      *    PILOT SCHOOL FOR A SANDWICH ON TRIAL - WHILE THE SANDWICH
      *    IS IN TRIAL OR APPROVED BUT NOT YET LAUNCHED, ONLY THE
      *    SCHOOLS LISTED HERE MAY ORDER IT | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-SRPILOT.
           88 EOFSRPILOT                        VALUE HIGH-VALUES.
           05 SPL-KEY.
               10 SPL-SANDWICH-ID               PIC 9(003).
               10 SPL-SCHOOL-ID                 PIC 9(003).
           05 SPL-ADDED-DATE                    PIC 9(008).
