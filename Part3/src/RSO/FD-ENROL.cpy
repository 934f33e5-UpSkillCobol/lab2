      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    SCHOOL ENROLMENT PER SCHOOL YEAR, WITH THE MARGIN A DAY'S
      *    ORDERED QUANTITY MAY RUN ABOVE THE PUPILS PRESENT
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-ENROL.
           05 ENR-KEY.
               10 ENR-SCHOOL-ID                 PIC 9(003).
      *> CALENDAR YEAR THE SCHOOL YEAR STARTS IN (SEPTEMBER)
               10 ENR-YEAR-START                PIC 9(004).
           05 ENR-PUPILS                        PIC 9(005).
      *> PERCENT ABOVE THE HEADCOUNT BEFORE AN ORDER IS QUERIED -
      *> ZERO TAKES THE HOUSE DEFAULT
           05 ENR-MARGIN-PCT                    PIC 9(003).
      *> WHAT ORDER ENTRY, IMPORT AND STANDING ORDERS DO ABOVE IT
           05 ENR-OVER-ACTION                   PIC X(001).
               88 ENR-OVER-WARN                 VALUE "W".
               88 ENR-OVER-BLOCK                VALUE "B".
           05 ENR-UPDATED-BY                    PIC X(008).
           05 ENR-UPDATED-DATE                  PIC 9(008).
