      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    FORWARD KITCHEN LOAD - ONE ROW PER SITE PER WORKING DAY AS
      *    CAPLOAD PROJECTS IT: BOOKED ORDERS PLUS THE STANDING-ORDER
      *    AND MENU-CYCLE VOLUME NOT YET EXPLODED, AGAINST THE SITE'S
      *    DAILY CAPACITY, WITH THE THREE SCHOOLS THAT WEIGH MOST
      *    V0.1 | 15.10.2026
      ******************************************************************

       01  CAPLOAD-AREA.
      *> FILLED BY THE CALLER - THE PROJECTION STARTS THE WORKING DAY
      *> AFTER CPL-FROM-DATE AND RUNS FOR CPL-DAY-COUNT WORKING DAYS
           05 CPL-FROM-DATE                     PIC 9(008).
           05 CPL-DAY-COUNT                     PIC 9(002).
           05 CPL-ROW-COUNT                     PIC 9(004).
           05 CPL-ROW OCCURS 1000 TIMES.
               10 CPL-DATE                      PIC 9(008).
               10 CPL-SITE-ID                   PIC 9(003).
      *> ZERO MEANS THE SITE ENFORCES NO LIMIT
               10 CPL-CAPACITY                  PIC 9(005).
      *> A GLOBAL CALENDAR DOWNTIME COVERS THE DAY
               10 CPL-CLOSED                    PIC X(001).
                   88 CPL-KITCHEN-CLOSED        VALUE "Y".
               10 CPL-BOOKED                    PIC 9(006).
               10 CPL-EXPECTED                  PIC 9(006).
      *> BOOKED PLUS EXPECTED AS A PERCENTAGE OF CAPACITY
               10 CPL-LOAD-PCT                  PIC 9(004)V9.
               10 CPL-TOP OCCURS 3 TIMES.
                   15 CPL-TOP-SCHOOL            PIC 9(003).
                   15 CPL-TOP-QTY               PIC 9(006).
