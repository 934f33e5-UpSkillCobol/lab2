      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    QUOTED PRICE PER CUSTOMER AND SANDWICH WITH ITS VALIDITY
      *    RANGE - THE LATEST ROW COVERING THE DELIVERY DATE IS THE
      *    PRICE THE CUSTOMER WAS QUOTED. AN EVENT BUNDLE IS BILLED
      *    AS ITS COMPONENT SANDWICHES, SO QUOTES ARE PER COMPONENT
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-CUSPRICE.
           05 CPR-KEY.
               10 CPR-CUSTOMER-ID               PIC 9(003).
               10 CPR-SANDWICH-ID               PIC 9(003).
               10 CPR-FROM-DATE                 PIC 9(008).
           05 CPR-TO-DATE                       PIC 9(008).
           05 CPR-UNIT-PRICE                    PIC 9(005)V99.
