      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICHES AND RECIPES
      ******************************************************************
      *    PACKAGING BILL - THE CONSUMABLES ONE SANDWICH USES, IN THE
      *    ITEM'S SANDWICH UNITS. A SHARE OF A CARTON IS A FRACTION
      *    (0.050 = ONE CARTON PER TWENTY SANDWICHES). KEPT APART FROM
      *    FX-SR-ING SO THE RECIPE-DRIVEN ALLERGEN AND NUTRITION
      *    OUTPUTS NEVER SEE IT | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-PACKBILL.
           88 EOFPACKBILL                       VALUE HIGH-VALUES.
           05 PKB-KEY.
               10 PKB-SANDWICH-ID               PIC 9(003).
               10 PKB-ITEM-ID                   PIC 9(003).
           05 PKB-QTY                           PIC 9(002)V999.
