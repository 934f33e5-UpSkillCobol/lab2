      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    MIN/MAX STOCK LEVEL PER SITE AND INGREDIENT - A SATELLITE
      *    KITCHEN FALLING BELOW ITS MINIMUM IS TOPPED UP TO ITS
      *    MAXIMUM FROM THE SUPPLYING SITE BY THE NIGHTLY
      *    REPLENISHMENT RUN | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-REPLEN.
           88 EOFREPLEN                         VALUE HIGH-VALUES.
           05 RPL-KEY.
               10 RPL-SITE-ID                   PIC 9(003).
               10 RPL-INGRED-ID                 PIC 9(003).
           05 RPL-MIN-QTY                       PIC 9(005).
           05 RPL-MAX-QTY                       PIC 9(005).
      *> THE SITE THE STOCK IS TRANSFERRED FROM - NORMALLY THE
      *> CENTRAL STORE
           05 RPL-SUPPLY-SITE                   PIC 9(003).
           05 RPL-IS-ACTIVE                     PIC 9(001).
