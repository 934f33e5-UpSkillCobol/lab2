      *    SCREENS NO LONGER RESCAN THE WHOLE MOVEMENT JOURNAL;
      *    STOCKBLD RE-DERIVES IT FROM THE JOURNAL WHEN THE TWO
      *    DISAGREE | V0.1 | 02.09.2026
      ******************************************************************
      *    ALSO CARRIES THE MOVING WEIGHTED-AVERAGE UNIT COST OF THE
      *    STOCK ON HAND AT THE SITE - RE-WEIGHTED BY STOCKPOST ON EVERY
      *    COSTED MOVE-IN, RAISED BY LANDCOST WHEN FREIGHT IS SPREAD,
      *    READ BACK THROUGH AVGCOST; AVGBUILD SETS THE OPENING FIGURES
      ******************************************************************

       01  FD-STOCKBAL.
               10 STB-SITE-ID                   PIC 9(003).
           05 STB-ON-HAND                       PIC S9(007).
           05 STB-LAST-POSTED                   PIC 9(008).
      *> ZERO UNTIL THE FIRST COSTED RECEIPT - READERS THEN FALL BACK
      *> TO THE SUPPLY PRICE LIST
           05 STB-AVG-COST                      PIC 9(003)V9999.
