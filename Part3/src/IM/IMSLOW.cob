      *    AGE OF THE OLDEST LIVE LOT, AND A SUGGESTED WRITE-DOWN
      *    FOR ANYTHING BEYOND THE KEYED AGE THRESHOLD | V0.1
      *    02.09.2026
      ******************************************************************
      *    QUANTITIES ARE VALUED AT THE WEIGHTED-AVERAGE COST (AVGCOST),
      *    FALLING BACK TO THE LATEST SUPPLY PRICE WHILE THERE IS NONE
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           MOVE ZEROS TO MAX-SLOW, WS-ROWS-FLAGGED
           MOVE ZEROS TO WS-WRITEDOWN-TOTAL

       GET-UNIT-COST SECTION.
           MOVE ZEROS TO WS-UNIT-COST
           CALL "AVGCOST" USING TAB-SLOW-SITE (IND-SLOW)
               TAB-SLOW-INGRED (IND-SLOW) WS-UNIT-COST
           IF WS-UNIT-COST NOT = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-BEST-EFF
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT FXRISUPPLY
