      *    THE DUNNING FILE SO THE NEXT RUN ESCALATES INSTEAD OF
      *    REPEATING. RSOREGISTER WARNS ON LEVEL-3 SCHOOLS BEFORE
      *    TAKING MORE ORDERS | V0.1 | 02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           MOVE ZEROS TO WS-LETTERS-SENT

