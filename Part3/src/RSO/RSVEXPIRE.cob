      *    PHANTOM RESERVATIONS STOP MAKING STOCK LOOK COMMITTED AND
      *    TRIPPING THE SHORTAGE LOGIC AT ORDER ENTRY | V0.1
      *    02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           MOVE ZEROS TO WS-RELEASED-COUNT, WS-RELEASED-QTY

