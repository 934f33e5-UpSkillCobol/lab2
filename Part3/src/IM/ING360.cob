      *    PURCHASE ORDER LINES, OPEN RESERVATIONS, AND WHICH
      *    SANDWICHES USE IT - THE BUYING DESK'S WHOLE PICTURE IN
      *    ONE PLACE | V0.1 | 02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-INGRED
               DISPLAY CLEAR-SCREEN
