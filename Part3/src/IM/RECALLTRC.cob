      *    DELIVERY POINT THAT RECEIVED SANDWICHES BUILT FROM THAT
      *    STOCK, PLUS WHAT IS STILL ON HAND PER SITE | V0.1
      *    02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-LOTS, MAX-STOCK, MAX-SAND
           MOVE ZEROS TO WS-ORDERS-SEEN, WS-ORDERS-HIT
           MOVE 99999999 TO WS-EARLIEST-IN
