      *    ON MORE THAN ONE INVOICE, AND EVERY INVOICE LINE WHOSE
      *    ORDER NO LONGER MATCHES THE INVOICED SCHOOL OR QUANTITY
      *    V0.1 | 02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-CURR-PERIOD =
               WS-TODAY-YEAR * 100 + WS-TODAY-MONTH
           MOVE ZEROS TO MAX-XRF
