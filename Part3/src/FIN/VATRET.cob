      ******************************************************************
      *    SUPPLIER INVOICES CARRY NO VAT SPLIT OF THEIR OWN, SO THE
      *    INPUT VAT IS BACKED OUT OF THE GROSS AT THE STANDARD RATE
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-OUTPUT-VAT
           MOVE ZEROS TO WS-OUT-VAT-TOTAL, WS-IN-VAT-TOTAL
           MOVE ZEROS TO WS-IN-GROSS-TOTAL
