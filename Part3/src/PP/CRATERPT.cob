      *    SCHOOL FROM THE CRATE LEDGER, SORTED WORST-FIRST, WITH
      *    THE DEPOSIT VALUE OF EVERYTHING PAST THE AGREED FLOAT
      *    V0.1 | 02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-BAL

           PERFORM SUM-BALANCES
