      ******************************************************************
      *    STATEMENT LINE: DATE(8) | REFERENCE(20) | AMOUNT IN
      *    CENTS(9), PIPE-FREE FIXED COLUMNS WITH ONE-SPACE GAPS
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-CREDITS-SEEN, WS-CREDITS-APPLIED
           MOVE ZEROS TO WS-CREDITS-FAILED

