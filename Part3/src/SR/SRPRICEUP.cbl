      *    THE ROWS ON THE MAKER/CHECKER FILE FOR A SUPERVISOR IN
      *    PRICEAPPR - ONE MISTYPED UPLIFT ACROSS THE WHOLE MENU
      *    NEVER REACHES INVOICING UNREVIEWED | V0.2 | 02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ROWS-SEEN, WS-ROWS-CHANGED

           DISPLAY CLEAR-SCREEN
