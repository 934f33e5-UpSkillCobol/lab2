      *    CONFIGURED PERCENTAGE OF WHAT ITS PICTURE CAN HOLD - SO
      *    A COUNTER NEVER WRAPS UNANNOUNCED AGAIN | V0.1
      *    02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM READ-ALERT-LIMIT

           OPEN OUTPUT REPORTFILE
