      *    PERCENT CHANGE; SUMMARY OF THE TEN FASTEST-RISING
      *    INGREDIENTS FOR THE RFQCYCLE RE-TENDER | V0.1
      *    02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-TRD
           PERFORM BUILD-MONTH-ENDS
           PERFORM COLLECT-INGREDIENTS
