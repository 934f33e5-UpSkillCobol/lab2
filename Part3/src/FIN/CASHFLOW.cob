      *    PLUS 30 DAYS), OPEN CREDIT NOTES AGAINST WEEK ONE;
      *    PROJECTED IN / OUT / NET / RUNNING BALANCE PER WEEK
      *    V0.1 | 02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           PERFORM VARYING IND-WEEK FROM 1 BY 1 UNTIL IND-WEEK > 8
               MOVE ZEROS TO TAB-WEEK-IN (IND-WEEK)
