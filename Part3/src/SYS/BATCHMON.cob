      *    BEYOND TWICE ITS MEDIAN, AND AN ESTIMATED COMPLETION TIME
      *    FROM THE MEDIANS OF THE STEPS STILL TO COME | V0.1
      *    02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
      *    COMPLETION ESTIMATE DERIVED FROM WHAT IS LEFT
      ******************************************************************
       REFRESH-PICTURE SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME TO WS-WORK-TIME
           PERFORM TIME-TO-SECONDS
