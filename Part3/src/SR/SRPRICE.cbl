      ******************************************************************
      *    MAINTAIN SELLING PRICE BREAKS PER SANDWICH | V0.1
      *    22.08.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
               OPEN OUTPUT SRPRICES
           END-IF
           CLOSE SRPRICES
           CALL "BUSDATE" USING WS-TODAY-NUM

           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ENT-SR-IID WS-ENT-PRICE
