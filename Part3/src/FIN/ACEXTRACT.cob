      ******************************************************************
      *    THE RUN REFUSES TO START WHILE THE PREVIOUS EXTRACT IS
      *    STILL WAITING TO BE COLLECTED (CONTROL FLAG "N")
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           REWRITE FD-EXTCTL
           CLOSE EXTCTL

           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ORDER-COUNT
           MOVE ZEROS TO WS-INVOICE-COUNT
           MOVE ZEROS TO WS-QTY-HASH
