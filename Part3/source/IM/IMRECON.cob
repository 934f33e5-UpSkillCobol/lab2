       MAIN SECTION.
           PERFORM CREATE-FILE

           *> TODAY IS THE BUSINESS DATE, NOT THE SYSTEM CLOCK
           CALL "BUSDATE" USING WS-TODAY

           MOVE ZEROS TO MAX-DELIVERY
           MOVE ZEROS TO WS-DELIVERY-COUNT
