      *    RIS MODULE - REGISTRATION INGREDIENTS SUPPLIERS
      ******************************************************************
      *     V1 | EM ATUALIZAÇÃO | 04.03.2021
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           EXIT SECTION.

       WRITE-PRICE-EXCEPTION SECTION.
           CALL "BUSDATE" USING PEX-DATE
           MOVE WS-RIS-ID-SUPP TO PEX-SUPPLIER-ID
           MOVE WS-RIS-ID-ING TO PEX-INGRED-ID
           MOVE WS-PREV-PRICE TO PEX-OLD-PRICE
           MOVE WS-PREV-PRICE TO PPD-OLD-VALUE
           MOVE WS-RIS-PRICE TO PPD-NEW-VALUE
           MOVE WS-OVR-ROLE TO PPD-KEYED-BY
           CALL "BUSDATE" USING PPD-DATE
           MOVE "P" TO PPD-STATUS
           MOVE SPACES TO PPD-PAYLOAD
           MOVE WS-RIS-ID-SUPP TO PPD-SUP-SUPP
