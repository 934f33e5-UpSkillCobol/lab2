      *    EXPIRATION - QUOTE REQUEST EXTRACT, QUOTE ENTRY AND AWARD
      *    WRITING THE NEW EFFECTIVE-DATED SUPPLY RECORD | V0.1
      *    22.08.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
      *    QUOTE-REQUEST EXTRACT WITH ITS CURRENT PRICE
      ******************************************************************
       GENERATE-REQUESTS SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-HORIZON-NUM = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) + RFQ-HORIZON-DAYS)
           MOVE SPACES TO FLAG-TRUE
      *> SAME NUMBERING AND AUDIT TRAIL RECORD-RIS USES, SO THE
      *> AWARDED PRICE SLOTS INTO THE EXISTING PRICE HISTORY
       WRITE-AWARDED-SUPPLY SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN I-O FXKEYS
           READ FXKEYS
               MOVE FDRISKEYS TO WS-AUDIT-OLD-VALUE
