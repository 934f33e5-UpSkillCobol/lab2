      *    RIS MODULE - SUPPLIER PRICE COMPARISON PER INGREDIENT
      ******************************************************************
      *     V0.1 | EM ATUALIZAÇÃO | 23.03.2021
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
      *> FLAG EACH ROW AS EXPIRED / EXPIRES SOON / OK, COUNTING THE
      *> RECORDS THAT NEED ATTENTION FOR THE END-OF-REPORT ALERT
       COMPUTE-EXPIRY-STATUS SECTION.
           CALL "BUSDATE" USING WS-TODAY-DATE-NUM
           MOVE RIS-EXPIRATION-DATE TO WS-EXP-DATE-NUM
           MOVE RIS-EFFECTIVE-DATE  TO WS-EFF-DATE-NUM
           COMPUTE WS-DAYS-TO-EXPIRE =
