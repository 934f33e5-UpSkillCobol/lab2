      *    THE NORMAL IMSTOCKTAKE VARIANCE AND POSTING PATH. A
      *    COVERAGE SECTION PROVES TO THE AUDITOR WHICH A ITEMS
      *    WERE COUNTED INSIDE THEIR INTERVAL | V0.1 | 02.09.2026
      ******************************************************************
      *    QUANTITIES ARE VALUED AT THE WEIGHTED-AVERAGE COST (AVGCOST),
      *    FALLING BACK TO THE LATEST SUPPLY PRICE WHILE THERE IS NONE
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 TAB-SITE-ID                       PIC 9(003).

       77  WS-UNIT-COST                         PIC 9(003)V99.
      *> SITE ZERO ASKS AVGCOST FOR THE WHOLE-BUSINESS AVERAGE
       77  WS-ALL-SITES                         PIC 9(003) VALUE ZEROS.
       77  WS-BEST-EFF                          PIC 9(008).
       77  WS-GRAND-VALUE                       PIC 9(011)V99.
       77  WS-RUNNING-VALUE                     PIC 9(011)V99.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           MOVE ZEROS TO MAX-ABC, MAX-SITE, WS-DUE-COUNT
           MOVE ZEROS TO WS-A-TOTAL, WS-A-COVERED

       GET-UNIT-COST SECTION.
           MOVE ZEROS TO WS-UNIT-COST
           CALL "AVGCOST" USING WS-ALL-SITES
               TAB-ABC-INGRED-ID (IND-ABC) WS-UNIT-COST
           IF WS-UNIT-COST NOT = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-BEST-EFF
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT FXRISUPPLY
