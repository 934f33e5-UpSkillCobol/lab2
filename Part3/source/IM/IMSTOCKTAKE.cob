      ******************************************************************
      *    PHYSICAL STOCKTAKE PER SITE - COUNT ENTRY, VARIANCE
      *    REPORT AND APPROVED ADJUSTMENT POSTING | V0.1 | 22.08.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  INGRED-STATUS                        PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> NO UNIT COST ON THESE MOVEMENTS - THE SITE'S AVERAGE COST
      *> STAYS AS IT IS
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99
                                                VALUE ZEROS.
      *> MOVEMENT ORIGIN CODE FOR STOCKTAKE ADJUSTMENTS
       78  MOVE-ORIGIN-STOCKTAKE                VALUE "ST".
       78  STOCKTAKE-LOT                        VALUE "STOCKTAKE ".
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           CALL "BUSDATE" USING WS-TODAY-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY SITE-SCREEN
           ACCEPT SITE-SCREEN
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

