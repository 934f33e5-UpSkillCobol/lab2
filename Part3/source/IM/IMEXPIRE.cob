      *    NIGHTLY EXPIRED-STOCK SWEEP - REMAINING QUANTITY OF EVERY
      *    EXPIRED LOT GOES OUT WITH A SPOILAGE REASON AND THE LOT IS
      *    MARKED WRITTEN OFF | V0.1 | 22.08.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE SWEEP LISTING OPENS WITH A HEADING CARRYING THE BUSINESS
      *    DATE (BUSDATE) IT WAS RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  INVENTORY-FS                         PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> NO UNIT COST ON THESE MOVEMENTS - THE SITE'S AVERAGE COST
      *> STAYS AS IT IS
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99
                                                VALUE ZEROS.
      *> MOVEMENT ORIGIN FOR THE EXPIRY SWEEP
       78  MOVE-ORIGIN-EXPIRE                   VALUE "EX".

       77  WS-CHUNK-QTY                         PIC 9(003).
       77  WS-SWEPT-COUNT                       PIC 9(004).

       01  DIVIDER-LINE                         PIC X(080)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(031)
              VALUE "BREADWICH - EXPIRED-STOCK SWEEP".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-SWEEP-LINE.
           05 FILLER                            PIC X(013)
              VALUE "WRITTEN OFF: ".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-SWEPT-COUNT
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM SWEEP-EXPIRED-LOTS
           CLOSE REPORTFILE
           DISPLAY CLEAR-SCREEN
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

