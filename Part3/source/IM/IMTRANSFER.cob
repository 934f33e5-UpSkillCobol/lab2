      ******************************************************************
      *    INTER-SITE STOCK TRANSFERS WITH IN-TRANSIT STATE | V0.1
      *    22.08.2026
      ******************************************************************
      *    THE RECEIVING SITE TAKES THE STOCK IN AT THE SENDING SITE'S
      *    WEIGHTED-AVERAGE COST (AVGCOST)
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  AUDIT-STATUS                         PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> THE RECEIVING SITE TAKES THE STOCK IN AT THE SENDING SITE'S
      *> AVERAGE COST
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99.
       78  TRANSFER-COUNTER-NAME                VALUE "TRANSFKEYS".
      *> MOVEMENT ORIGIN CODE FOR BOTH SIDES OF A TRANSFER
       78  MOVE-ORIGIN-TRANSFER                 VALUE "TF".
       01  DIVIDER-LINE                         PIC X(080)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(039)
              VALUE "BREADWICH - OPEN (IN-TRANSIT) TRANSFERS".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-OPEN-LINE.
           05 FILLER                            PIC X(010)
              VALUE "TRANSFER: ".
      *    IN TRANSIT INSTEAD OF VANISHING OR DOUBLING
      ******************************************************************
       NEW-TRANSFER SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-XFR-FROM WS-XFR-TO
           MOVE ZEROS TO WS-XFR-INGRED WS-XFR-QTY
           DISPLAY CLEAR-SCREEN
      *    THE TRANSFER CLOSES
      ******************************************************************
       CONFIRM-TRANSFER SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-XFR-CONFIRM-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY CONFIRM-SCREEN
           MOVE "TF" TO MOVE-REASON-CODE
           WRITE FD-INVENTORY
           END-WRITE
           IF WS-MOVE-DIRECTION = "O" THEN
               MOVE ZEROS TO WS-STOCK-UNIT-COST
           ELSE
               CALL "AVGCOST" USING WS-XFR-FROM WS-XFR-INGRED
                   WS-STOCK-UNIT-COST
           END-IF
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

      ******************************************************************
       OPEN-TRANSFERS-REPORT SECTION.
           MOVE SPACES TO FLAG-TRUE
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           OPEN INPUT TRANSFERS
           PERFORM UNTIL FLAG-TRUE = "E"
