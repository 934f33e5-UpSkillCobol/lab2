      *    AGAINST THE SAME MONTH LAST YEAR, WITH A TREND MARK
      *    AGAINST THE PRIOR MONTH ON EVERY LINE | V0.1
      *    02.09.2026
      ******************************************************************
      *    QUANTITIES ARE VALUED AT THE WEIGHTED-AVERAGE COST (AVGCOST),
      *    FALLING BACK TO THE LATEST SUPPLY PRICE WHILE THERE IS NONE
      ******************************************************************
      *    QUARANTINE LOTS DESTROYED BY LOTHOLD (QD) COUNT AS WASTE
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  RECEIPT-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       01  WS-TODAY-NUM                         PIC 9(008).

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(032) VALUE "KPI".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY PERIOD-SCREEN
           ACCEPT PERIOD-SCREEN

       CLASSIFY-MOVEMENT SECTION.
           IF MOVE-OUT-QTD > ZEROS
              AND (REASON-SPOILAGE OR REASON-BREAKAGE
                   OR REASON-QUARANTINE)
              AND TIME-MOVE-OUT-YEAR = WS-SEL-YEAR
              AND TIME-MOVE-OUT-MONTH = WS-SEL-MONTH THEN
               PERFORM GET-UNIT-COST
           END-IF
           EXIT SECTION.

      *> THE SITE'S WEIGHTED-AVERAGE COST; LATEST EFFECTIVE SUPPLY
      *> PRICE FOR THE INGREDIENT WHILE THE SITE HAS NO AVERAGE
       GET-UNIT-COST SECTION.
           MOVE ZEROS TO WS-UNIT-COST
           CALL "AVGCOST" USING MOVE-SITE-ID INGRED-ID WS-UNIT-COST
           IF WS-UNIT-COST NOT = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-BEST-EFF
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = NOT-FILE THEN
           OPEN OUTPUT REPORTFILE
           MOVE WS-PACK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-PACK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
