      *    MONTHLY WASTE ANALYSIS - MOVE-OUT QUANTITY AND VALUE
      *    SUMMARISED BY REASON CODE AND INGREDIENT | V0.1
      *    22.08.2026
      ******************************************************************
      *    QUANTITIES ARE VALUED AT THE WEIGHTED-AVERAGE COST (AVGCOST),
      *    FALLING BACK TO THE LATEST SUPPLY PRICE WHILE THERE IS NONE
      ******************************************************************
      *    QUARANTINE LOTS DESTROYED BY LOTHOLD (QD) ARE REPORTED AS
      *    WASTE UNDER THEIR OWN REASON
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-WASTE-PERIOD.
           05 WS-WASTE-YEAR                     PIC 9(004).
           05 WS-WASTE-MONTH                    PIC 9(002).
       01  WS-TODAY-NUM                         PIC 9(008).

      *> ONE ACCUMULATOR ROW PER REASON CODE / INGREDIENT PAIR
       77  MAX-WST                              PIC 9(003) VALUE ZEROS.
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-REASON-HEAD.
           05 FILLER                            PIC X(008)

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY PERIOD-SCREEN
           ACCEPT PERIOD-SCREEN
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF MOVE-OUT-QTD > ZEROS
                          AND (REASON-VALID OR REASON-QUARANTINE)
                          AND TIME-MOVE-OUT-YEAR = WS-WASTE-YEAR
                          AND TIME-MOVE-OUT-MONTH = WS-WASTE-MONTH
                          THEN
               + MOVE-OUT-QTD * WS-UNIT-COST
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
           MOVE WS-WASTE-YEAR TO RPT-HEAD-YEAR
           MOVE WS-WASTE-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE

               WHEN "TF" MOVE "TRANSFER" TO RPT-REASON-NAME
               WHEN "VA" MOVE "USAGE VARIANCE" TO RPT-REASON-NAME
               WHEN "DN" MOVE "DONATION" TO RPT-REASON-NAME
               WHEN "QD" MOVE "QUARANTINE DESTROYED"
                           TO RPT-REASON-NAME
               WHEN OTHER MOVE "UNKNOWN" TO RPT-REASON-NAME
           END-EVALUATE
           WRITE REPORT-LINE FROM RPT-REASON-HEAD
