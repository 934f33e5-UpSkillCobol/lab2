      *    ABC ANALYSIS OF CONSUMPTION VALUE - RANKS INGREDIENTS BY
      *    MOVE-OUT VALUE WITH CUMULATIVE PERCENT AND A/B/C BANDS
      *    V0.1 | 22.08.2026
      ******************************************************************
      *    QUANTITIES ARE VALUED AT THE WEIGHTED-AVERAGE COST (AVGCOST),
      *    FALLING BACK TO THE LATEST SUPPLY PRICE WHILE THERE IS NONE
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-ABC-QUARTER                       PIC 9(001).
       77  WS-MONTH-FROM                        PIC 9(002).
       77  WS-MONTH-TO                          PIC 9(002).
       01  WS-TODAY-NUM                         PIC 9(008).

       77  MAX-ABC                              PIC 9(003) VALUE ZEROS.
       01  TAB-ABC OCCURS 999
           05 FILLER                            PIC X(010)
              VALUE "  QUARTER:".
           05 RPT-HEAD-QUARTER                  PIC 9(001).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-DETAIL.
           05 RPT-DET-BAND                      PIC X(001).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY PERIOD-SCREEN
           ACCEPT PERIOD-SCREEN

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
           MOVE WS-ABC-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ABC-QUARTER TO RPT-HEAD-QUARTER
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE

