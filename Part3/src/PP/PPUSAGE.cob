      *    FXPRODACT ROWS PPACTUAL KEYED FOR THE CHOSEN WEEK PER
      *    SITE AND INGREDIENT AND SHOWS THE VARIANCE | V0.1
      *    02.09.2026
      ******************************************************************
      *    THE REPORT HEADING ALSO CARRIES THE BUSINESS DATE (BUSDATE)
      *    IT WAS RUN ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  PRODACT-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       01  WS-TODAY-NUM                         PIC 9(008).

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
           05 FILLER                            PIC X(043)
              VALUE "BREADWICH - USAGE VARIANCE - WEEK STARTING ".
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-RUN-DATE                 PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(006) VALUE "SITE".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-USE
           DISPLAY CLEAR-SCREEN
           MOVE ZEROS TO WS-WEEK-START
       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-WEEK-START TO RPT-HEAD-DATE
           MOVE WS-TODAY-NUM TO RPT-HEAD-RUN-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
