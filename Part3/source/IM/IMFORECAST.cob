      *    NEW THRESHOLD - THE THRESHOLD RIDES ON THE LATEST LEDGER
      *    RECORD OF AN INGREDIENT, WHICH IS WHERE EVERY LOOKUP
      *    (IMREPORT, POGEN, RSOREGISTER) ALREADY READS IT FROM
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(030)
              VALUE "BREADWICH - DEMAND FORECAST / ".
           05 FILLER                            PIC X(020)
              VALUE "SUGGESTED THRESHOLDS".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-DETAIL.
           05 RPT-DET-INGRED                    PIC 9(003).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM SCAN-LIVE-ORDERS
           PERFORM SCAN-ARCHIVED-ORDERS
           PERFORM COUNT-DOWNTIME-DAYS

       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-FC FROM 1 BY 1
