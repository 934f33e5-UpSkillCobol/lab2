      *    BALANCES UP TO AND INCLUDING THE KEYED PERIOD, WITH THE
      *    PERIOD'S OPEN/CLOSED STATUS FROM THE CONTROL FILE
      *    PERCLOSE MAINTAINS | V0.1 | 02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FILLER                            PIC X(011)
              VALUE "   PERIOD: ".
           05 RPT-HEAD-STATE                    PIC X(006).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "ACCOUNT".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-ACCT
           MOVE ZEROS TO WS-TOT-DEBIT, WS-TOT-CREDIT

           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-PERIOD-STATE TO RPT-HEAD-STATE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
