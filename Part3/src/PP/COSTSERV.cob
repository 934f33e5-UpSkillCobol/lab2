      *    SETS IT AGAINST EACH SCHOOL'S INVOICED VALUE FOR THE
      *    PERIOD AND RANKS SCHOOLS BY NET CONTRIBUTION | V0.1
      *    02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "SCHOOL".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF INV-PERIOD-YEAR = WS-ASK-YEAR
                          AND INV-PERIOD-MONTH = WS-ASK-MONTH
                          AND NOT INV-DOC-DEBIT-NOTE THEN
                           MOVE INV-SCHOOL-ID TO WS-STOP-SCHOOL
                           PERFORM FIND-CTS-ROW
                           SET IND-CTS TO WS-FOUND-INDEX
           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
