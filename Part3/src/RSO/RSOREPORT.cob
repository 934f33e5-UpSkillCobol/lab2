      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    DELIVERY MANIFEST REPORT | V0.1 | IN UPDATE | 09.03.2021
      ******************************************************************
      *    THE PAGE HEADING CARRIES THE BUSINESS DATE (BUSDATE) THE
      *    REPORT WAS RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  INVENTORY-FS                         PIC 9(002).
       77  WS-LINE-COUNT                        PIC 9(003).
       77  WS-PAGE-COUNT                        PIC 9(003).
       01  WS-TODAY-NUM                         PIC 9(008).
       78  MAX-LINES-PER-PAGE                   VALUE 20.

       01  DIVIDER-LINE                         PIC X(080)
      ******************************************************************

       PRINT-REPORT SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN OUTPUT REPORTFILE
           MOVE ZEROS TO WS-PAGE-COUNT
           MOVE ZEROS TO WS-REPORT-CURRENT-SCHOOL
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING REPORTPAGE " " WS-PAGE-COUNT REPORTBUSDATE " "
              WS-TODAY-NUM INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
