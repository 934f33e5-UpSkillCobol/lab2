      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    CATEGORY-LEVEL SANDWICH AVAILABILITY REPORT | V0.1 | 23.03.2021
      ******************************************************************
      *    THE PAGE HEADING CARRIES THE BUSINESS DATE (BUSDATE) THE
      *    REPORT WAS RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  REPORT-FS                            PIC 9(002).
       77  WS-LINE-COUNT                        PIC 9(003).
       77  WS-PAGE-COUNT                        PIC 9(003).
       01  WS-TODAY-NUM                         PIC 9(008).
       78  MAX-LINES-PER-PAGE                   VALUE 20.

       77  TRUE-YES                             PIC X(001).
      ******************************************************************

       PRINT-REPORT SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN OUTPUT REPORTFILE
           MOVE ZEROS TO WS-PAGE-COUNT
           MOVE 99 TO WS-LINE-COUNT
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING REPORTPAGE " " WS-PAGE-COUNT REPORTBUSDATE " "
              WS-TODAY-NUM INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
