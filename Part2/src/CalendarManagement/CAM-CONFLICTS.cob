      *    INDIVIDUAL OCCURRENCE - TWO RECURRING WINDOWS THAT SHARE
      *    SCOPE AND OVERLAPPING YEARS ARE REPORTED EVEN IF THE ACTUAL
      *    DAYS THEY LAND ON NEVER COINCIDE.
      ******************************************************************
      *    THE PAGE HEADING CARRIES THE BUSINESS DATE (BUSDATE) THE
      *    REPORT WAS RUN FOR | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAM-CONFLICTS.
       77  REPORT-FS                            PIC 9(002).
       77  WS-LINE-COUNT                        PIC 9(003).
       77  WS-PAGE-COUNT                        PIC 9(003).
       01  WS-TODAY-NUM                         PIC 9(008).
       78  MAX-LINES-PER-PAGE                   VALUE 20.
       77  PRESS-KEY                            PIC X.
       77  FLAG-CONFLICTS-FOUND                 PIC X.
      *    HIT IS FOUND, WRITING STRAIGHT INTO THE ALREADY-OPEN REPORT
      ******************************************************************
       PRINT-REPORT SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN OUTPUT REPORTFILE
           MOVE ZEROS TO WS-PAGE-COUNT
           MOVE 99 TO WS-LINE-COUNT
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING CONFLICTS-PAGE " " WS-PAGE-COUNT CONFLICTS-BUSDATE " "
              WS-TODAY-NUM INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
