      *    RECIPE HISTORY INQUIRY - LISTS EVERY EFFECTIVE-DATED
      *    VERSION ROW OF A SANDWICH SO "WHAT CHANGED WHEN" HAS AN
      *    ANSWER | V0.1 | 22.08.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-INQ-SANDWICH                      PIC 9(003).
       77  WS-LIST-LINE                         PIC 9(002).
       77  WS-STATUS-TEXT                       PIC X(060).
       01  WS-TODAY-NUM                         PIC 9(008).

       01  RPT-HEADER.
           05 FILLER                            PIC X(026)
              VALUE "BREADWICH - RECIPE HISTORY".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-HIST-LINE.
           05 FILLER                            PIC X(012)

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-INQ-SANDWICH
               DISPLAY CLEAR-SCREEN
               EXIT SECTION
           END-IF
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER

           MOVE 7 TO WS-LIST-LINE
           MOVE SPACES TO FLAG-TRUE
