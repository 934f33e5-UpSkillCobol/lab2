      *    CHANGE JOURNAL INQUIRY - "WHO CHANGED THIS RECORD AND
      *    WHEN" FOR THE MASTER FILES, WITH THE FULL BEFORE/AFTER
      *    IMAGES ON THE PRINT FILE | V0.1 | 22.08.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-LIST-LINE                         PIC 9(002).
       77  WS-MATCH-COUNT                       PIC 9(005).
       77  WS-STATUS-TEXT                       PIC X(060).
       01  WS-TODAY-NUM                         PIC 9(008).

       01  RPT-TITLE.
           05 FILLER                            PIC X(034)
              VALUE "BREADWICH - CHANGE JOURNAL INQUIRY".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-TITLE-DATE                    PIC 9(008).

       01  RPT-HEAD-LINE.
           05 FILLER                            PIC X(005)

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM UNTIL KEYSTATUS = F3
               MOVE SPACES TO WS-INQ-TAG WS-INQ-KEY
               DISPLAY CLEAR-SCREEN
               EXIT SECTION
           END-IF
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-TITLE-DATE
           WRITE REPORT-LINE FROM RPT-TITLE

           MOVE 9 TO WS-LIST-LINE
           MOVE ZEROS TO WS-MATCH-COUNT
