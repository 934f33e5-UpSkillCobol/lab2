      *    THE SPOOL, AND ON ACCEPTANCE HANDS OFF TO SCM-ADD FOR
      *    REGISTRATION AND CARRIES THE QUOTED PRICES INTO THE
      *    CONTRACT PRICE LIST | V0.1 | 02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE QUOTE HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    PRINTED ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY FD-CONTRACT.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
           05 FILLER                            PIC X(006)
              VALUE " FOR: ".
           05 RPT-HEAD-PROSPECT                 PIC X(045).
           05 FILLER                            PIC X(009)
              VALUE "   DATE: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-VALID-LINE.
           05 FILLER                            PIC X(013)

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-MENU-OPTION
           OPEN OUTPUT REPORTFILE
           MOVE SQT-ID TO RPT-HEAD-ID
           MOVE SQT-PROSPECT-NAME TO RPT-HEAD-PROSPECT
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           MOVE SQT-VALID-TO TO RPT-VALID-TO
           WRITE REPORT-LINE FROM RPT-VALID-LINE
