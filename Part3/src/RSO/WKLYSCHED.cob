      *    OUTBOX AND THE FULL SET IS SPOOLED FOR OUR FILES, SO
      *    BOTH OFFICES FINALLY WORK FROM THE SAME NOTES | V0.1
      *    02.09.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE LETTER HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    ISSUED ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FILLER                            PIC X(004)
              VALUE " TO ".
           05 RPT-LH-TO                         PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   ISSUED: ".
           05 RPT-LH-DATE                       PIC 9(008).

       01  RPT-SCHOOL-LINE.
           05 FILLER                            PIC X(008)

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           COMPUTE WS-WEEK-FROM =
               DATE-OF-INTEGER (WS-TODAY-INT + 1)
           IF MAX-SCHED = ZEROS THEN
               MOVE WS-WEEK-FROM TO RPT-LH-FROM
               MOVE WS-WEEK-TO TO RPT-LH-TO
               MOVE WS-TODAY-NUM TO RPT-LH-DATE
               WRITE REPORT-LINE FROM RPT-LETTER-HEAD
               WRITE REPORT-LINE FROM RPT-NO-ORDERS-LINE
           END-IF
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-WEEK-FROM TO RPT-LH-FROM
           MOVE WS-WEEK-TO TO RPT-LH-TO
           MOVE WS-TODAY-NUM TO RPT-LH-DATE
           WRITE REPORT-LINE FROM RPT-LETTER-HEAD
           MOVE WS-CURR-SCHOOL TO RPT-SCH-ID
           MOVE SPACES TO RPT-SCH-NAME
