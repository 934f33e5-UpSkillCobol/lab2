      *    OUTSIDE THE ALLOWED BAND, A MISSED-READING SWEEP FOR
      *    YESTERDAY, AND THE MONTHLY COMPLIANCE REPORT FOR THE
      *    INSPECTOR | V0.1 | 02.09.2026
      ******************************************************************
      *    AN OUT-OF-BAND READING OPENS A HACCP CORRECTIVE ACTION
      *    (CRAOPEN)
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  NTQ-RECIPIENT                        PIC X(050).
       01  NTQ-TEXT                             PIC X(060).

      *> CORRECTIVE ACTION OPENED FOR AN OUT-OF-BAND READING
       01  CRQ-SOURCE                           PIC X(001).
       01  CRQ-SITE-ID                          PIC 9(003).
       01  CRQ-SOURCE-REF                       PIC X(020).
       01  CRQ-TEXT                             PIC X(040).
       01  CRQ-ID                               PIC 9(006).

      *> UNITS SEEN IN THE REGISTER, FOR THE MISSED-READING SWEEP
       77  MAX-UNIT                             PIC 9(003).
       01  TAB-UNIT OCCURS 200 INDEXED BY IND-UNIT.
           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-DETAIL.
           05 FILLER                            PIC X(006)

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 4
               MOVE ZEROS TO WS-MENU-OPTION
                   INTO NTQ-TEXT
               CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT
                   NTQ-TEXT
               MOVE "T" TO CRQ-SOURCE
               MOVE WS-ENT-SITE TO CRQ-SITE-ID
               MOVE SPACES TO CRQ-SOURCE-REF CRQ-TEXT
               STRING WS-ENT-UNIT "/" WS-TODAY-NUM "/" WS-ENT-SLOT
                   DELIMITED BY SIZE INTO CRQ-SOURCE-REF
               STRING "STORAGE TEMP OUT OF BAND - UNIT "
                   WS-ENT-UNIT DELIMITED BY SIZE INTO CRQ-TEXT
               CALL "CRAOPEN" USING CRQ-SOURCE CRQ-SITE-ID
                   CRQ-SOURCE-REF CRQ-TEXT CRQ-ID
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "OUT OF BAND - ALERT QUEUED, CORRECTIVE ACTION "
                   CRQ-ID DELIMITED BY SIZE INTO WS-ERROR-TEXT
           ELSE
               MOVE "READING RECORDED" TO WS-ERROR-TEXT
           END-IF
           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-CMP FROM 1 BY 1
