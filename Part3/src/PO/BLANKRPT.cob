      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    BLANKET AGREEMENT BALANCE REPORT - PER AGREEMENT THE
      *    QUANTITY CALLED OFF, THE BALANCE LEFT AND THE DATE IT RUNS
      *    OUT AT THE CALL-OFF RATE SO FAR. AGREEMENTS PAST THE USAGE
      *    WARNING SHARE, OR CLOSE TO EXPIRY WITH A LARGE BALANCE
      *    UNUSED, ARE FLAGGED AND QUEUED ONCE ON THE NOTIFICATION
      *    OUTBOX FOR PURCHASING | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLANKRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BLANKETS ASSIGN TO "FXBLANKET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BPA-KEY
           FILE STATUS IS BLANKET-FS.

           SELECT REPORTFILE ASSIGN TO "BLANKETFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLANKETS.
       COPY FD-BLANKET.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  BLANKET-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> SHARE CALLED OFF THAT TRIGGERS THE USAGE WARNING, AND THE
      *> DAYS BEFORE EXPIRY FROM WHICH AN UNUSED SHARE ABOVE THE
      *> LIMIT IS WORTH A WARNING
       78  BPA-WARN-PCT                         VALUE 80.
       78  BPA-EXPIRY-DAYS                      VALUE 30.
       78  BPA-UNUSED-PCT                       VALUE 20.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "BLANKETPO".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "BLANKETFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-TODAY-INT                         PIC 9(008).
       01  WS-HORIZON-NUM                       PIC 9(008).
       77  WS-REMAINING                         PIC 9(007).
       77  WS-USED-PCT                          PIC 9(005)V9.
       77  WS-DAYS-RUN                          PIC 9(005).
       77  WS-DAYS-LEFT                         PIC 9(007).
       77  WS-RUNOUT-NUM                        PIC 9(008).
       77  WS-FLAGGED-COUNT                     PIC 9(004).
       77  WS-WARN-COUNT                        PIC 9(004).

       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
       01  NTQ-TEXT                             PIC X(060).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - BLANKET AGREEMENT BALANCES  ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(004) VALUE "SUP".
           05 FILLER PIC X(004) VALUE "ING".
           05 FILLER PIC X(009) VALUE "FROM".
           05 FILLER PIC X(009) VALUE "TO".
           05 FILLER PIC X(008) VALUE " AGREED".
           05 FILLER PIC X(008) VALUE " CALLED".
           05 FILLER PIC X(008) VALUE " REMAIN".
           05 FILLER PIC X(007) VALUE " USED%".
           05 FILLER PIC X(009) VALUE "RUN-OUT".
           05 FILLER PIC X(012) VALUE "WARNING".

       01  RPT-DETAIL.
           05 RPT-DET-SUPPLIER                  PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-DET-INGRED                    PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-DET-FROM                      PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-DET-TO                        PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-DET-AGREED                    PIC ZZZZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-CALLED                    PIC ZZZZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-REMAIN                    PIC ZZZZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-USED                      PIC ZZZZ9.9.
           05 FILLER                            PIC X(001).
      *> SPACES WHEN NOTHING HAS BEEN CALLED OFF YET
           05 RPT-DET-RUNOUT                    PIC X(008).
           05 FILLER                            PIC X(001).
           05 RPT-DET-FLAG                      PIC X(012).

       01  RPT-FOOTER.
           05 FILLER                            PIC X(030)
              VALUE "AGREEMENTS FLAGGED...........:".
           05 RPT-FOOT-FLAGGED                  PIC ZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "AGREEMENT BALANCES WRITTEN ON BLANKETFILE"
              LINE 12 COL 10.
           05 VALUE "WARNINGS QUEUED:" LINE 13 COL 10.
           05 SS-WARN PIC ZZZ9 LINE 13 COL 27 FROM WS-WARN-COUNT.
           05 VALUE "PRESS ANY KEY" LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           COMPUTE WS-HORIZON-NUM =
               DATE-OF-INTEGER (WS-TODAY-INT + BPA-EXPIRY-DAYS)
           MOVE ZEROS TO WS-FLAGGED-COUNT, WS-WARN-COUNT

           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE SPACES TO FLAG-TRUE
           OPEN I-O BLANKETS
           IF BLANKET-FS NOT = NOT-FILE THEN
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ BLANKETS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END PERFORM REPORT-ONE-AGREEMENT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BLANKETS

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-FLAGGED-COUNT TO RPT-FOOT-FLAGGED
           WRITE REPORT-LINE FROM RPT-FOOTER
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       REPORT-ONE-AGREEMENT SECTION.
           MOVE BPA-SUPPLIER-ID TO RPT-DET-SUPPLIER
           MOVE BPA-INGRED-ID TO RPT-DET-INGRED
           MOVE BPA-VALID-FROM TO RPT-DET-FROM
           MOVE BPA-VALID-TO TO RPT-DET-TO
           MOVE BPA-AGREED-QTY TO RPT-DET-AGREED
           MOVE BPA-CALLED-QTY TO RPT-DET-CALLED
           IF BPA-CALLED-QTY >= BPA-AGREED-QTY THEN
               MOVE ZEROS TO WS-REMAINING
           ELSE
               COMPUTE WS-REMAINING = BPA-AGREED-QTY - BPA-CALLED-QTY
           END-IF
           MOVE WS-REMAINING TO RPT-DET-REMAIN
           COMPUTE WS-USED-PCT ROUNDED =
               BPA-CALLED-QTY * 100 / BPA-AGREED-QTY
               ON SIZE ERROR MOVE 9999.9 TO WS-USED-PCT
           END-COMPUTE
           MOVE WS-USED-PCT TO RPT-DET-USED
           PERFORM PROJECT-RUN-OUT

           MOVE SPACES TO RPT-DET-FLAG
           EVALUATE TRUE
               WHEN BPA-CALLED-QTY > BPA-AGREED-QTY
                   MOVE "OVERDRAWN" TO RPT-DET-FLAG
               WHEN BPA-VALID-TO < WS-TODAY-NUM
                   MOVE "EXPIRED" TO RPT-DET-FLAG
               WHEN BPA-VALID-TO <= WS-HORIZON-NUM
                    AND WS-REMAINING * 100
                        > BPA-AGREED-QTY * BPA-UNUSED-PCT
                   MOVE "EXPIRING" TO RPT-DET-FLAG
                   IF NOT BPA-EXPIRY-WARNED THEN
                       PERFORM WARN-EXPIRING
                   END-IF
               WHEN WS-USED-PCT >= BPA-WARN-PCT
                   MOVE "80% USED" TO RPT-DET-FLAG
                   IF NOT BPA-USAGE-WARNED THEN
                       PERFORM WARN-USAGE
                   END-IF
           END-EVALUATE
           IF RPT-DET-FLAG NOT = SPACES THEN
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      *> THE CALL-OFF RATE SO FAR (QUANTITY PER DAY SINCE THE START)
      *> CARRIED FORWARD OVER THE BALANCE
       PROJECT-RUN-OUT SECTION.
           MOVE SPACES TO RPT-DET-RUNOUT
           IF BPA-CALLED-QTY = ZEROS
              OR WS-REMAINING = ZEROS
              OR BPA-VALID-FROM >= WS-TODAY-NUM THEN
               EXIT SECTION
           END-IF
           COMPUTE WS-DAYS-RUN =
               WS-TODAY-INT - INTEGER-OF-DATE (BPA-VALID-FROM)
           COMPUTE WS-DAYS-LEFT ROUNDED =
               WS-REMAINING * WS-DAYS-RUN / BPA-CALLED-QTY
               ON SIZE ERROR MOVE 9999999 TO WS-DAYS-LEFT
           END-COMPUTE
      *> FURTHER OUT THAN THE CALENDAR GOES - SHOWN AS NEVER
           IF WS-TODAY-INT + WS-DAYS-LEFT
              > INTEGER-OF-DATE (99991231) THEN
               MOVE "NEVER" TO RPT-DET-RUNOUT
               EXIT SECTION
           END-IF
           COMPUTE WS-RUNOUT-NUM =
               DATE-OF-INTEGER (WS-TODAY-INT + WS-DAYS-LEFT)
           MOVE WS-RUNOUT-NUM TO RPT-DET-RUNOUT
           EXIT SECTION.

       WARN-EXPIRING SECTION.
           MOVE "BLANKET" TO NTQ-TYPE
           MOVE "PURCHASING OFFICE" TO NTQ-RECIPIENT
           MOVE SPACES TO NTQ-TEXT
           STRING "AGREEMENT SUPP " BPA-SUPPLIER-ID
               " ING " BPA-INGRED-ID " ENDS " BPA-VALID-TO
               " LARGELY UNUSED" INTO NTQ-TEXT
           CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
           MOVE "Y" TO BPA-WARNED-EXPIRY
           REWRITE FD-BLANKET
           ADD 1 TO WS-WARN-COUNT
           EXIT SECTION.

      *> NORMALLY ALREADY SENT BY POGEN AT THE CALL-OFF THAT CROSSED
      *> THE SHARE; CAUGHT HERE WHEN THE AGREED QUANTITY WAS CUT
       WARN-USAGE SECTION.
           MOVE "BLANKET" TO NTQ-TYPE
           MOVE "PURCHASING OFFICE" TO NTQ-RECIPIENT
           MOVE SPACES TO NTQ-TEXT
           STRING "AGREEMENT SUPP " BPA-SUPPLIER-ID
               " ING " BPA-INGRED-ID " FROM " BPA-VALID-FROM
               " NOW 80% CALLED OFF" INTO NTQ-TEXT
           CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
           MOVE "Y" TO BPA-WARNED-USAGE
           REWRITE FD-BLANKET
           ADD 1 TO WS-WARN-COUNT
           EXIT SECTION.

       END PROGRAM BLANKRPT.
