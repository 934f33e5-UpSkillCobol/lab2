      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SUPPLIER PUNCTUALITY - ACTUAL DOCK ARRIVALS AGAINST THE
      *    BOOKED RECEIVING SLOT OVER A DATE RANGE: ON TIME, EARLY,
      *    LATE (WITH THE AVERAGE MINUTES LATE), UNBOOKED ARRIVALS AND
      *    SLOTS NOBODY TURNED UP FOR | V0.1 | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKPUNC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DOCKSLOTS ASSIGN TO "FXDOCKSLOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSB-KEY
           ALTERNATE RECORD KEY IS DSB-SLOT-KEY WITH DUPLICATES
           FILE STATUS IS DOCKSLOT-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-ID
           ALTERNATE KEY IS SUPPLIER-TOWN WITH DUPLICATES
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS SUPP-STATUS.

           SELECT REPORTFILE ASSIGN TO "DOCKPUNCFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCKSLOTS.
       COPY FD-DOCKSLOT.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  DOCKSLOT-FS                          PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "DOCKPUNC".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "DOCKPUNCFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-ASK-FROM                          PIC 9(008).
       77  WS-ASK-TO                            PIC 9(008).
       77  WS-SUPPLIER-COUNT                    PIC 9(004).
       77  WS-JUDGED                            PIC 9(005).
       77  WS-ON-TIME-PCT                       PIC 9(003)V9.
       77  WS-AVG-LATE                          PIC 9(005).

      *> ONE ROW PER SUPPLIER ID
       01  TAB-PUNC OCCURS 999 INDEXED BY IND-PUNC.
           05 TAB-PUNC-ON-TIME                  PIC 9(005).
           05 TAB-PUNC-EARLY                    PIC 9(005).
           05 TAB-PUNC-LATE                     PIC 9(005).
           05 TAB-PUNC-UNBOOKED                 PIC 9(005).
           05 TAB-PUNC-NO-SHOW                  PIC 9(005).
           05 TAB-PUNC-LATE-MINUTES             PIC 9(009).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(036)
              VALUE "BREADWICH - SUPPLIER PUNCTUALITY    ".
           05 RPT-HEAD-FROM                     PIC 9(008).
           05 FILLER                            PIC X(004)
              VALUE " TO ".
           05 RPT-HEAD-TO                       PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(035) VALUE "SUPPLIER".
           05 FILLER PIC X(008) VALUE "ON TIME".
           05 FILLER PIC X(007) VALUE "EARLY".
           05 FILLER PIC X(007) VALUE "LATE".
           05 FILLER PIC X(009) VALUE "AVG LATE".
           05 FILLER PIC X(008) VALUE "NO SHOW".
           05 FILLER PIC X(008) VALUE "UNBOOKD".
           05 FILLER PIC X(008) VALUE "ON TIME%".

       01  RPT-DETAIL.
           05 RPT-DET-SUPP-ID                   PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-DET-SUPP-NAME                 PIC X(030).
           05 FILLER                            PIC X(001).
           05 RPT-DET-ON-TIME                   PIC ZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-EARLY                     PIC ZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-LATE                      PIC ZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-AVG-LATE                  PIC ZZZZ9.
           05 FILLER                            PIC X(004).
           05 RPT-DET-NO-SHOW                   PIC ZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-UNBOOKED                  PIC ZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-PCT                       PIC ZZ9.9.

       01  RPT-FOOTER.
           05 FILLER                            PIC X(030)
              VALUE "SUPPLIERS LISTED.............:".
           05 RPT-FOOT-SUPPLIERS                PIC ZZZ9.

       01  RPT-NOTE.
           05 FILLER                            PIC X(049)
              VALUE "ON TIME% = ON TIME / BOOKED SLOTS INCL. NO SHOWS".
           05 FILLER                            PIC X(022)
              VALUE " - UNBOOKED NOT JUDGED".

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  RANGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SUPPLIER PUNCTUALITY" LINE 03 COL 10.
           05 VALUE "FROM DATE (YYYYMMDD):" LINE 06 COL 10.
           05 SS-FROM PIC 9(008) LINE 06 COL 34 TO WS-ASK-FROM.
           05 VALUE "TO DATE (YYYYMMDD)..:" LINE 07 COL 10.
           05 SS-TO PIC 9(008) LINE 07 COL 34 TO WS-ASK-TO.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "PUNCTUALITY REPORT WRITTEN ON DOCKPUNCFILE"
              LINE 12 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE WS-TODAY-NUM TO WS-ASK-FROM, WS-ASK-TO
           MOVE "01" TO WS-ASK-FROM (7:2)
           DISPLAY CLEAR-SCREEN
           DISPLAY RANGE-SCREEN
           ACCEPT RANGE-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF

           PERFORM VARYING IND-PUNC FROM 1 BY 1 UNTIL IND-PUNC > 999
               INITIALIZE TAB-PUNC (IND-PUNC)
           END-PERFORM
           PERFORM ADD-BOOKINGS
           PERFORM WRITE-REPORT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    EVERY BOOKING WHOSE SLOT FALLS IN THE RANGE - A MOVED
      *    BOOKING WAS REPLACED BY ANOTHER AND IS NOT COUNTED, A SLOT
      *    STILL OPEN AFTER ITS DAY HAS PASSED IS A NO-SHOW
      ******************************************************************
       ADD-BOOKINGS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT DOCKSLOTS
           IF DOCKSLOT-FS = NOT-FILE THEN
               CLOSE DOCKSLOTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DOCKSLOTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF DSB-SLOT-DATE NOT < WS-ASK-FROM
                          AND DSB-SLOT-DATE NOT > WS-ASK-TO
                          AND DSB-SUPPLIER-ID > ZEROS THEN
                           PERFORM ADD-ONE-BOOKING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOCKSLOTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-ONE-BOOKING SECTION.
           SET IND-PUNC TO DSB-SUPPLIER-ID
           EVALUATE TRUE
               WHEN DSB-BOOKED
                   IF DSB-SLOT-DATE < WS-TODAY-NUM THEN
                       ADD 1 TO TAB-PUNC-NO-SHOW (IND-PUNC)
                   END-IF
               WHEN DSB-ARRIVED AND DSB-ON-TIME
                   ADD 1 TO TAB-PUNC-ON-TIME (IND-PUNC)
               WHEN DSB-ARRIVED AND DSB-EARLY
                   ADD 1 TO TAB-PUNC-EARLY (IND-PUNC)
               WHEN DSB-ARRIVED AND DSB-LATE
                   ADD 1 TO TAB-PUNC-LATE (IND-PUNC)
                   ADD DSB-MINUTES-OFF
                     TO TAB-PUNC-LATE-MINUTES (IND-PUNC)
               WHEN DSB-ARRIVED AND DSB-UNBOOKED
                   ADD 1 TO TAB-PUNC-UNBOOKED (IND-PUNC)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT SECTION.

       WRITE-REPORT SECTION.
           MOVE ZEROS TO WS-SUPPLIER-COUNT
           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-FROM TO RPT-HEAD-FROM
           MOVE WS-ASK-TO TO RPT-HEAD-TO
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           OPEN INPUT FXSUPPLY
           PERFORM VARYING IND-PUNC FROM 1 BY 1 UNTIL IND-PUNC > 999
               IF TAB-PUNC-ON-TIME (IND-PUNC) > ZEROS
                  OR TAB-PUNC-EARLY (IND-PUNC) > ZEROS
                  OR TAB-PUNC-LATE (IND-PUNC) > ZEROS
                  OR TAB-PUNC-UNBOOKED (IND-PUNC) > ZEROS
                  OR TAB-PUNC-NO-SHOW (IND-PUNC) > ZEROS THEN
                   PERFORM WRITE-ONE-SUPPLIER
               END-IF
           END-PERFORM
           CLOSE FXSUPPLY
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-SUPPLIER-COUNT TO RPT-FOOT-SUPPLIERS
           WRITE REPORT-LINE FROM RPT-FOOTER
           WRITE REPORT-LINE FROM RPT-NOTE
           CLOSE REPORTFILE
           EXIT SECTION.

       WRITE-ONE-SUPPLIER SECTION.
           ADD 1 TO WS-SUPPLIER-COUNT
           SET SUPPLIER-ID TO IND-PUNC
           MOVE SUPPLIER-ID TO RPT-DET-SUPP-ID
           READ FXSUPPLY
               INVALID KEY MOVE "** UNKNOWN SUPPLIER **"
                             TO RPT-DET-SUPP-NAME
               NOT INVALID KEY MOVE SUPPLIER-NAME
                                 TO RPT-DET-SUPP-NAME
           END-READ
           MOVE TAB-PUNC-ON-TIME (IND-PUNC) TO RPT-DET-ON-TIME
           MOVE TAB-PUNC-EARLY (IND-PUNC) TO RPT-DET-EARLY
           MOVE TAB-PUNC-LATE (IND-PUNC) TO RPT-DET-LATE
           MOVE TAB-PUNC-NO-SHOW (IND-PUNC) TO RPT-DET-NO-SHOW
           MOVE TAB-PUNC-UNBOOKED (IND-PUNC) TO RPT-DET-UNBOOKED
           MOVE ZEROS TO WS-AVG-LATE
           IF TAB-PUNC-LATE (IND-PUNC) > ZEROS THEN
               COMPUTE WS-AVG-LATE ROUNDED =
                   TAB-PUNC-LATE-MINUTES (IND-PUNC)
                   / TAB-PUNC-LATE (IND-PUNC)
           END-IF
           MOVE WS-AVG-LATE TO RPT-DET-AVG-LATE
           COMPUTE WS-JUDGED = TAB-PUNC-ON-TIME (IND-PUNC)
               + TAB-PUNC-EARLY (IND-PUNC) + TAB-PUNC-LATE (IND-PUNC)
               + TAB-PUNC-NO-SHOW (IND-PUNC)
           MOVE ZEROS TO WS-ON-TIME-PCT
           IF WS-JUDGED > ZEROS THEN
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   TAB-PUNC-ON-TIME (IND-PUNC) * 100 / WS-JUDGED
           END-IF
           MOVE WS-ON-TIME-PCT TO RPT-DET-PCT
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       END PROGRAM DOCKPUNC.
