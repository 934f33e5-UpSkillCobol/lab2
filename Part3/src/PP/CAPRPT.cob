      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    ROLLING KITCHEN LOAD REPORT - THE NEXT 20 WORKING DAYS PER
      *    SITE AS CAPLOAD PROJECTS THEM: BOOKED, STILL-TO-EXPLODE
      *    STANDING AND MENU-CYCLE VOLUME, CAPACITY AND LOAD. DAYS
      *    ABOVE THE ALERT PERCENTAGE, AND DAYS BOOKED WHILE THE
      *    KITCHENS ARE SHUT, ARE FLAGGED WITH THE SCHOOLS THAT WEIGH
      *    MOST SO PLANNING CAN MOVE THEM EARLY | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITE-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT REPORTFILE ASSIGN TO "CAPLOADFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITES.
       COPY FD-SITES.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SITE-FS                              PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

      *> HOW FAR AHEAD THE REPORT LOOKS, AND THE LOAD ABOVE WHICH A
      *> DAY IS FLAGGED UNLESS THE PLANNER KEYS ANOTHER
       78  CAPACITY-HORIZON-DAYS                VALUE 20.
       78  CAPACITY-ALERT-PCT                   VALUE 90.

       77  PRESS-KEY                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "CAPLOAD".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "CAPLOADFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-ALERT-PCT                         PIC 9(003).
       01  WS-ROW                               PIC 9(004).
       01  WS-TOP-IX                            PIC 9(001).
       01  WS-LOAD                              PIC 9(007).
       01  WS-FLAGGED-COUNT                     PIC 9(004).
       01  WS-ROW-FLAG                          PIC X(006).

       COPY CAPLOAD.

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - KITCHEN LOAD, 20 DAYS FROM: ".
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(014)
              VALUE "   ALERT OVER ".
           05 RPT-HEAD-PCT                      PIC ZZ9.
           05 FILLER                            PIC X(001) VALUE "%".

       01  RPT-COLUMNS.
           05 FILLER PIC X(010) VALUE "DATE".
           05 FILLER PIC X(026) VALUE "SITE".
           05 FILLER PIC X(010) VALUE "CAPACITY".
           05 FILLER PIC X(009) VALUE "BOOKED".
           05 FILLER PIC X(009) VALUE "EXPECTED".
           05 FILLER PIC X(009) VALUE "TOTAL".
           05 FILLER PIC X(009) VALUE "LOAD %".
           05 FILLER PIC X(006) VALUE "FLAG".

       01  RPT-DETAIL.
           05 RPT-DET-DATE                      PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-SITE                      PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-DET-SITE-NAME                 PIC X(022).
           05 RPT-DET-CAPACITY                  PIC ZZZZ9.
           05 FILLER                            PIC X(004).
           05 RPT-DET-BOOKED                    PIC ZZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-EXPECTED                  PIC ZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-TOTAL                     PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-PCT                       PIC ZZZ9.9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-FLAG                      PIC X(006).

       01  RPT-TOP-LINE.
           05 FILLER                            PIC X(012).
           05 FILLER                            PIC X(012)
              VALUE "TOP SCHOOL: ".
           05 RPT-TOP-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-TOP-NAME                      PIC X(038).
           05 FILLER                            PIC X(002).
           05 RPT-TOP-QTY                       PIC ZZZZZ9.

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(030)
              VALUE "SITE-DAYS FLAGGED............:".
           05 RPT-SUM-FLAGGED                   PIC ZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  ALERT-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | KITCHEN LOAD - NEXT 20 WORKING DAYS"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"                   LINE 02 COL 60.
           05 VALUE "FLAG DAYS ABOVE (PERCENT)..:" LINE 04 COL 10.
           05 SS-ALERT-PCT PIC 9(003) LINE 04 COL 39
              USING WS-ALERT-PCT.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SITE-DAYS FLAGGED....:" LINE 12 COL 10.
           05 SS-DN-FLAGGED PIC ZZZ9 LINE 12 COL 33
              FROM WS-FLAGGED-COUNT.
           05 VALUE "LOAD REPORT ON CAPLOADFILE - PRESS ANY KEY"
              LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE CAPACITY-ALERT-PCT TO WS-ALERT-PCT
           MOVE ZEROS TO WS-FLAGGED-COUNT

           DISPLAY CLEAR-SCREEN
           DISPLAY ALERT-SCREEN
           ACCEPT ALERT-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           IF WS-ALERT-PCT = ZEROS THEN
               MOVE CAPACITY-ALERT-PCT TO WS-ALERT-PCT
           END-IF

           MOVE WS-TODAY-NUM TO CPL-FROM-DATE
           MOVE CAPACITY-HORIZON-DAYS TO CPL-DAY-COUNT
           CALL "CAPLOAD" USING CAPLOAD-AREA

           PERFORM WRITE-REPORT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           MOVE WS-ALERT-PCT TO RPT-HEAD-PCT
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > CPL-ROW-COUNT
               PERFORM WRITE-ONE-ROW
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-FLAGGED-COUNT TO RPT-SUM-FLAGGED
           WRITE REPORT-LINE FROM RPT-SUMMARY
           CLOSE REPORTFILE
           EXIT SECTION.

       WRITE-ONE-ROW SECTION.
           COMPUTE WS-LOAD = CPL-BOOKED (WS-ROW) + CPL-EXPECTED (WS-ROW)
           MOVE SPACES TO WS-ROW-FLAG
           IF CPL-KITCHEN-CLOSED (WS-ROW) THEN
               IF WS-LOAD > ZEROS THEN
                   MOVE "CLOSED" TO WS-ROW-FLAG
               END-IF
           ELSE
               IF CPL-CAPACITY (WS-ROW) > ZEROS
                  AND CPL-LOAD-PCT (WS-ROW) > WS-ALERT-PCT THEN
                   MOVE "OVER" TO WS-ROW-FLAG
               END-IF
           END-IF

           MOVE CPL-DATE (WS-ROW) TO RPT-DET-DATE
           MOVE CPL-SITE-ID (WS-ROW) TO RPT-DET-SITE
           MOVE SPACES TO RPT-DET-SITE-NAME
           OPEN INPUT SITES
           IF SITE-FS NOT = NOT-FILE THEN
               MOVE CPL-SITE-ID (WS-ROW) TO FD-SITE-ID
               READ SITES
                   INVALID KEY MOVE "** UNKNOWN SITE **"
                                 TO RPT-DET-SITE-NAME
                   NOT INVALID KEY MOVE FD-SITE-NAME
                                     TO RPT-DET-SITE-NAME
               END-READ
           END-IF
           CLOSE SITES
           MOVE CPL-CAPACITY (WS-ROW) TO RPT-DET-CAPACITY
           MOVE CPL-BOOKED (WS-ROW) TO RPT-DET-BOOKED
           MOVE CPL-EXPECTED (WS-ROW) TO RPT-DET-EXPECTED
           MOVE WS-LOAD TO RPT-DET-TOTAL
           MOVE CPL-LOAD-PCT (WS-ROW) TO RPT-DET-PCT
           MOVE WS-ROW-FLAG TO RPT-DET-FLAG
           WRITE REPORT-LINE FROM RPT-DETAIL

           IF WS-ROW-FLAG NOT = SPACES THEN
               ADD 1 TO WS-FLAGGED-COUNT
               PERFORM VARYING WS-TOP-IX FROM 1 BY 1
                       UNTIL WS-TOP-IX > 3
                   IF CPL-TOP-QTY (WS-ROW, WS-TOP-IX) > ZEROS THEN
                       PERFORM WRITE-TOP-SCHOOL
                   END-IF
               END-PERFORM
           END-IF
           EXIT SECTION.

       WRITE-TOP-SCHOOL SECTION.
           MOVE CPL-TOP-SCHOOL (WS-ROW, WS-TOP-IX) TO RPT-TOP-SCHOOL
           MOVE CPL-TOP-QTY (WS-ROW, WS-TOP-IX) TO RPT-TOP-QTY
           MOVE SPACES TO RPT-TOP-NAME
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS NOT = NOT-FILE THEN
               MOVE CPL-TOP-SCHOOL (WS-ROW, WS-TOP-IX)
                 TO SCHOOL-INTERNAL-ID
               READ SCHOOLS
                   INVALID KEY MOVE "** UNKNOWN SCHOOL **"
                                 TO RPT-TOP-NAME
                   NOT INVALID KEY MOVE SCHOOL-DESIGNATION1
                                     TO RPT-TOP-NAME
               END-READ
           END-IF
           CLOSE SCHOOLS
           WRITE REPORT-LINE FROM RPT-TOP-LINE
           EXIT SECTION.

       END PROGRAM CAPRPT.
