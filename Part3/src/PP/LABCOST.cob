      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    WEEKLY LABOUR COSTING - PER SITE AND PRODUCTION DAY SUMS THE
      *    ROSTERED HOURS, THE HOURS ACTUALLY WORKED AND THEIR COST,
      *    SPREADS THE COST OVER THE SANDWICHES MADE (FXPRODACT) ON
      *    FXLABCOST AND LISTS THE DAYS OVER- OR UNDER-STAFFED FOR
      *    THE VOLUME | V0.1 | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING ALSO CARRIES THE BUSINESS DATE (BUSDATE)
      *    IT WAS RUN ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABCOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROSTERS ASSIGN TO "FXROSTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROS-KEY
           FILE STATUS IS ROSTER-FS.

           SELECT LABOUR ASSIGN TO "FXLABOUR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LAB-KEY
           FILE STATUS IS LABOUR-FS.

           SELECT PRODACT ASSIGN TO "FXPRODACT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-KEY
           FILE STATUS IS PRODACT-FS.

           SELECT LABCOSTS ASSIGN TO "FXLABCOST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LBC-KEY
           FILE STATUS IS LABCOST-FS.

           SELECT REPORTFILE ASSIGN TO "LABCOSTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTERS.
       COPY FD-ROSTER.

       FD  LABOUR.
       COPY FD-LABOUR.

       FD  PRODACT.
       COPY FD-PRODACT.

       FD  LABCOSTS.
       COPY FD-LABCOST.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  ROSTER-FS                            PIC 9(002).
       77  LABOUR-FS                            PIC 9(002).
       77  PRODACT-FS                           PIC 9(002).
       77  LABCOST-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       01  WS-TODAY-NUM                         PIC 9(008).
      *> HOUSE STANDARD OUTPUT OF ONE ROSTERED HOUR, AND HOW FAR THE
      *> DAY'S VOLUME MAY STRAY FROM IT BEFORE THE DAY IS FLAGGED
       78  STD-SANDWICHES-PER-HOUR              VALUE 40.
       78  STAFFING-TOLERANCE-PCT               VALUE 20.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "LABOURCOST".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "LABCOSTFILE".

       77  WS-WEEK-START                        PIC 9(008).
       77  WS-WEEK-START-INT                    PIC 9(008).
       77  WS-WEEK-END                          PIC 9(008).
       77  WS-DAY-IX                            PIC 9(001).
       77  WS-ROW-SITE                          PIC 9(003).
       77  WS-ROW-DATE                          PIC 9(008).
      *> FXPRODACT REPEATS THE MADE QUANTITY ON EVERY INGREDIENT ROW
      *> OF A SANDWICH - IT COUNTS ONCE PER SITE, DAY AND SANDWICH
       01  WS-LAST-PA.
           05 WS-LAST-PA-SITE                   PIC 9(003).
           05 WS-LAST-PA-DATE                   PIC 9(008).
           05 WS-LAST-PA-SANDWICH               PIC 9(003).

      *> ONE ROW PER SITE AND DAY OF THE WEEK
       77  MAX-DAY                              PIC 9(003).
       01  TAB-DAY OCCURS 700 INDEXED BY IND-DAY.
           05 TAB-DAY-SITE                      PIC 9(003).
           05 TAB-DAY-DATE                      PIC 9(008).
           05 TAB-DAY-ROSTER-HOURS              PIC 9(004)V9.
           05 TAB-DAY-ACTUAL-HOURS              PIC 9(004)V9.
           05 TAB-DAY-COST                      PIC 9(007)V99.
           05 TAB-DAY-MADE                      PIC 9(006).
       77  WS-FOUND-INDEX                       PIC 9(003).

       77  WS-PER-HOUR                          PIC 9(004).
       77  WS-LOAD-PCT                          PIC 9(005).
       77  WS-FLAGGED-COUNT                     PIC 9(003).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(048)
              VALUE "BREADWICH - ROSTER VERSUS PRODUCTION - WEEK OF ".
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-RUN-DATE                 PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(005) VALUE "SITE".
           05 FILLER PIC X(010) VALUE "DAY".
           05 FILLER PIC X(008) VALUE "ROSTER".
           05 FILLER PIC X(008) VALUE "ACTUAL".
           05 FILLER PIC X(008) VALUE "MADE".
           05 FILLER PIC X(006) VALUE "/HOUR".
           05 FILLER PIC X(012) VALUE "LABOUR".
           05 FILLER PIC X(010) VALUE "PER SANDW".
           05 FILLER PIC X(014) VALUE "STAFFING".

       01  RPT-DETAIL.
           05 RPT-DET-SITE                      PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-DET-DATE                      PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-ROSTER                    PIC ZZZ9.9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-ACTUAL                    PIC ZZZ9.9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-MADE                      PIC ZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-PER-HOUR                  PIC ZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-COST                      PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-PER-SANDWICH              PIC ZZ9.9999.
           05 FILLER                            PIC X(002).
           05 RPT-DET-FLAG                      PIC X(014).

       01  RPT-FOOTER.
           05 FILLER                            PIC X(030)
              VALUE "DAYS FLAGGED FOR STAFFING....:".
           05 RPT-FOOT-FLAGGED                  PIC ZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  ASK-WEEK-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "WEEKLY LABOUR COSTING" LINE 03 COL 10.
           05 VALUE "WEEK FROM MONDAY (YYYYMMDD):" LINE 06 COL 10.
           05 SS-WEEK PIC 9(008) LINE 06 COL 40
              TO WS-WEEK-START AUTO.

       01  ERROR-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "THE DATE IS NOT A VALID MONDAY"
              LINE 12 COL 10 FOREGROUND-COLOR 4.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "LABOUR COSTING WRITTEN ON LABCOSTFILE"
              LINE 12 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-DAY
           MOVE ZEROS TO WS-FLAGGED-COUNT
           DISPLAY CLEAR-SCREEN
           MOVE ZEROS TO WS-WEEK-START
           ACCEPT ASK-WEEK-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
      *> DAY ONE OF THE INTEGER CALENDAR (01.01.1601) WAS A MONDAY -
      *> THE ROSTER IS KEPT IN WEEKS STARTING ON ONE
           IF TEST-DATE-YYYYMMDD (WS-WEEK-START) NOT = ZEROS THEN
               DISPLAY CLEAR-SCREEN
               ACCEPT ERROR-SCREEN
               GOBACK
           END-IF
           COMPUTE WS-WEEK-START-INT =
               INTEGER-OF-DATE (WS-WEEK-START)
           IF MOD(WS-WEEK-START-INT - 1, 7) NOT = ZEROS THEN
               DISPLAY CLEAR-SCREEN
               ACCEPT ERROR-SCREEN
               GOBACK
           END-IF
           COMPUTE WS-WEEK-END =
               DATE-OF-INTEGER (WS-WEEK-START-INT + 6)

           PERFORM SUM-ROSTERED-HOURS
           PERFORM SUM-ACTUAL-HOURS
           PERFORM SUM-SANDWICHES-MADE
           PERFORM SAVE-DAY-COSTS
           PERFORM WRITE-REPORT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    THE WEEK'S ROSTER ROWS, EACH DAY'S HOURS TO ITS SITE
      ******************************************************************
       SUM-ROSTERED-HOURS SECTION.
           OPEN INPUT ROSTERS
           IF ROSTER-FS = NOT-FILE THEN
               CLOSE ROSTERS
               EXIT SECTION
           END-IF
           MOVE WS-WEEK-START TO ROS-WEEK-START
           MOVE ZEROS TO ROS-STAFF-ID
           MOVE SPACES TO FLAG-TRUE
           START ROSTERS KEY IS NOT LESS THAN ROS-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ROSTERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF ROS-WEEK-START NOT = WS-WEEK-START THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM ADD-ROSTER-WEEK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTERS
           EXIT SECTION.

       ADD-ROSTER-WEEK SECTION.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
               IF ROS-DAY-HOURS (WS-DAY-IX) > ZEROS THEN
                   MOVE ROS-SITE-ID TO WS-ROW-SITE
                   COMPUTE WS-ROW-DATE = DATE-OF-INTEGER
                       (WS-WEEK-START-INT + WS-DAY-IX - 1)
                   PERFORM FIND-DAY-ROW
                   IF WS-FOUND-INDEX > ZEROS THEN
                       ADD ROS-DAY-HOURS (WS-DAY-IX)
                         TO TAB-DAY-ROSTER-HOURS (IND-DAY)
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

       SUM-ACTUAL-HOURS SECTION.
           OPEN INPUT LABOUR
           IF LABOUR-FS = NOT-FILE THEN
               CLOSE LABOUR
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LABOUR NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF LAB-DATE >= WS-WEEK-START
                          AND LAB-DATE <= WS-WEEK-END THEN
                           MOVE LAB-SITE-ID TO WS-ROW-SITE
                           MOVE LAB-DATE TO WS-ROW-DATE
                           PERFORM FIND-DAY-ROW
                           IF WS-FOUND-INDEX > ZEROS THEN
                               ADD LAB-HOURS
                                 TO TAB-DAY-ACTUAL-HOURS (IND-DAY)
                               ADD LAB-COST TO TAB-DAY-COST (IND-DAY)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LABOUR
           EXIT SECTION.

       SUM-SANDWICHES-MADE SECTION.
           OPEN INPUT PRODACT
           IF PRODACT-FS = NOT-FILE THEN
               CLOSE PRODACT
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-LAST-PA
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PRODACT NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF PA-DATE >= WS-WEEK-START
                          AND PA-DATE <= WS-WEEK-END
                          AND (PA-SITE-ID NOT = WS-LAST-PA-SITE
                           OR PA-DATE NOT = WS-LAST-PA-DATE
                           OR PA-SANDWICH-ID
                              NOT = WS-LAST-PA-SANDWICH) THEN
                           MOVE PA-SITE-ID TO WS-LAST-PA-SITE
                           MOVE PA-DATE TO WS-LAST-PA-DATE
                           MOVE PA-SANDWICH-ID TO WS-LAST-PA-SANDWICH
                           MOVE PA-SITE-ID TO WS-ROW-SITE
                           MOVE PA-DATE TO WS-ROW-DATE
                           PERFORM FIND-DAY-ROW
                           IF WS-FOUND-INDEX > ZEROS THEN
                               ADD PA-MADE-QTY TO TAB-DAY-MADE (IND-DAY)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODACT
           EXIT SECTION.

      *> LEAVES IND-DAY ON THE ROW FOR WS-ROW-SITE AND WS-ROW-DATE,
      *> ADDING A ZEROED ONE WHEN NEW; WS-FOUND-INDEX ZERO = TABLE FULL
       FIND-DAY-ROW SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-DAY FROM 1 BY 1
                   UNTIL IND-DAY > MAX-DAY
               IF TAB-DAY-SITE (IND-DAY) = WS-ROW-SITE
                  AND TAB-DAY-DATE (IND-DAY) = WS-ROW-DATE THEN
                   SET WS-FOUND-INDEX TO IND-DAY
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               IF MAX-DAY < 700 THEN
                   ADD 1 TO MAX-DAY
                   SET IND-DAY TO MAX-DAY
                   MOVE WS-ROW-SITE TO TAB-DAY-SITE (IND-DAY)
                   MOVE WS-ROW-DATE TO TAB-DAY-DATE (IND-DAY)
                   MOVE ZEROS TO TAB-DAY-ROSTER-HOURS (IND-DAY)
                   MOVE ZEROS TO TAB-DAY-ACTUAL-HOURS (IND-DAY)
                   MOVE ZEROS TO TAB-DAY-COST (IND-DAY)
                   MOVE ZEROS TO TAB-DAY-MADE (IND-DAY)
                   SET WS-FOUND-INDEX TO IND-DAY
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           SET IND-DAY TO WS-FOUND-INDEX
           EXIT SECTION.

      ******************************************************************
      *    ONE FXLABCOST ROW PER SITE AND DAY - A RERUN OF THE WEEK
      *    REPLACES THE FIGURES
      ******************************************************************
       SAVE-DAY-COSTS SECTION.
           OPEN I-O LABCOSTS
           IF LABCOST-FS = NOT-FILE THEN
               CLOSE LABCOSTS
               OPEN OUTPUT LABCOSTS
               CLOSE LABCOSTS
               OPEN I-O LABCOSTS
           END-IF
           PERFORM VARYING IND-DAY FROM 1 BY 1
                   UNTIL IND-DAY > MAX-DAY
               MOVE TAB-DAY-SITE (IND-DAY) TO LBC-SITE-ID
               MOVE TAB-DAY-DATE (IND-DAY) TO LBC-DATE
               READ LABCOSTS
                   INVALID KEY
                       PERFORM MOVE-DAY-TO-LABCOST
                       WRITE FD-LABCOST
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM MOVE-DAY-TO-LABCOST
                       REWRITE FD-LABCOST
                       END-REWRITE
               END-READ
           END-PERFORM
           CLOSE LABCOSTS
           EXIT SECTION.

       MOVE-DAY-TO-LABCOST SECTION.
           MOVE TAB-DAY-SITE (IND-DAY) TO LBC-SITE-ID
           MOVE TAB-DAY-DATE (IND-DAY) TO LBC-DATE
           MOVE TAB-DAY-ROSTER-HOURS (IND-DAY) TO LBC-ROSTER-HOURS
           MOVE TAB-DAY-ACTUAL-HOURS (IND-DAY) TO LBC-ACTUAL-HOURS
           MOVE TAB-DAY-COST (IND-DAY) TO LBC-LABOUR-COST
           MOVE TAB-DAY-MADE (IND-DAY) TO LBC-MADE-QTY
           IF TAB-DAY-MADE (IND-DAY) > ZEROS THEN
               COMPUTE LBC-COST-PER-SANDWICH ROUNDED =
                   TAB-DAY-COST (IND-DAY) / TAB-DAY-MADE (IND-DAY)
                   ON SIZE ERROR
                       MOVE 999.9999 TO LBC-COST-PER-SANDWICH
               END-COMPUTE
           ELSE
               MOVE ZEROS TO LBC-COST-PER-SANDWICH
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    THE WEEK READ BACK FROM FXLABCOST, SO THE LISTING COMES OUT
      *    IN SITE AND DAY ORDER
      ******************************************************************
       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-WEEK-START TO RPT-HEAD-DATE
           MOVE WS-TODAY-NUM TO RPT-HEAD-RUN-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           OPEN INPUT LABCOSTS
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LABCOSTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF LBC-DATE >= WS-WEEK-START
                          AND LBC-DATE <= WS-WEEK-END THEN
                           PERFORM WRITE-DAY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LABCOSTS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-FLAGGED-COUNT TO RPT-FOOT-FLAGGED
           WRITE REPORT-LINE FROM RPT-FOOTER
           CLOSE REPORTFILE
           EXIT SECTION.

      *> THE DAY'S VOLUME AGAINST WHAT THE ROSTERED HOURS SHOULD
      *> TURN OUT AT THE HOUSE STANDARD - WELL UNDER MEANS TOO MANY
      *> HANDS FOR THE WORK, WELL OVER MEANS TOO FEW
       WRITE-DAY-LINE SECTION.
           MOVE LBC-SITE-ID TO RPT-DET-SITE
           MOVE LBC-DATE TO RPT-DET-DATE
           MOVE LBC-ROSTER-HOURS TO RPT-DET-ROSTER
           MOVE LBC-ACTUAL-HOURS TO RPT-DET-ACTUAL
           MOVE LBC-MADE-QTY TO RPT-DET-MADE
           MOVE LBC-LABOUR-COST TO RPT-DET-COST
           MOVE LBC-COST-PER-SANDWICH TO RPT-DET-PER-SANDWICH
           MOVE ZEROS TO WS-PER-HOUR
           MOVE SPACES TO RPT-DET-FLAG
           EVALUATE TRUE
               WHEN LBC-ROSTER-HOURS = ZEROS AND LBC-MADE-QTY = ZEROS
                   CONTINUE
               WHEN LBC-ROSTER-HOURS = ZEROS
                   MOVE "NOT ROSTERED" TO RPT-DET-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN LBC-MADE-QTY = ZEROS
                   MOVE "NO PRODUCTION" TO RPT-DET-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN OTHER
                   COMPUTE WS-PER-HOUR ROUNDED =
                       LBC-MADE-QTY / LBC-ROSTER-HOURS
                       ON SIZE ERROR MOVE 9999 TO WS-PER-HOUR
                   END-COMPUTE
                   COMPUTE WS-LOAD-PCT ROUNDED =
                       LBC-MADE-QTY * 100
                       / (LBC-ROSTER-HOURS * STD-SANDWICHES-PER-HOUR)
                       ON SIZE ERROR MOVE 99999 TO WS-LOAD-PCT
                   END-COMPUTE
                   IF WS-LOAD-PCT < 100 - STAFFING-TOLERANCE-PCT THEN
                       MOVE "OVERSTAFFED" TO RPT-DET-FLAG
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
                   IF WS-LOAD-PCT > 100 + STAFFING-TOLERANCE-PCT THEN
                       MOVE "UNDERSTAFFED" TO RPT-DET-FLAG
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
           END-EVALUATE
           MOVE WS-PER-HOUR TO RPT-DET-PER-HOUR
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       END PROGRAM LABCOST.
