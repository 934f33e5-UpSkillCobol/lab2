      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    KITCHEN STAFF AND ROSTER MAINTENANCE - THE STAFF MEMBERS OF
      *    EACH SITE WITH THEIR HOURLY COST, THE WEEKLY SHIFT ROSTER
      *    AND THE HOURS ACTUALLY WORKED ON EACH PRODUCTION DAY, WHICH
      *    LABCOST SPREADS OVER THE SANDWICHES MADE | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STAFF ASSIGN TO "FXSTAFF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STF-ID
           FILE STATUS IS STAFF-FS.

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

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAFF.
       COPY FD-STAFF.

       FD  ROSTERS.
       COPY FD-ROSTER.

       FD  LABOUR.
       COPY FD-LABOUR.

       FD  SITES.
       COPY FD-SITES.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  STAFF-FS                             PIC 9(002).
       77  ROSTER-FS                            PIC 9(002).
       77  LABOUR-FS                            PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  MAX-SHIFT-HOURS                      VALUE 16.

       77  PRESS-KEY                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-ENT-STAFF                         PIC 9(004).
       77  WS-ENT-SITE                          PIC 9(003).
       77  WS-ENT-NAME                          PIC X(030).
       77  WS-ENT-RATE                          PIC 9(003)V99.
       77  WS-ENT-ACTIVE                        PIC X(001).
       77  WS-ENT-HOURS                         PIC 9(002)V9.
       01  WS-ENT-DATE-NUM                      PIC 9(008).
       01  WS-ENT-DATE REDEFINES WS-ENT-DATE-NUM.
           05 WS-ENT-YEAR                       PIC 9(004).
           05 WS-ENT-MONTH                      PIC 9(002).
           05 WS-ENT-DAY                        PIC 9(002).
       01  WS-TODAY-NUM                         PIC 9(008).
      *> MONDAY TO SUNDAY AS SHOWN ON THE ROSTER SCREEN
       01  WS-WEEK-HOURS.
           05 WS-WEEK-DAY-HOURS OCCURS 7 TIMES  PIC 9(002)V9.
       77  WS-DAY-IX                            PIC 9(001).
       77  WS-WEEK-TOTAL                        PIC 9(003)V9.
       77  WS-STAFF-SITE                        PIC 9(003).
       77  WS-STAFF-RATE                        PIC 9(003)V99.
       77  WS-STATUS-TEXT                       PIC X(060).
       77  WS-FOUND                             PIC X(001).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | KITCHEN STAFF"       LINE 02 COL 10.
           05 VALUE "1 - STAFF MEMBER"                LINE 05 COL 10.
           05 VALUE "2 - WEEKLY SHIFT ROSTER"         LINE 06 COL 10.
           05 VALUE "3 - ACTUAL HOURS WORKED"         LINE 07 COL 10.
           05 VALUE "4 - BACK"                        LINE 08 COL 10.
           05 VALUE "OPTION:"                         LINE 10 COL 10.
           05 SS-MENU PIC 9(001) LINE 10 COL 20 TO WS-MENU-OPTION.

       01  STAFF-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | STAFF MEMBER" LINE 02 COL 10.
           05 VALUE "F3 - BACK"             LINE 02 COL 60.
           05 VALUE "STAFF ID............:" LINE 05 COL 10.
           05 SS-S-ID PIC 9(004)       LINE 05 COL 34
              TO WS-ENT-STAFF.
           05 VALUE "SITE................:" LINE 06 COL 10.
           05 SS-S-SITE PIC 9(003)     LINE 06 COL 34
              TO WS-ENT-SITE.
           05 VALUE "NAME................:" LINE 07 COL 10.
           05 SS-S-NAME PIC X(030)     LINE 07 COL 34
              TO WS-ENT-NAME.
           05 VALUE "COST PER HOUR.......:" LINE 08 COL 10.
           05 SS-S-RATE PIC 9(003)V99  LINE 08 COL 34
              TO WS-ENT-RATE.
           05 VALUE "ACTIVE (Y/N)........:" LINE 09 COL 10.
           05 SS-S-ACTIVE PIC X(001)   LINE 09 COL 34
              USING WS-ENT-ACTIVE.

       01  WEEK-KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | WEEKLY SHIFT ROSTER" LINE 02 COL 10.
           05 VALUE "F3 - BACK"             LINE 02 COL 60.
           05 VALUE "STAFF ID............:" LINE 05 COL 10.
           05 SS-W-STAFF PIC 9(004)    LINE 05 COL 34
              TO WS-ENT-STAFF.
           05 VALUE "WEEK FROM MON (Y M D):" LINE 06 COL 10.
           05 SS-W-YEAR PIC 9(004)     LINE 06 COL 34
              USING WS-ENT-YEAR.
           05 SS-W-MONTH PIC 9(002)    LINE 06 COL 40
              USING WS-ENT-MONTH.
           05 SS-W-DAY PIC 9(002)      LINE 06 COL 44
              USING WS-ENT-DAY.

       01  WEEK-HOURS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "HOURS ROSTERED (ALL 0 = REMOVE)"
                                       LINE 08 COL 10.
           05 VALUE "MON" LINE 09 COL 10.
           05 VALUE "TUE" LINE 09 COL 17.
           05 VALUE "WED" LINE 09 COL 24.
           05 VALUE "THU" LINE 09 COL 31.
           05 VALUE "FRI" LINE 09 COL 38.
           05 VALUE "SAT" LINE 09 COL 45.
           05 VALUE "SUN" LINE 09 COL 52.
           05 SS-H-1 PIC 9(002)V9 LINE 10 COL 10
              USING WS-WEEK-DAY-HOURS (1).
           05 SS-H-2 PIC 9(002)V9 LINE 10 COL 17
              USING WS-WEEK-DAY-HOURS (2).
           05 SS-H-3 PIC 9(002)V9 LINE 10 COL 24
              USING WS-WEEK-DAY-HOURS (3).
           05 SS-H-4 PIC 9(002)V9 LINE 10 COL 31
              USING WS-WEEK-DAY-HOURS (4).
           05 SS-H-5 PIC 9(002)V9 LINE 10 COL 38
              USING WS-WEEK-DAY-HOURS (5).
           05 SS-H-6 PIC 9(002)V9 LINE 10 COL 45
              USING WS-WEEK-DAY-HOURS (6).
           05 SS-H-7 PIC 9(002)V9 LINE 10 COL 52
              USING WS-WEEK-DAY-HOURS (7).

       01  HOURS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | ACTUAL HOURS WORKED" LINE 02 COL 10.
           05 VALUE "F3 - BACK"             LINE 02 COL 60.
           05 VALUE "STAFF ID............:" LINE 05 COL 10.
           05 SS-A-STAFF PIC 9(004)    LINE 05 COL 34
              TO WS-ENT-STAFF.
           05 VALUE "PRODUCTION DAY (Y M D):" LINE 06 COL 10.
           05 SS-A-YEAR PIC 9(004)     LINE 06 COL 34
              USING WS-ENT-YEAR.
           05 SS-A-MONTH PIC 9(002)    LINE 06 COL 40
              USING WS-ENT-MONTH.
           05 SS-A-DAY PIC 9(002)      LINE 06 COL 44
              USING WS-ENT-DAY.
           05 VALUE "HOURS (0 = REMOVE)..:" LINE 07 COL 10.
           05 SS-A-HOURS PIC 9(002)V9  LINE 07 COL 34
              TO WS-ENT-HOURS.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 4
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM SAVE-STAFF
                   WHEN 2 PERFORM SAVE-ROSTER-WEEK
                   WHEN 3 PERFORM SAVE-ACTUAL-HOURS
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O STAFF
           IF STAFF-FS = NOT-FILE THEN
               OPEN OUTPUT STAFF
           END-IF
           CLOSE STAFF
           OPEN I-O ROSTERS
           IF ROSTER-FS = NOT-FILE THEN
               OPEN OUTPUT ROSTERS
           END-IF
           CLOSE ROSTERS
           OPEN I-O LABOUR
           IF LABOUR-FS = NOT-FILE THEN
               OPEN OUTPUT LABOUR
           END-IF
           CLOSE LABOUR
           EXIT SECTION.

      ******************************************************************
      *    THE STAFF MEMBER - A NEW ONE OR A CHANGED SITE, NAME, COST
      ******************************************************************
       SAVE-STAFF SECTION.
           MOVE ZEROS TO WS-ENT-STAFF WS-ENT-SITE WS-ENT-RATE
           MOVE SPACES TO WS-ENT-NAME
           MOVE "Y" TO WS-ENT-ACTIVE
           DISPLAY CLEAR-SCREEN
           DISPLAY STAFF-SCREEN
           ACCEPT STAFF-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE(WS-ENT-ACTIVE) TO WS-ENT-ACTIVE
           IF WS-ENT-STAFF = ZEROS OR WS-ENT-NAME = SPACES THEN
               MOVE "STAFF ID AND NAME ARE REQUIRED" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ENT-ACTIVE NOT = "Y" AND WS-ENT-ACTIVE NOT = "N" THEN
               MOVE "ACTIVE MUST BE Y OR N" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ENT-RATE = ZEROS THEN
               MOVE "COST PER HOUR MUST BE GREATER THAN ZERO"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE THEN
               MOVE WS-ENT-SITE TO FD-SITE-ID
               READ SITES
                   INVALID KEY
                       CLOSE SITES
                       MOVE "SITE NOT ON FILE" TO WS-STATUS-TEXT
                       ACCEPT STATUS-SCREEN
                       EXIT SECTION
               END-READ
           END-IF
           CLOSE SITES

           OPEN I-O STAFF
           MOVE WS-ENT-STAFF TO STF-ID
           READ STAFF
               INVALID KEY
                   MOVE WS-ENT-STAFF TO STF-ID
                   MOVE WS-ENT-SITE TO STF-SITE-ID
                   MOVE WS-ENT-NAME TO STF-NAME
                   MOVE WS-ENT-RATE TO STF-HOURLY-COST
                   MOVE WS-ENT-ACTIVE TO STF-IS-ACTIVE
                   WRITE FD-STAFF
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ENT-SITE TO STF-SITE-ID
                   MOVE WS-ENT-NAME TO STF-NAME
                   MOVE WS-ENT-RATE TO STF-HOURLY-COST
                   MOVE WS-ENT-ACTIVE TO STF-IS-ACTIVE
                   REWRITE FD-STAFF
                   END-REWRITE
           END-READ
           CLOSE STAFF
           MOVE "STAFF MEMBER SAVED" TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    ONE STAFF MEMBER'S WEEK - THE HOURS ALREADY ROSTERED ARE
      *    SHOWN FOR CHANGE
      ******************************************************************
       SAVE-ROSTER-WEEK SECTION.
           MOVE ZEROS TO WS-ENT-STAFF
           MOVE WS-TODAY-NUM TO WS-ENT-DATE-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY WEEK-KEY-SCREEN
           ACCEPT WEEK-KEY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ENT-DATE-NUM) NOT = ZEROS THEN
               MOVE "WEEK START DATE IS NOT VALID" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
      *> DAY ONE OF THE INTEGER CALENDAR (01.01.1601) WAS A MONDAY
           IF MOD(INTEGER-OF-DATE(WS-ENT-DATE-NUM) - 1, 7)
              NOT = ZEROS THEN
               MOVE "A ROSTER WEEK STARTS ON A MONDAY" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM GET-STAFF-MEMBER
           IF WS-FOUND NOT = "Y" THEN
               MOVE "STAFF MEMBER NOT ON FILE OR NOT ACTIVE"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           INITIALIZE WS-WEEK-HOURS
           OPEN INPUT ROSTERS
           MOVE WS-ENT-DATE-NUM TO ROS-WEEK-START
           MOVE WS-ENT-STAFF TO ROS-STAFF-ID
           READ ROSTERS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                           UNTIL WS-DAY-IX > 7
                       MOVE ROS-DAY-HOURS (WS-DAY-IX)
                         TO WS-WEEK-DAY-HOURS (WS-DAY-IX)
                   END-PERFORM
           END-READ
           CLOSE ROSTERS
           DISPLAY WEEK-HOURS-SCREEN
           ACCEPT WEEK-HOURS-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-WEEK-TOTAL
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
               IF WS-WEEK-DAY-HOURS (WS-DAY-IX) > MAX-SHIFT-HOURS
                   MOVE "NO SHIFT MAY BE LONGER THAN 16 HOURS"
                     TO WS-STATUS-TEXT
                   ACCEPT STATUS-SCREEN
                   EXIT SECTION
               END-IF
               ADD WS-WEEK-DAY-HOURS (WS-DAY-IX) TO WS-WEEK-TOTAL
           END-PERFORM

           OPEN I-O ROSTERS
           MOVE WS-ENT-DATE-NUM TO ROS-WEEK-START
           MOVE WS-ENT-STAFF TO ROS-STAFF-ID
           READ ROSTERS
               INVALID KEY
                   IF WS-WEEK-TOTAL > ZEROS THEN
                       MOVE WS-ENT-DATE-NUM TO ROS-WEEK-START
                       MOVE WS-ENT-STAFF TO ROS-STAFF-ID
                       PERFORM MOVE-WEEK-TO-ROSTER
                       WRITE FD-ROSTER
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF WS-WEEK-TOTAL = ZEROS THEN
                       DELETE ROSTERS RECORD
                       END-DELETE
                   ELSE
                       PERFORM MOVE-WEEK-TO-ROSTER
                       REWRITE FD-ROSTER
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE ROSTERS
           MOVE "ROSTER WEEK SAVED" TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       MOVE-WEEK-TO-ROSTER SECTION.
           MOVE WS-STAFF-SITE TO ROS-SITE-ID
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
               MOVE WS-WEEK-DAY-HOURS (WS-DAY-IX)
                 TO ROS-DAY-HOURS (WS-DAY-IX)
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    HOURS ACTUALLY WORKED ON A PRODUCTION DAY, COSTED AT THE
      *    STAFF MEMBER'S HOURLY COST NOW
      ******************************************************************
       SAVE-ACTUAL-HOURS SECTION.
           MOVE ZEROS TO WS-ENT-STAFF WS-ENT-HOURS
           MOVE WS-TODAY-NUM TO WS-ENT-DATE-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY HOURS-SCREEN
           ACCEPT HOURS-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ENT-DATE-NUM) NOT = ZEROS THEN
               MOVE "PRODUCTION DAY IS NOT VALID" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ENT-DATE-NUM > WS-TODAY-NUM THEN
               MOVE "HOURS CANNOT BE KEYED FOR A FUTURE DAY"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ENT-HOURS > MAX-SHIFT-HOURS THEN
               MOVE "NO SHIFT MAY BE LONGER THAN 16 HOURS"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM GET-STAFF-MEMBER
           IF WS-FOUND NOT = "Y" THEN
               MOVE "STAFF MEMBER NOT ON FILE OR NOT ACTIVE"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O LABOUR
           MOVE WS-STAFF-SITE TO LAB-SITE-ID
           MOVE WS-ENT-DATE-NUM TO LAB-DATE
           MOVE WS-ENT-STAFF TO LAB-STAFF-ID
           READ LABOUR
               INVALID KEY
                   IF WS-ENT-HOURS > ZEROS THEN
                       MOVE WS-STAFF-SITE TO LAB-SITE-ID
                       MOVE WS-ENT-DATE-NUM TO LAB-DATE
                       MOVE WS-ENT-STAFF TO LAB-STAFF-ID
                       MOVE WS-ENT-HOURS TO LAB-HOURS
                       COMPUTE LAB-COST ROUNDED =
                           WS-ENT-HOURS * WS-STAFF-RATE
                       WRITE FD-LABOUR
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF WS-ENT-HOURS = ZEROS THEN
                       DELETE LABOUR RECORD
                       END-DELETE
                   ELSE
                       MOVE WS-ENT-HOURS TO LAB-HOURS
                       COMPUTE LAB-COST ROUNDED =
                           WS-ENT-HOURS * WS-STAFF-RATE
                       REWRITE FD-LABOUR
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE LABOUR
           MOVE "HOURS WORKED SAVED" TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      ******************************************************************

       GET-STAFF-MEMBER SECTION.
           MOVE SPACE TO WS-FOUND
           MOVE ZEROS TO WS-STAFF-SITE WS-STAFF-RATE
           OPEN INPUT STAFF
           MOVE WS-ENT-STAFF TO STF-ID
           READ STAFF
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF STF-ACTIVE THEN
                       MOVE "Y" TO WS-FOUND
                       MOVE STF-SITE-ID TO WS-STAFF-SITE
                       MOVE STF-HOURLY-COST TO WS-STAFF-RATE
                   END-IF
           END-READ
           CLOSE STAFF
           EXIT SECTION.

       END PROGRAM ROSTER.
