      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    CLEANING TASK MASTER MAINTENANCE - WHAT IS CLEANED IN WHICH
      *    AREA OF A SITE, HOW OFTEN (EVERY SHIFT, DAILY, WEEKLY OR
      *    MONTHLY) AND WHETHER IT IS CRITICAL TO THE HACCP PLAN. AN
      *    AREA IS MATCHED AGAINST THE SITE'S BIN ROOMS ON FXBINLOC.
      *    FREQUENCY X REMOVES THE TASK | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTASK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLNTASKS ASSIGN TO "FXCLNTASK"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLT-KEY
           FILE STATUS IS CLNTASK-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITE-FS.

           SELECT BINLOCS ASSIGN TO "FXBINLOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BIN-KEY
           FILE STATUS IS BINLOC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLNTASKS.
       COPY FD-CLNTASK.

       FD  SITES.
       COPY FD-SITES.

       FD  BINLOCS.
       COPY FD-BINLOC.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  CLNTASK-FS                           PIC 9(002).
       77  SITE-FS                              PIC 9(002).
       77  BINLOC-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-NEW-TASK                          PIC X(001).

       77  WS-ASK-SITE                          PIC 9(003).
       77  WS-ASK-TASK                          PIC 9(004).
       77  WS-ASK-AREA                          PIC X(010).
       77  WS-ASK-DESCRIPTION                   PIC X(040).
       77  WS-ASK-FREQUENCY                     PIC X(001).
       77  WS-ASK-SHIFTS                        PIC 9(001).
       77  WS-ASK-WEEKDAY                       PIC 9(001).
       77  WS-ASK-MONTH-DAY                     PIC 9(002).
       77  WS-ASK-CRITICAL                      PIC X(001).

      *> SET WHEN THE SITE KEEPS BIN LOCATIONS AND THE AREA IS ONE
      *> OF ITS ROOMS
       77  WS-SITE-HAS-BINS                     PIC X(001).
       77  WS-AREA-IS-ROOM                      PIC X(001).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | CLEANING TASK MASTER"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SITE ID...................:" LINE 05 COL 10.
           05 SS-SITE PIC 9(003) LINE 05 COL 40 TO WS-ASK-SITE.
           05 VALUE "TASK NUMBER...............:" LINE 06 COL 10.
           05 SS-TASK PIC 9(004) LINE 06 COL 40 TO WS-ASK-TASK.

       01  TASK-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "AREA (BIN ROOM OR KITCHEN):" LINE 08 COL 10.
           05 SS-AREA PIC X(010) LINE 08 COL 40 USING WS-ASK-AREA.
           05 VALUE "TASK DESCRIPTION..........:" LINE 09 COL 10.
           05 SS-DESCRIPTION PIC X(040) LINE 09 COL 40
              USING WS-ASK-DESCRIPTION.
           05 VALUE "FREQUENCY (S/D/W/M/X).....:" LINE 11 COL 10.
           05 SS-FREQUENCY PIC X(001) LINE 11 COL 40
              USING WS-ASK-FREQUENCY.
           05 VALUE "(SHIFT/DAILY/WEEKLY/MONTHLY, X = REMOVE)"
              LINE 11 COL 43.
           05 VALUE "SHIFTS PER DAY (S)........:" LINE 12 COL 10.
           05 SS-SHIFTS PIC 9(001) LINE 12 COL 40
              USING WS-ASK-SHIFTS.
           05 VALUE "WEEKDAY (W)...............:" LINE 13 COL 10.
           05 SS-WEEKDAY PIC 9(001) LINE 13 COL 40
              USING WS-ASK-WEEKDAY.
           05 VALUE "(1 = MONDAY ... 7 = SUNDAY)" LINE 13 COL 43.
           05 VALUE "DAY OF THE MONTH (M)......:" LINE 14 COL 10.
           05 SS-MONTH-DAY PIC 9(002) LINE 14 COL 40
              USING WS-ASK-MONTH-DAY.
           05 VALUE "CRITICAL TASK (Y/N).......:" LINE 16 COL 10.
           05 SS-CRITICAL PIC X(001) LINE 16 COL 40
              USING WS-ASK-CRITICAL.
           05 VALUE "(Y = FLAGGED ON PPSCHED WHEN MISSED)"
              LINE 16 COL 43.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-SITE, WS-ASK-TASK
               DISPLAY CLEAR-SCREEN
               DISPLAY KEY-SCREEN
               ACCEPT KEY-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM MAINTAIN-TASK
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O CLNTASKS
           IF CLNTASK-FS = NOT-FILE THEN
               OPEN OUTPUT CLNTASKS
           END-IF
           CLOSE CLNTASKS
           EXIT SECTION.

      *> AN EXISTING TASK COMES UP FILLED IN; A NEW ONE DEFAULTS TO A
      *> DAILY NON-CRITICAL TASK
       MAINTAIN-TASK SECTION.
           OPEN INPUT SITES
           IF SITE-FS NOT = NOT-FILE THEN
               MOVE WS-ASK-SITE TO FD-SITE-ID
               READ SITES
                   INVALID KEY
                       CLOSE SITES
                       MOVE "UNKNOWN SITE - NOTHING SAVED"
                         TO WS-ERROR-TEXT
                       ACCEPT MESSAGE-SCREEN
                       EXIT SECTION
               END-READ
           END-IF
           CLOSE SITES

           OPEN INPUT CLNTASKS
           MOVE WS-ASK-SITE TO CLT-SITE-ID
           MOVE WS-ASK-TASK TO CLT-TASK-ID
           READ CLNTASKS
               INVALID KEY
                   MOVE "Y" TO WS-NEW-TASK
                   MOVE SPACES TO WS-ASK-AREA, WS-ASK-DESCRIPTION
                   MOVE "D" TO WS-ASK-FREQUENCY
                   MOVE 1 TO WS-ASK-SHIFTS
                   MOVE ZEROS TO WS-ASK-WEEKDAY, WS-ASK-MONTH-DAY
                   MOVE "N" TO WS-ASK-CRITICAL
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-TASK
                   MOVE CLT-AREA TO WS-ASK-AREA
                   MOVE CLT-DESCRIPTION TO WS-ASK-DESCRIPTION
                   MOVE CLT-FREQUENCY TO WS-ASK-FREQUENCY
                   MOVE CLT-SHIFTS TO WS-ASK-SHIFTS
                   MOVE CLT-WEEKDAY TO WS-ASK-WEEKDAY
                   MOVE CLT-MONTH-DAY TO WS-ASK-MONTH-DAY
                   MOVE CLT-CRITICAL TO WS-ASK-CRITICAL
           END-READ
           CLOSE CLNTASKS

           DISPLAY TASK-SCREEN
           ACCEPT TASK-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ASK-FREQUENCY) TO WS-ASK-FREQUENCY
           IF WS-ASK-FREQUENCY = "X" THEN
               PERFORM REMOVE-TASK
               EXIT SECTION
           END-IF
           PERFORM VALIDATE-TASK
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-AREA-ROOM
           PERFORM SAVE-TASK
           EXIT SECTION.

      *> ONLY THE SCHEDULE FIELD OF THE CHOSEN FREQUENCY IS KEPT
       VALIDATE-TASK SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE UPPER-CASE (WS-ASK-AREA) TO WS-ASK-AREA
           MOVE UPPER-CASE (WS-ASK-CRITICAL) TO WS-ASK-CRITICAL
           IF WS-ASK-AREA = SPACES
              OR WS-ASK-DESCRIPTION = SPACES THEN
               MOVE "AREA AND TASK DESCRIPTION ARE REQUIRED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-ASK-CRITICAL NOT = "Y"
              AND WS-ASK-CRITICAL NOT = "N" THEN
               MOVE "CRITICAL MUST BE Y OR N" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           EVALUATE WS-ASK-FREQUENCY
               WHEN "S"
                   IF WS-ASK-SHIFTS = ZEROS THEN
                       MOVE "SHIFTS PER DAY MUST BE 1 TO 9"
                         TO WS-ERROR-TEXT
                   END-IF
                   MOVE ZEROS TO WS-ASK-WEEKDAY, WS-ASK-MONTH-DAY
               WHEN "D"
                   MOVE 1 TO WS-ASK-SHIFTS
                   MOVE ZEROS TO WS-ASK-WEEKDAY, WS-ASK-MONTH-DAY
               WHEN "W"
                   IF WS-ASK-WEEKDAY < 1 OR WS-ASK-WEEKDAY > 7 THEN
                       MOVE "WEEKDAY MUST BE 1 (MONDAY) TO 7 (SUNDAY)"
                         TO WS-ERROR-TEXT
                   END-IF
                   MOVE 1 TO WS-ASK-SHIFTS
                   MOVE ZEROS TO WS-ASK-MONTH-DAY
               WHEN "M"
                   IF WS-ASK-MONTH-DAY < 1
                      OR WS-ASK-MONTH-DAY > 31 THEN
                       MOVE "DAY OF THE MONTH MUST BE 1 TO 31"
                         TO WS-ERROR-TEXT
                   END-IF
                   MOVE 1 TO WS-ASK-SHIFTS
                   MOVE ZEROS TO WS-ASK-WEEKDAY
               WHEN OTHER
                   MOVE "FREQUENCY MUST BE S, D, W, M OR X"
                     TO WS-ERROR-TEXT
           END-EVALUATE
           EXIT SECTION.

      *> WALKS THE SITE'S BIN LOCATIONS LOOKING FOR THE AREA AS A ROOM
       CHECK-AREA-ROOM SECTION.
           MOVE "N" TO WS-SITE-HAS-BINS
           MOVE "N" TO WS-AREA-IS-ROOM
           OPEN INPUT BINLOCS
           IF BINLOC-FS = NOT-FILE THEN
               CLOSE BINLOCS
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-ASK-SITE TO BIN-SITE-ID
           MOVE ZEROS TO BIN-INGRED-ID
           START BINLOCS KEY IS NOT LESS THAN BIN-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ BINLOCS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF BIN-SITE-ID NOT = WS-ASK-SITE THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           MOVE "Y" TO WS-SITE-HAS-BINS
                           IF BIN-ROOM = WS-ASK-AREA THEN
                               MOVE "Y" TO WS-AREA-IS-ROOM
                               MOVE "E" TO FLAG-TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BINLOCS
           EXIT SECTION.

       SAVE-TASK SECTION.
           OPEN I-O CLNTASKS
           MOVE WS-ASK-SITE TO CLT-SITE-ID
           MOVE WS-ASK-TASK TO CLT-TASK-ID
           MOVE WS-ASK-AREA TO CLT-AREA
           MOVE WS-ASK-DESCRIPTION TO CLT-DESCRIPTION
           MOVE WS-ASK-FREQUENCY TO CLT-FREQUENCY
           MOVE WS-ASK-SHIFTS TO CLT-SHIFTS
           MOVE WS-ASK-WEEKDAY TO CLT-WEEKDAY
           MOVE WS-ASK-MONTH-DAY TO CLT-MONTH-DAY
           MOVE WS-ASK-CRITICAL TO CLT-CRITICAL
           IF WS-NEW-TASK = "Y" THEN
               WRITE FD-CLNTASK
           ELSE
               REWRITE FD-CLNTASK
           END-IF
           CLOSE CLNTASKS
      *> A KITCHEN AREA OUTSIDE THE STORE ROOMS IS FINE - SAY SO IN
      *> CASE IT IS A MISTYPED ROOM
           IF WS-SITE-HAS-BINS = "Y" AND WS-AREA-IS-ROOM = "N" THEN
               MOVE "TASK SAVED - AREA IS NOT A BIN ROOM OF THE SITE"
                 TO WS-ERROR-TEXT
           ELSE
               MOVE "CLEANING TASK SAVED" TO WS-ERROR-TEXT
           END-IF
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       REMOVE-TASK SECTION.
           OPEN I-O CLNTASKS
           MOVE WS-ASK-SITE TO CLT-SITE-ID
           MOVE WS-ASK-TASK TO CLT-TASK-ID
           READ CLNTASKS
               INVALID KEY
                   MOVE "NO TASK TO REMOVE" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   DELETE CLNTASKS
                   MOVE "CLEANING TASK REMOVED" TO WS-ERROR-TEXT
           END-READ
           CLOSE CLNTASKS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM CLNTASK.
