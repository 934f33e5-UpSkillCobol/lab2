      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    MICROBIOLOGY SAMPLING PLAN MAINTENANCE - WHICH SANDWICH AT
      *    WHICH SITE IS SAMPLED FOR THE LAB EVERY HOW MANY
      *    PRODUCTION DAYS, AND WHETHER IT IS A HIGH-RISK PRODUCT
      *    HELD FROM DISPATCH UNTIL ITS SAMPLE PASSES. EVERY ZERO
      *    DAYS REMOVES THE PLAN | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MICROPLAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MICROPLANS ASSIGN TO "FXMICROPLAN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCP-KEY
           FILE STATUS IS MICROPLAN-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITE-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MICROPLANS.
       COPY FD-MICROPLAN.

       FD  SITES.
       COPY FD-SITES.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  MICROPLAN-FS                         PIC 9(002).
       77  SITE-FS                              PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-ASK-SITE                          PIC 9(003).
       77  WS-ASK-SANDWICH                      PIC 9(003).
       77  WS-ASK-DAYS                          PIC 9(003).
       77  WS-ASK-HIGH-RISK                     PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  PLAN-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | MICROBIOLOGY SAMPLING PLAN"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SITE ID...................:" LINE 05 COL 10.
           05 SS-SITE PIC 9(003) LINE 05 COL 40 TO WS-ASK-SITE.
           05 VALUE "SANDWICH ID...............:" LINE 06 COL 10.
           05 SS-SANDWICH PIC 9(003) LINE 06 COL 40
              TO WS-ASK-SANDWICH.
           05 VALUE "SAMPLE EVERY (PROD. DAYS).:" LINE 08 COL 10.
           05 SS-DAYS PIC 9(003) LINE 08 COL 40 TO WS-ASK-DAYS.
           05 VALUE "(0 = REMOVE)" LINE 08 COL 45.
           05 VALUE "HIGH-RISK PRODUCT (Y/N)...:" LINE 09 COL 10.
           05 SS-HIGH-RISK PIC X(001) LINE 09 COL 40
              TO WS-ASK-HIGH-RISK.
           05 VALUE "(Y = HELD FROM DISPATCH UNTIL PASSED)"
              LINE 09 COL 45.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-SITE, WS-ASK-SANDWICH
               MOVE ZEROS TO WS-ASK-DAYS
               MOVE "N" TO WS-ASK-HIGH-RISK
               DISPLAY CLEAR-SCREEN
               DISPLAY PLAN-SCREEN
               ACCEPT PLAN-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM SAVE-PLAN
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O MICROPLANS
           IF MICROPLAN-FS = NOT-FILE THEN
               OPEN OUTPUT MICROPLANS
           END-IF
           CLOSE MICROPLANS
           EXIT SECTION.

       SAVE-PLAN SECTION.
           IF WS-ASK-DAYS = ZEROS THEN
               PERFORM REMOVE-PLAN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ASK-HIGH-RISK) TO WS-ASK-HIGH-RISK
           IF WS-ASK-HIGH-RISK NOT = "Y"
              AND WS-ASK-HIGH-RISK NOT = "N" THEN
               MOVE "HIGH-RISK MUST BE Y OR N" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

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

           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = NOT-FILE THEN
               MOVE WS-ASK-SANDWICH TO SR-IID
               READ SANDWICHES
                   INVALID KEY
                       CLOSE SANDWICHES
                       MOVE "UNKNOWN SANDWICH - NOTHING SAVED"
                         TO WS-ERROR-TEXT
                       ACCEPT MESSAGE-SCREEN
                       EXIT SECTION
               END-READ
           END-IF
           CLOSE SANDWICHES

      *> A CHANGED PLAN KEEPS ITS PRODUCTION-DAY COUNT; A NEW ONE
      *> SAMPLES ITS FIRST PRODUCTION DAY
           OPEN I-O MICROPLANS
           MOVE WS-ASK-SITE TO MCP-SITE-ID
           MOVE WS-ASK-SANDWICH TO MCP-SANDWICH-ID
           READ MICROPLANS
               INVALID KEY
                   MOVE WS-ASK-SITE TO MCP-SITE-ID
                   MOVE WS-ASK-SANDWICH TO MCP-SANDWICH-ID
                   MOVE WS-ASK-DAYS TO MCP-EVERY-DAYS
                   MOVE WS-ASK-HIGH-RISK TO MCP-HIGH-RISK
                   MOVE ZEROS TO MCP-LAST-PROD-DATE
                   MOVE ZEROS TO MCP-DAYS-SINCE
                   WRITE FD-MICROPLAN
               NOT INVALID KEY
                   MOVE WS-ASK-DAYS TO MCP-EVERY-DAYS
                   MOVE WS-ASK-HIGH-RISK TO MCP-HIGH-RISK
                   REWRITE FD-MICROPLAN
           END-READ
           CLOSE MICROPLANS
           MOVE "SAMPLING PLAN SAVED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       REMOVE-PLAN SECTION.
           OPEN I-O MICROPLANS
           MOVE WS-ASK-SITE TO MCP-SITE-ID
           MOVE WS-ASK-SANDWICH TO MCP-SANDWICH-ID
           READ MICROPLANS
               INVALID KEY
                   MOVE "NO PLAN TO REMOVE" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   DELETE MICROPLANS
                   MOVE "SAMPLING PLAN REMOVED" TO WS-ERROR-TEXT
           END-READ
           CLOSE MICROPLANS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM MICROPLAN.
