      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    SEGREGATION-OF-DUTIES CONFLICT REPORT - EVERY ACTIVE USER
      *    WHO HOLDS BOTH SIDES OF A CONFLICT RULE ON FXSODRULES IN
      *    THE FXUSERPERMS MATRIX, SHOWING WHETHER THE CONFLICT IS
      *    OPEN, ACCEPTED (REASON AND EXPIRY FROM FXSODOVERRIDE) OR
      *    ACCEPTED ONCE BUT EXPIRED. USERS STILL ON THE OLD ACCESS
      *    LEVEL ARE LISTED SEPARATELY | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT USERS ASSIGN TO "FXUSERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USR-CODE
           FILE STATUS IS USERS-FS.

           SELECT USERPERMS ASSIGN TO "FXUSERPERMS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UPM-KEY
           FILE STATUS IS USERPERM-FS.

           SELECT SODRULES ASSIGN TO "FXSODRULES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOD-RULE-ID
           FILE STATUS IS SODRULE-FS.

           SELECT SODOVERRIDES ASSIGN TO "FXSODOVERRIDE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOV-KEY
           FILE STATUS IS SODOVR-FS.

           SELECT REPORTFILE ASSIGN TO "SODRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERS.
       COPY FD-USERS.

       FD  USERPERMS.
       COPY FD-USERPERM.

       FD  SODRULES.
       COPY FD-SODRULE.

       FD  SODOVERRIDES.
       COPY FD-SODOVR.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(110).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  USERS-FS                             PIC 9(002).
       77  USERPERM-FS                          PIC 9(002).
       77  SODRULE-FS                           PIC 9(002).
       77  SODOVR-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "SODRPT".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "SODRPTFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-PERMS-OPEN                        PIC X(001).
       77  WS-OVR-OPEN                          PIC X(001).
       77  WS-OVR-FOUND                         PIC X(001).
       77  WS-USER-HAS-ROWS                     PIC X(001).
       77  WS-HELD-A                            PIC X(001).
       77  WS-HELD                              PIC X(001).
       77  WS-CHK-PROGRAM                       PIC X(012).
       77  WS-CHK-ACTION                        PIC X(001).

       78  MAX-RULES                            VALUE 99.
       77  MAX-RULE-ROW                         PIC 9(003).
       01  RULE-TABLE.
           05 RULE-ROW OCCURS 99 TIMES INDEXED BY IND-RULE.
               10 TAB-RULE-ID                   PIC 9(003).
               10 TAB-PROGRAM-A                 PIC X(012).
               10 TAB-ACTION-A                  PIC X(001).
               10 TAB-PROGRAM-B                 PIC X(012).
               10 TAB-ACTION-B                  PIC X(001).
               10 TAB-DESCRIPTION               PIC X(050).

       77  WS-CNT-USERS                         PIC 9(005).
       77  WS-CNT-NOT-MATRIX                    PIC 9(005).
       77  WS-CNT-DISABLED                      PIC 9(005).
       77  WS-CNT-OPEN                          PIC 9(005).
       77  WS-CNT-ACCEPTED                      PIC 9(005).
       77  WS-CNT-EXPIRED                       PIC 9(005).

       01  DIVIDER-LINE                         PIC X(110)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(049)
              VALUE "BREADWICH - SEGREGATION-OF-DUTIES CONFLICTS AS AT".
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(010) VALUE "USER".
           05 FILLER PIC X(032) VALUE "NAME".
           05 FILLER PIC X(005) VALUE "RULE".
           05 FILLER PIC X(038) VALUE "CONFLICT".
           05 FILLER PIC X(025) VALUE "STATUS".

       01  RPT-DETAIL.
           05 RPT-DET-USER                      PIC X(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-NAME                      PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-DET-RULE                      PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-DET-TEXT                      PIC X(036).
           05 FILLER                            PIC X(002).
           05 RPT-DET-STATUS                    PIC X(017).
           05 FILLER                            PIC X(001).
           05 RPT-DET-EXPIRY                    PIC X(008).

       01  RPT-REASON-LINE.
           05 FILLER                            PIC X(042).
           05 FILLER                            PIC X(008)
              VALUE "REASON: ".
           05 RPT-R-REASON                      PIC X(060).

       01  RPT-NOMATRIX-LINE.
           05 RPT-N-USER                        PIC X(008).
           05 FILLER                            PIC X(002).
           05 RPT-N-NAME                        PIC X(030).
           05 FILLER                            PIC X(002).
           05 FILLER                            PIC X(039)
              VALUE "NOT ON THE MATRIX - RUNS ON ACCESS LVL ".
           05 RPT-N-LEVEL                       PIC 9(001).

       01  RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL                     PIC X(045).
           05 RPT-TOT-COUNT                     PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "CONFLICT REPORT WRITTEN ON SODRPTFILE"
              LINE 12 COL 10.
           05 VALUE "OPEN CONFLICTS........:" LINE 13 COL 10.
           05 SS-OPEN PIC ZZZZ9 LINE 13 COL 34 FROM WS-CNT-OPEN.
           05 VALUE "PRESS ANY KEY" LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM LOAD-RULES
           IF MAX-RULE-ROW = ZEROS THEN
               MOVE "NO ACTIVE CONFLICT RULES - SET THEM UP IN USERADM"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           OPEN INPUT USERS
           IF USERS-FS = NOT-FILE THEN
               CLOSE USERS
               MOVE "NO USER FILE ON THIS SYSTEM YET" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           MOVE "Y" TO WS-PERMS-OPEN
           OPEN INPUT USERPERMS
           IF USERPERM-FS = NOT-FILE THEN
               CLOSE USERPERMS
               MOVE "N" TO WS-PERMS-OPEN
           END-IF
           MOVE "Y" TO WS-OVR-OPEN
           OPEN INPUT SODOVERRIDES
           IF SODOVR-FS = NOT-FILE THEN
               CLOSE SODOVERRIDES
               MOVE "N" TO WS-OVR-OPEN
           END-IF

           MOVE ZEROS TO WS-CNT-USERS WS-CNT-NOT-MATRIX
               WS-CNT-DISABLED WS-CNT-OPEN WS-CNT-ACCEPTED
               WS-CNT-EXPIRED
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ USERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM CHECK-ONE-USER
               END-READ
           END-PERFORM
           CLOSE USERS
           IF WS-PERMS-OPEN = "Y" THEN
               CLOSE USERPERMS
           END-IF
           IF WS-OVR-OPEN = "Y" THEN
               CLOSE SODOVERRIDES
           END-IF

           PERFORM WRITE-TOTALS
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************

       LOAD-RULES SECTION.
           MOVE ZEROS TO MAX-RULE-ROW
           OPEN INPUT SODRULES
           IF SODRULE-FS = NOT-FILE THEN
               CLOSE SODRULES
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SODRULES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SOD-IS-ACTIVE
                          AND MAX-RULE-ROW < MAX-RULES THEN
                           ADD 1 TO MAX-RULE-ROW
                           SET IND-RULE TO MAX-RULE-ROW
                           MOVE SOD-RULE-ID TO TAB-RULE-ID (IND-RULE)
                           MOVE SOD-PROGRAM-A
                             TO TAB-PROGRAM-A (IND-RULE)
                           MOVE SOD-ACTION-A TO TAB-ACTION-A (IND-RULE)
                           MOVE SOD-PROGRAM-B
                             TO TAB-PROGRAM-B (IND-RULE)
                           MOVE SOD-ACTION-B TO TAB-ACTION-B (IND-RULE)
                           MOVE SOD-DESCRIPTION
                             TO TAB-DESCRIPTION (IND-RULE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SODRULES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> A DISABLED ACCOUNT CANNOT SIGN ON, SO ITS RIGHTS ARE NOT A
      *> LIVE RISK; A USER WITH NO MATRIX ROWS CANNOT BE ANALYSED AND
      *> IS LISTED FOR SOMEBODY TO MOVE ONTO THE MATRIX
       CHECK-ONE-USER SECTION.
           IF USR-IS-DISABLED THEN
               ADD 1 TO WS-CNT-DISABLED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CNT-USERS
           PERFORM CHECK-USER-ROWS
           IF WS-USER-HAS-ROWS NOT = "Y" THEN
               ADD 1 TO WS-CNT-NOT-MATRIX
               MOVE USR-CODE TO RPT-N-USER
               MOVE USR-NAME TO RPT-N-NAME
               MOVE USR-ACCESS-LEVEL TO RPT-N-LEVEL
               WRITE REPORT-LINE FROM RPT-NOMATRIX-LINE
               EXIT SECTION
           END-IF
           PERFORM VARYING IND-RULE FROM 1 BY 1
                   UNTIL IND-RULE > MAX-RULE-ROW
               MOVE TAB-PROGRAM-A (IND-RULE) TO WS-CHK-PROGRAM
               MOVE TAB-ACTION-A (IND-RULE) TO WS-CHK-ACTION
               PERFORM HOLDS-RIGHT
               MOVE WS-HELD TO WS-HELD-A
               MOVE TAB-PROGRAM-B (IND-RULE) TO WS-CHK-PROGRAM
               MOVE TAB-ACTION-B (IND-RULE) TO WS-CHK-ACTION
               PERFORM HOLDS-RIGHT
               IF WS-HELD-A = "Y" AND WS-HELD = "Y" THEN
                   PERFORM WRITE-CONFLICT
               END-IF
           END-PERFORM
           EXIT SECTION.

       CHECK-USER-ROWS SECTION.
           MOVE SPACES TO WS-USER-HAS-ROWS
           IF WS-PERMS-OPEN NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE USR-CODE TO UPM-USER-CODE
           MOVE LOW-VALUES TO UPM-PROGRAM
           START USERPERMS KEY IS NOT LESS THAN UPM-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           READ USERPERMS NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF UPM-USER-CODE = USR-CODE THEN
                       MOVE "Y" TO WS-USER-HAS-ROWS
                   END-IF
           END-READ
           EXIT SECTION.

      *> * ON A RULE SIDE MEANS ANY OF THE FOUR FLAGS
       HOLDS-RIGHT SECTION.
           MOVE "N" TO WS-HELD
           MOVE USR-CODE TO UPM-USER-CODE
           MOVE WS-CHK-PROGRAM TO UPM-PROGRAM
           READ USERPERMS
               INVALID KEY
                   EXIT SECTION
           END-READ
           EVALUATE WS-CHK-ACTION
               WHEN "V"
                   IF UPM-CAN-VIEW THEN
                       MOVE "Y" TO WS-HELD
                   END-IF
               WHEN "A"
                   IF UPM-CAN-ADD THEN
                       MOVE "Y" TO WS-HELD
                   END-IF
               WHEN "C"
                   IF UPM-CAN-CHANGE THEN
                       MOVE "Y" TO WS-HELD
                   END-IF
               WHEN "D"
                   IF UPM-CAN-DELETE THEN
                       MOVE "Y" TO WS-HELD
                   END-IF
               WHEN OTHER
                   IF UPM-CAN-VIEW OR UPM-CAN-ADD
                      OR UPM-CAN-CHANGE OR UPM-CAN-DELETE THEN
                       MOVE "Y" TO WS-HELD
                   END-IF
           END-EVALUATE
           EXIT SECTION.

       WRITE-CONFLICT SECTION.
           MOVE SPACES TO RPT-DETAIL
           MOVE USR-CODE TO RPT-DET-USER
           MOVE USR-NAME TO RPT-DET-NAME
           MOVE TAB-RULE-ID (IND-RULE) TO RPT-DET-RULE
           MOVE TAB-DESCRIPTION (IND-RULE) TO RPT-DET-TEXT
           MOVE "OPEN CONFLICT" TO RPT-DET-STATUS
           MOVE SPACES TO WS-OVR-FOUND
           IF WS-OVR-OPEN = "Y" THEN
               MOVE USR-CODE TO SOV-USER-CODE
               MOVE TAB-RULE-ID (IND-RULE) TO SOV-RULE-ID
               READ SODOVERRIDES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-OVR-FOUND
               END-READ
           END-IF
           IF WS-OVR-FOUND NOT = "Y" THEN
               ADD 1 TO WS-CNT-OPEN
               WRITE REPORT-LINE FROM RPT-DETAIL
               EXIT SECTION
           END-IF
           MOVE SOV-EXPIRY-DATE TO RPT-DET-EXPIRY
           IF SOV-EXPIRY-DATE >= WS-TODAY-NUM THEN
               MOVE "ACCEPTED UNTIL" TO RPT-DET-STATUS
               ADD 1 TO WS-CNT-ACCEPTED
           ELSE
               MOVE "OVERRIDE EXPIRED" TO RPT-DET-STATUS
               ADD 1 TO WS-CNT-EXPIRED
               ADD 1 TO WS-CNT-OPEN
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           MOVE SOV-REASON TO RPT-R-REASON
           WRITE REPORT-LINE FROM RPT-REASON-LINE
           EXIT SECTION.

       WRITE-TOTALS SECTION.
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "ACTIVE USERS CHECKED" TO RPT-TOT-LABEL
           MOVE WS-CNT-USERS TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "  OF WHICH NOT ON THE PERMISSION MATRIX"
             TO RPT-TOT-LABEL
           MOVE WS-CNT-NOT-MATRIX TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "DISABLED USERS SKIPPED" TO RPT-TOT-LABEL
           MOVE WS-CNT-DISABLED TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "OPEN CONFLICTS (INCLUDING EXPIRED OVERRIDES)"
             TO RPT-TOT-LABEL
           MOVE WS-CNT-OPEN TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "  OF WHICH OVERRIDE EXPIRED" TO RPT-TOT-LABEL
           MOVE WS-CNT-EXPIRED TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "ACCEPTED CONFLICTS STILL IN DATE" TO RPT-TOT-LABEL
           MOVE WS-CNT-ACCEPTED TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           EXIT SECTION.

       END PROGRAM SODRPT.
