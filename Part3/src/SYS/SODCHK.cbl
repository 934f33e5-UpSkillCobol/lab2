      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    SEGREGATION-OF-DUTIES CHECK - GIVEN A PERMISSION ROW ABOUT
      *    TO BE SAVED FOR A USER, COUNTS THE ACTIVE CONFLICT RULES
      *    ON FXSODRULES THE USER WOULD BREAK AFTER THE SAVE BUT DOES
      *    NOT BREAK TODAY, LEAVING OUT ANY RULE WITH A LIVE ACCEPTED
      *    OVERRIDE FOR THE USER. HANDS BACK THE FIRST SUCH RULE FOR
      *    THE WARNING | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT USERPERMS ASSIGN TO "FXUSERPERMS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UPM-KEY
           FILE STATUS IS USERPERM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SODRULES.
       COPY FD-SODRULE.

       FD  SODOVERRIDES.
       COPY FD-SODOVR.

       FD  USERPERMS.
       COPY FD-USERPERM.

       WORKING-STORAGE SECTION.
       77  SODRULE-FS                           PIC 9(002).
       77  SODOVR-FS                            PIC 9(002).
       77  USERPERM-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  FLAG-TRUE                            PIC X(001).
       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-PERMS-OPEN                        PIC X(001).
       77  WS-OVR-OPEN                          PIC X(001).

      *> ONE SIDE OF A RULE BEING TESTED
       77  WS-CHK-PROGRAM                       PIC X(012).
       77  WS-CHK-ACTION                        PIC X(001).
       77  WS-HELD                              PIC X(001).
       01  WS-CHK-FLAGS.
           05 WS-CHK-VIEW                       PIC X(001).
           05 WS-CHK-ADD                        PIC X(001).
           05 WS-CHK-CHANGE                     PIC X(001).
           05 WS-CHK-DELETE                     PIC X(001).

       77  WS-A-BEFORE                          PIC X(001).
       77  WS-B-BEFORE                          PIC X(001).
       77  WS-A-AFTER                           PIC X(001).
       77  WS-B-AFTER                           PIC X(001).

       LINKAGE SECTION.
       01  LK-USER-CODE                         PIC X(008).
       01  LK-PROGRAM                           PIC X(012).
      *> THE FOUR Y/N FLAGS THE ROW WILL CARRY ONCE SAVED
       01  LK-NEW-FLAGS.
           05 LK-NEW-VIEW                       PIC X(001).
           05 LK-NEW-ADD                        PIC X(001).
           05 LK-NEW-CHANGE                     PIC X(001).
           05 LK-NEW-DELETE                     PIC X(001).
       01  LK-NEW-CONFLICTS                     PIC 9(003).
       01  LK-RULE-ID                           PIC 9(003).
       01  LK-RULE-TEXT                         PIC X(050).

      ******************************************************************

       PROCEDURE DIVISION USING LK-USER-CODE LK-PROGRAM LK-NEW-FLAGS
           LK-NEW-CONFLICTS LK-RULE-ID LK-RULE-TEXT.
       MAIN SECTION.
           MOVE ZEROS TO LK-NEW-CONFLICTS LK-RULE-ID
           MOVE SPACES TO LK-RULE-TEXT
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN INPUT SODRULES
           IF SODRULE-FS = NOT-FILE THEN
               CLOSE SODRULES
               EXIT PROGRAM
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

           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SODRULES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SOD-IS-ACTIVE THEN
                           PERFORM JUDGE-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SODRULES
           IF WS-PERMS-OPEN = "Y" THEN
               CLOSE USERPERMS
           END-IF
           IF WS-OVR-OPEN = "Y" THEN
               CLOSE SODOVERRIDES
           END-IF
           EXIT PROGRAM.

      *> ONLY A CONFLICT THE SAVE WOULD CREATE COUNTS - ONE THE USER
      *> ALREADY HAS IS FOR THE CONFLICT REPORT, NOT THIS WARNING
       JUDGE-ONE-RULE SECTION.
           MOVE SOD-PROGRAM-A TO WS-CHK-PROGRAM
           MOVE SOD-ACTION-A TO WS-CHK-ACTION
           PERFORM HOLDS-RIGHT-NOW
           MOVE WS-HELD TO WS-A-BEFORE
           PERFORM HOLDS-RIGHT-AFTER
           MOVE WS-HELD TO WS-A-AFTER

           MOVE SOD-PROGRAM-B TO WS-CHK-PROGRAM
           MOVE SOD-ACTION-B TO WS-CHK-ACTION
           PERFORM HOLDS-RIGHT-NOW
           MOVE WS-HELD TO WS-B-BEFORE
           PERFORM HOLDS-RIGHT-AFTER
           MOVE WS-HELD TO WS-B-AFTER

           IF WS-A-AFTER NOT = "Y" OR WS-B-AFTER NOT = "Y" THEN
               EXIT SECTION
           END-IF
           IF WS-A-BEFORE = "Y" AND WS-B-BEFORE = "Y" THEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-OVERRIDE
           IF WS-HELD = "Y" THEN
               EXIT SECTION
           END-IF
           ADD 1 TO LK-NEW-CONFLICTS
           IF LK-RULE-ID = ZEROS THEN
               MOVE SOD-RULE-ID TO LK-RULE-ID
               MOVE SOD-DESCRIPTION TO LK-RULE-TEXT
           END-IF
           EXIT SECTION.

       HOLDS-RIGHT-NOW SECTION.
           MOVE "N" TO WS-HELD
           IF WS-PERMS-OPEN NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE LK-USER-CODE TO UPM-USER-CODE
           MOVE WS-CHK-PROGRAM TO UPM-PROGRAM
           READ USERPERMS
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE UPM-VIEW TO WS-CHK-VIEW
           MOVE UPM-ADD TO WS-CHK-ADD
           MOVE UPM-CHANGE TO WS-CHK-CHANGE
           MOVE UPM-DELETE TO WS-CHK-DELETE
           PERFORM TEST-ACTION
           EXIT SECTION.

      *> THE ROW BEING SAVED REPLACES WHATEVER IS ON FILE FOR ITS
      *> PROGRAM; EVERY OTHER PROGRAM STAYS AS IT IS
       HOLDS-RIGHT-AFTER SECTION.
           IF WS-CHK-PROGRAM NOT = LK-PROGRAM THEN
               PERFORM HOLDS-RIGHT-NOW
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-HELD
           MOVE LK-NEW-FLAGS TO WS-CHK-FLAGS
           PERFORM TEST-ACTION
           EXIT SECTION.

       TEST-ACTION SECTION.
           MOVE "N" TO WS-HELD
           EVALUATE WS-CHK-ACTION
               WHEN "V"
                   IF WS-CHK-VIEW = "Y" THEN
                       MOVE "Y" TO WS-HELD
                   END-IF
               WHEN "A"
                   IF WS-CHK-ADD = "Y" THEN
                       MOVE "Y" TO WS-HELD
                   END-IF
               WHEN "C"
                   IF WS-CHK-CHANGE = "Y" THEN
                       MOVE "Y" TO WS-HELD
                   END-IF
               WHEN "D"
                   IF WS-CHK-DELETE = "Y" THEN
                       MOVE "Y" TO WS-HELD
                   END-IF
               WHEN OTHER
                   IF WS-CHK-VIEW = "Y" OR WS-CHK-ADD = "Y"
                      OR WS-CHK-CHANGE = "Y"
                      OR WS-CHK-DELETE = "Y" THEN
                       MOVE "Y" TO WS-HELD
                   END-IF
           END-EVALUATE
           EXIT SECTION.

      *> WS-HELD COMES BACK Y WHEN AN OVERRIDE STILL IN DATE COVERS
      *> THIS USER AND RULE
       CHECK-OVERRIDE SECTION.
           MOVE "N" TO WS-HELD
           IF WS-OVR-OPEN NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE LK-USER-CODE TO SOV-USER-CODE
           MOVE SOD-RULE-ID TO SOV-RULE-ID
           READ SODOVERRIDES
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF SOV-EXPIRY-DATE >= WS-TODAY-NUM THEN
               MOVE "Y" TO WS-HELD
           END-IF
           EXIT SECTION.

       END PROGRAM SODCHK.
