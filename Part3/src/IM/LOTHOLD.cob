      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    LOT QUARANTINE HOLD - A SUSPECT LOT (BORDERLINE RECEIVING
      *    TEMPERATURE, AN OPEN COMPLAINT AGAINST IT, A SUPPLIER
      *    RECALL) IS PUT ON HOLD WITH ITS REASON, WHO HELD IT AND
      *    WHEN. A HELD LOT IS NOT PICKED (PPSCHED), NOT ALLOCATED
      *    (RSOREGISTER) AND IS VALUED APART (IMVALUE) UNTIL IT IS
      *    RELEASED OR DESTROYED HERE; A DESTROYED LOT POSTS OUT AS
      *    WASTE UNDER THE QD REASON CODE | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTHOLD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOTEXP ASSIGN TO "FXLOTEXPIRY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTX-BATCH-LOT
           FILE STATUS IS LOTEXP-FS.

           SELECT INVENTORY ASSIGN TO "INVENTORYFILE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVENTORY-FS.

      *> RECEIVING TEMPERATURE CHECKS - THE EVIDENCE BEHIND A
      *> TEMPERATURE HOLD
           SELECT HACCPLOG ASSIGN TO "FXHACCPLOG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HCP-KEY
           FILE STATUS IS HACCP-FS.

      *> QUALITY COMPLAINTS - THE EVIDENCE BEHIND A COMPLAINT HOLD
           SELECT COMPLAINTS ASSIGN TO "FXCOMPLAINTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-ID
           FILE STATUS IS COMPLAINT-FS.

      *> THE SIGNED-ON USER, AS LEFT BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTEXP.
       COPY FD-LOTEXP.

       FD  INVENTORY.
       COPY FD-IM.

       FD  HACCPLOG.
       COPY FD-HACCP.

       FD  COMPLAINTS.
       COPY FD-COMPLAINT.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       WORKING-STORAGE SECTION.
       COPY WS-IM.

       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  LOTEXP-FS                            PIC 9(002).
       77  INVENTORY-FS                         PIC 9(002).
       77  HACCP-FS                             PIC 9(002).
       77  COMPLAINT-FS                         PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> NO UNIT COST ON THESE MOVEMENTS - THE SITE'S AVERAGE COST
      *> STAYS AS IT IS
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99
                                                VALUE ZEROS.
      *> MOVEMENT ORIGIN FOR A DESTROYED QUARANTINE LOT
       78  MOVE-ORIGIN-QUARANTINE               VALUE "QD".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-STATUS-TEXT                       PIC X(060).

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-NUM.
           05 WS-TODAY-YEAR                     PIC 9(004).
           05 WS-TODAY-MONTH                    PIC 9(002).
           05 WS-TODAY-DAY                      PIC 9(002).
       01  WS-NOW-TIME                          PIC 9(008).
       01  WS-NOW-PARTS REDEFINES WS-NOW-TIME.
           05 WS-NOW-HOUR                       PIC 9(002).
           05 WS-NOW-MINUTE                     PIC 9(002).
           05 FILLER                            PIC 9(004).

       77  WS-ENT-LOT                           PIC X(010).
       77  WS-ENT-REASON                        PIC X(001).
           88 WS-ENT-REASON-VALID               VALUE "T" "C"
                                                      "R" "O".
       77  WS-ENT-NOTE                          PIC X(030).
       77  WS-ENT-DECISION                      PIC X(001).
           88 WS-DECIDE-RELEASE                 VALUE "R".
           88 WS-DECIDE-DESTROY                 VALUE "D".

       77  WS-USER-CODE                         PIC X(008).
       77  WS-LOT-REMAINING                     PIC S9(006).
       77  WS-LOT-SITE                          PIC 9(003).
       77  WS-REMAINING-QTY                     PIC S9(006).
       77  WS-CHUNK-QTY                         PIC 9(003).
       77  WS-EVIDENCE-FOUND                    PIC X(001).

      *> THE HOLD AS SHOWN ON THE DECISION SCREEN
       77  WS-SHOW-REASON                       PIC X(011).
       77  WS-SHOW-NOTE                         PIC X(030).
       77  WS-SHOW-BY                           PIC X(008).
       77  WS-SHOW-DATE                         PIC 9(008).
       77  WS-SHOW-QTY                          PIC 9(006).
       77  WS-SHOW-SITE                         PIC 9(003).
       77  WS-SHOW-INGRED                       PIC 9(003).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | LOT QUARANTINE"       LINE 02 COL 10.
           05 VALUE "1 - PUT A LOT ON HOLD"            LINE 05 COL 10.
           05 VALUE "2 - RELEASE OR DESTROY A LOT"     LINE 06 COL 10.
           05 VALUE "3 - BACK"                         LINE 07 COL 10.
           05 VALUE "OPTION:"                          LINE 09 COL 10.
           05 SS-MENU PIC 9(001) LINE 09 COL 20 TO WS-MENU-OPTION.

       01  HOLD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "PUT A LOT ON QUARANTINE HOLD" LINE 03 COL 10.
           05 VALUE "F3 - BACK" LINE 03 COL 60.
           05 VALUE "BATCH LOT...........:" LINE 06 COL 10.
           05 SS-H-LOT PIC X(010) LINE 06 COL 34 TO WS-ENT-LOT.
           05 VALUE "REASON..............:" LINE 08 COL 10.
           05 SS-H-REASON PIC X(001) LINE 08 COL 34
              TO WS-ENT-REASON.
           05 VALUE "T=TEMPERATURE C=COMPLAINT R=RECALL O=OTHER"
              LINE 09 COL 12.
           05 VALUE "NOTE / RECALL REF...:" LINE 11 COL 10.
           05 SS-H-NOTE PIC X(030) LINE 11 COL 34 TO WS-ENT-NOTE.

       01  LOT-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "RELEASE OR DESTROY A HELD LOT" LINE 03 COL 10.
           05 VALUE "F3 - BACK" LINE 03 COL 60.
           05 VALUE "BATCH LOT...........:" LINE 06 COL 10.
           05 SS-L-LOT PIC X(010) LINE 06 COL 34 TO WS-ENT-LOT.

       01  DECISION-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "RELEASE OR DESTROY A HELD LOT" LINE 03 COL 10.
           05 VALUE "F3 - BACK" LINE 03 COL 60.
           05 VALUE "BATCH LOT...........:" LINE 06 COL 10.
           05 PIC X(010) LINE 06 COL 34 FROM WS-ENT-LOT.
           05 VALUE "INGREDIENT..........:" LINE 07 COL 10.
           05 PIC 9(003) LINE 07 COL 34 FROM WS-SHOW-INGRED.
           05 VALUE "HELD AT SITE........:" LINE 08 COL 10.
           05 PIC 9(003) LINE 08 COL 34 FROM WS-SHOW-SITE.
           05 VALUE "QUANTITY HELD.......:" LINE 09 COL 10.
           05 PIC ZZZZZ9 LINE 09 COL 34 FROM WS-SHOW-QTY.
           05 VALUE "REASON..............:" LINE 10 COL 10.
           05 PIC X(011) LINE 10 COL 34 FROM WS-SHOW-REASON.
           05 VALUE "NOTE................:" LINE 11 COL 10.
           05 PIC X(030) LINE 11 COL 34 FROM WS-SHOW-NOTE.
           05 VALUE "HELD BY.............:" LINE 12 COL 10.
           05 PIC X(008) LINE 12 COL 34 FROM WS-SHOW-BY.
           05 VALUE "HELD ON.............:" LINE 13 COL 10.
           05 PIC 9(008) LINE 13 COL 34 FROM WS-SHOW-DATE.
           05 VALUE "DECISION............:" LINE 16 COL 10.
           05 SS-D-DECISION PIC X(001) LINE 16 COL 34
              TO WS-ENT-DECISION.
           05 VALUE "R=RELEASE TO USE  D=DESTROY AS WASTE"
              LINE 17 COL 12.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM GET-SESSION-USER
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM PLACE-HOLD
                   WHEN 2 PERFORM DECIDE-HOLD
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *> WHO IS AT THE KEYBOARD - STAMPED ON THE HOLD AND ON THE
      *> DECISION; A SESSION WITHOUT A SIGN-ON MARK IS RECORDED AS
      *> UNKNOWN RATHER THAN REFUSED
       GET-SESSION-USER SECTION.
           MOVE "UNKNOWN" TO WS-USER-CODE
           OPEN INPUT SESSIONUSER
           IF SESSIONUSER-FS NOT = ZEROS THEN
               CLOSE SESSIONUSER
               EXIT SECTION
           END-IF
           READ SESSIONUSER
               NOT AT END
                   IF SSU-USER-CODE NOT = SPACES THEN
                       MOVE SSU-USER-CODE TO WS-USER-CODE
                   END-IF
           END-READ
           CLOSE SESSIONUSER
           EXIT SECTION.

      ******************************************************************
      *    A LIVE LOT GOES ON HOLD WITH WHAT IS LEFT OF IT AND WHERE.
      *    A TEMPERATURE HOLD NEEDS A RECEIVING CHECK ON FILE FOR THE
      *    LOT, A COMPLAINT HOLD AN OPEN COMPLAINT AGAINST IT; A
      *    RECALL OR OTHER HOLD NEEDS A NOTE SAYING WHY
      ******************************************************************
       PLACE-HOLD SECTION.
           MOVE SPACES TO WS-ENT-LOT WS-ENT-REASON WS-ENT-NOTE
           DISPLAY CLEAR-SCREEN
           DISPLAY HOLD-SCREEN
           ACCEPT HOLD-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ENT-REASON) TO WS-ENT-REASON
           IF NOT WS-ENT-REASON-VALID THEN
               MOVE "REASON MUST BE T, C, R OR O" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ENT-NOTE = SPACES
              AND (WS-ENT-REASON = "R" OR WS-ENT-REASON = "O") THEN
               MOVE "A NOTE IS REQUIRED FOR A RECALL OR OTHER HOLD"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           EVALUATE WS-ENT-REASON
               WHEN "T"
                   PERFORM FIND-TEMPERATURE-CHECK
                   IF WS-EVIDENCE-FOUND NOT = "Y" THEN
                       MOVE "NO TEMPERATURE CHECK ON FILE FOR THAT LOT"
                         TO WS-STATUS-TEXT
                       ACCEPT STATUS-SCREEN
                       EXIT SECTION
                   END-IF
               WHEN "C"
                   PERFORM FIND-OPEN-COMPLAINT
                   IF WS-EVIDENCE-FOUND NOT = "Y" THEN
                       MOVE "NO OPEN COMPLAINT AGAINST THAT LOT"
                         TO WS-STATUS-TEXT
                       ACCEPT STATUS-SCREEN
                       EXIT SECTION
                   END-IF
           END-EVALUATE

           OPEN I-O LOTEXP
           IF LOTEXP-FS = NOT-FILE THEN
               CLOSE LOTEXP
               MOVE "NO LOT REGISTER ON THIS SYSTEM YET"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-LOT TO LOTX-BATCH-LOT
           READ LOTEXP
               INVALID KEY
                   MOVE SPACES TO FLAG-TRUE
               NOT INVALID KEY
                   MOVE "Y" TO FLAG-TRUE
           END-READ
           IF FLAG-TRUE NOT = "Y" THEN
               CLOSE LOTEXP
               MOVE "NO SUCH LOT" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           IF LOTX-IS-WRITTEN-OFF THEN
               CLOSE LOTEXP
               MOVE "LOT IS ALREADY WRITTEN OFF" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF LOTX-ON-HOLD THEN
               CLOSE LOTEXP
               MOVE "LOT IS ALREADY ON HOLD" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM COMPUTE-LOT-REMAINING
           IF WS-LOT-REMAINING <= ZEROS THEN
               CLOSE LOTEXP
               MOVE "NOTHING LEFT OF THAT LOT" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           INITIALIZE LOTX-HOLD-DETAILS
           MOVE "H" TO LOTX-HOLD-STATUS
           MOVE WS-ENT-REASON TO LOTX-HOLD-REASON
           MOVE WS-ENT-NOTE TO LOTX-HOLD-NOTE
           MOVE WS-USER-CODE TO LOTX-HOLD-BY
           MOVE WS-TODAY-NUM TO LOTX-HOLD-DATE
           MOVE WS-LOT-REMAINING TO LOTX-HOLD-QTY
           MOVE WS-LOT-SITE TO LOTX-HOLD-SITE
           REWRITE FD-LOTEXP
           CLOSE LOTEXP
           MOVE "LOT PUT ON HOLD - NOT TO BE PICKED OR ALLOCATED"
             TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      *> ANY RECEIVING CHECK ON THE LOT, WHATEVER ITS DATE
       FIND-TEMPERATURE-CHECK SECTION.
           MOVE SPACES TO WS-EVIDENCE-FOUND
           OPEN INPUT HACCPLOG
           IF HACCP-FS = NOT-FILE THEN
               CLOSE HACCPLOG
               EXIT SECTION
           END-IF
           MOVE WS-ENT-LOT TO HCP-BATCH-LOT
           MOVE ZEROS TO HCP-CHECK-DATE
           START HACCPLOG KEY IS NOT LESS THAN HCP-KEY
               INVALID KEY
                   CLOSE HACCPLOG
                   EXIT SECTION
           END-START
           READ HACCPLOG NEXT RECORD
               NOT AT END
                   IF HCP-BATCH-LOT = WS-ENT-LOT THEN
                       MOVE "Y" TO WS-EVIDENCE-FOUND
                   END-IF
           END-READ
           CLOSE HACCPLOG
           EXIT SECTION.

       FIND-OPEN-COMPLAINT SECTION.
           MOVE SPACES TO WS-EVIDENCE-FOUND
           OPEN INPUT COMPLAINTS
           IF COMPLAINT-FS = NOT-FILE THEN
               CLOSE COMPLAINTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL COMPLAINT-FS NOT = ZEROS
               READ COMPLAINTS NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF CMP-BATCH-LOT = WS-ENT-LOT
                          AND CMP-OPEN THEN
                           MOVE "Y" TO WS-EVIDENCE-FOUND
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLAINTS
           EXIT SECTION.

      ******************************************************************
      *    THE DECISION ON A HELD LOT - RELEASE PUTS IT BACK INTO
      *    PICKING AND ALLOCATION; DESTROY POSTS WHAT IS LEFT OF IT
      *    OUT AS QUARANTINE WASTE AND CLOSES THE LOT
      ******************************************************************
       DECIDE-HOLD SECTION.
           MOVE SPACES TO WS-ENT-LOT WS-ENT-DECISION
           DISPLAY CLEAR-SCREEN
           DISPLAY LOT-SCREEN
           ACCEPT LOT-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           OPEN I-O LOTEXP
           IF LOTEXP-FS = NOT-FILE THEN
               CLOSE LOTEXP
               MOVE "NO LOT REGISTER ON THIS SYSTEM YET"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-LOT TO LOTX-BATCH-LOT
           READ LOTEXP
               INVALID KEY
                   MOVE SPACES TO FLAG-TRUE
               NOT INVALID KEY
                   MOVE "Y" TO FLAG-TRUE
           END-READ
           IF FLAG-TRUE NOT = "Y" THEN
               CLOSE LOTEXP
               MOVE "NO SUCH LOT" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           IF NOT LOTX-ON-HOLD THEN
               CLOSE LOTEXP
               MOVE "LOT IS NOT ON HOLD" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN LOTX-HOLD-TEMPERATURE
                   MOVE "TEMPERATURE" TO WS-SHOW-REASON
               WHEN LOTX-HOLD-COMPLAINT
                   MOVE "COMPLAINT" TO WS-SHOW-REASON
               WHEN LOTX-HOLD-RECALL
                   MOVE "RECALL" TO WS-SHOW-REASON
               WHEN OTHER
                   MOVE "OTHER" TO WS-SHOW-REASON
           END-EVALUATE
           MOVE LOTX-HOLD-NOTE TO WS-SHOW-NOTE
           MOVE LOTX-HOLD-BY TO WS-SHOW-BY
           MOVE LOTX-HOLD-DATE TO WS-SHOW-DATE
           MOVE LOTX-HOLD-QTY TO WS-SHOW-QTY
           MOVE LOTX-HOLD-SITE TO WS-SHOW-SITE
           MOVE LOTX-INGRED-ID TO WS-SHOW-INGRED
           DISPLAY CLEAR-SCREEN
           DISPLAY DECISION-SCREEN
           ACCEPT DECISION-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               CLOSE LOTEXP
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ENT-DECISION) TO WS-ENT-DECISION
           EVALUATE TRUE
               WHEN WS-DECIDE-RELEASE
                   PERFORM RELEASE-LOT
               WHEN WS-DECIDE-DESTROY
                   PERFORM DESTROY-LOT
               WHEN OTHER
                   MOVE "DECISION MUST BE R OR D - LOT STAYS ON HOLD"
                     TO WS-STATUS-TEXT
           END-EVALUATE
           CLOSE LOTEXP
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       RELEASE-LOT SECTION.
           MOVE "R" TO LOTX-HOLD-STATUS
           MOVE WS-USER-CODE TO LOTX-DECIDED-BY
           MOVE WS-TODAY-NUM TO LOTX-DECIDED-DATE
           REWRITE FD-LOTEXP
           MOVE "LOT RELEASED - BACK IN PICKING AND ALLOCATION"
             TO WS-STATUS-TEXT
           EXIT SECTION.

      *> WHAT IS LEFT NOW, NOT WHAT WAS LEFT WHEN IT WAS HELD - THE
      *> JOURNAL IS THE TRUTH FOR THE WRITE-OFF
       DESTROY-LOT SECTION.
           PERFORM COMPUTE-LOT-REMAINING
           MOVE WS-LOT-REMAINING TO WS-REMAINING-QTY
           PERFORM UNTIL WS-REMAINING-QTY <= ZEROS
               IF WS-REMAINING-QTY > 999 THEN
                   MOVE 999 TO WS-CHUNK-QTY
               ELSE
                   MOVE WS-REMAINING-QTY TO WS-CHUNK-QTY
               END-IF
               MOVE LOTX-INGRED-ID TO WS-INGRED-ID
               MOVE WS-LOT-SITE TO WS-MOVE-SITE-ID
               MOVE LOTX-BATCH-LOT TO WS-MOVE-BATCH-LOT
               PERFORM WRITE-QUARANTINE-MOVEMENT
               SUBTRACT WS-CHUNK-QTY FROM WS-REMAINING-QTY
           END-PERFORM

           MOVE "D" TO LOTX-HOLD-STATUS
           MOVE "Y" TO LOTX-WRITTEN-OFF
           MOVE WS-USER-CODE TO LOTX-DECIDED-BY
           MOVE WS-TODAY-NUM TO LOTX-DECIDED-DATE
           REWRITE FD-LOTEXP
           MOVE "LOT DESTROYED - POSTED OUT AS QUARANTINE WASTE (QD)"
             TO WS-STATUS-TEXT
           EXIT SECTION.

      *> WHAT IS LEFT OF THE LOT = ITS MOVE-INS MINUS THE MOVE-OUTS
      *> STAMPED WITH THE SAME LOT REFERENCE; THE LAST SITE SEEN ON
      *> THE LOT IS WHERE IT SITS
       COMPUTE-LOT-REMAINING SECTION.
           MOVE ZEROS TO WS-LOT-REMAINING
           MOVE 1 TO WS-LOT-SITE
           OPEN INPUT INVENTORY
           IF INVENTORY-FS = NOT-FILE THEN
               CLOSE INVENTORY
               EXIT SECTION
           END-IF
           PERFORM UNTIL INVENTORY-FS NOT = ZEROS
               READ INVENTORY
                   AT END EXIT PERFORM
                   NOT AT END
                       IF MOVE-BATCH-LOT = LOTX-BATCH-LOT THEN
                           ADD MOVE-IN-QTD TO WS-LOT-REMAINING
                           SUBTRACT MOVE-OUT-QTD
                             FROM WS-LOT-REMAINING
                           MOVE MOVE-SITE-ID TO WS-LOT-SITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY
           EXIT SECTION.

      ******************************************************************

       WRITE-QUARANTINE-MOVEMENT SECTION.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE MOVE-ORIGIN-QUARANTINE TO WS-MOVE-OUT-ID
           MOVE SPACES TO WS-MOVE-IN-ID
           MOVE ZEROS TO WS-MOVE-IN-QTD
           MOVE WS-CHUNK-QTY TO WS-MOVE-OUT-QTD
           MOVE ZEROS TO WS-MOVE-SUPPLY-ID
           MOVE ZEROS TO WS-TIME-MOVE-IN WS-TIME-ACTZ
           MOVE WS-TODAY-YEAR TO WS-TIME-MOVE-OUT-YEAR
           MOVE WS-TODAY-MONTH TO WS-TIME-MOVE-OUT-MONTH
           MOVE WS-TODAY-DAY TO WS-TIME-MOVE-OUT-DAY
           MOVE WS-NOW-HOUR TO WS-TIME-MOVE-OUT-HOUR
           MOVE WS-NOW-MINUTE TO WS-TIME-MOVE-OUT-MINUTE
           MOVE "QD" TO WS-MOVE-REASON-CODE
           PERFORM LOOKUP-INGREDIENT-MASTER

           OPEN EXTEND INVENTORY
           IF INVENTORY-FS = NOT-FILE THEN
               CLOSE INVENTORY
               OPEN OUTPUT INVENTORY
               CLOSE INVENTORY
               OPEN EXTEND INVENTORY
           END-IF
           MOVE WS-MOVE-DETAILS TO MOVE-DETAILS
           MOVE WS-INGRED-ID TO INGRED-ID
           MOVE WS-INGRED-UNIT-SUPPLIER TO INGRED-UNIT-SUPPLIER
           MOVE WS-INGRED-UNIT-SANDWICH TO INGRED-UNIT-SANDWICH
           MOVE WS-INGRED-CONV-FACTOR TO INGRED-CONV-FACTOR
           MOVE WS-THRESHOLD TO THRESHOLD
           MOVE WS-INGRED-IS-ACTIVE TO INGRED-IS-ACTIVE
           MOVE WS-MOVE-BATCH-LOT TO MOVE-BATCH-LOT
           MOVE WS-MOVE-SUPPLY-ID TO MOVE-SUPPLY-ID
           MOVE WS-TIME-DETAILS TO TIME-DETAILS
           MOVE WS-MOVE-REASON-CODE TO MOVE-REASON-CODE
           WRITE FD-INVENTORY
           END-WRITE
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

      *> UNITS, CONVERSION FACTOR, THRESHOLD AND ACTIVE FLAG TRAVEL
      *> ON EVERY MOVEMENT - CARRY THE LATEST ONES FORWARD
       LOOKUP-INGREDIENT-MASTER SECTION.
           OPEN INPUT INVENTORY
           IF INVENTORY-FS = NOT-FILE THEN
               CLOSE INVENTORY
               EXIT SECTION
           END-IF
           PERFORM UNTIL INVENTORY-FS NOT = ZEROS
               READ INVENTORY
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF INGRED-ID = WS-INGRED-ID THEN
                           MOVE INGRED-UNIT-SUPPLIER
                             TO WS-INGRED-UNIT-SUPPLIER
                           MOVE INGRED-UNIT-SANDWICH
                             TO WS-INGRED-UNIT-SANDWICH
                           MOVE INGRED-CONV-FACTOR
                             TO WS-INGRED-CONV-FACTOR
                           MOVE THRESHOLD TO WS-THRESHOLD
                           MOVE INGRED-IS-ACTIVE
                             TO WS-INGRED-IS-ACTIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY
           EXIT SECTION.

       END PROGRAM LOTHOLD.
