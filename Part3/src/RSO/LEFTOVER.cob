      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    LEFTOVER CAPTURE - UNEATEN SANDWICHES BROUGHT BACK BY THE
      *    DRIVER OR REPORTED WASTED BY THE SCHOOL, PER DELIVERED
      *    ORDER AND SANDWICH. NO CREDIT NOTE - DISPUTES STAY WITH
      *    RSORETURN | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEFTOVER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEFTOVERS ASSIGN TO "FXLEFTOVER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LFT-KEY
           FILE STATUS IS LEFTOVER-FS.

           SELECT ORDERS ASSIGN TO "FX-ORDERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ORDERS-ID
           ALTERNATE RECORD KEY IS FD-DELIVERY-DATE
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-ORDERS-SCHOOL-DATE-KEY
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

           SELECT ORDLINES ASSIGN TO "FX-ORDLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

      *> THE SIGNED-ON USER, AS LEFT BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEFTOVERS.
       COPY FD-LEFTOVER.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  LEFTOVER-FS                          PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-STATUS-TEXT                       PIC X(060).
       77  WS-USER-CODE                         PIC X(008).
       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-OL-DONE                           PIC X(001).

       77  WS-LFT-ORDER-ID                      PIC 9(005).
       77  WS-LFT-SANDWICH                      PIC 9(003).
       77  WS-LFT-QTY                           PIC 9(004).
       77  WS-LFT-SOURCE                        PIC X(001).
           88 LFT-SOURCE-VALID                  VALUE "D" "S".
       77  WS-LFT-SCHOOL                        PIC 9(003).
       01  WS-LFT-DATE-NUM                      PIC 9(008).
       77  WS-LFT-DATE-INT                      PIC 9(008).
       77  WS-LFT-WEEKDAY                       PIC 9(001).
       77  WS-DELIVERED-QTY                     PIC 9(004).
       77  WS-LINES-SEEN                        PIC 9(003).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  LEFTOVER-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | LEFTOVER SANDWICHES"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"             LINE 02 COL 60.
           05 VALUE "ORDER...............:" LINE 05 COL 10.
           05 SS-LFT-ORDER PIC 9(005) LINE 05 COL 34
              TO WS-LFT-ORDER-ID.
           05 VALUE "SANDWICH (0 = 1ST)..:" LINE 06 COL 10.
           05 SS-LFT-SAND PIC 9(003) LINE 06 COL 34
              TO WS-LFT-SANDWICH.
           05 VALUE "UNEATEN QUANTITY....:" LINE 07 COL 10.
           05 SS-LFT-QTY PIC 9(004) LINE 07 COL 34 TO WS-LFT-QTY.
           05 VALUE "DRIVER/SCHOOL (D/S).:" LINE 08 COL 10.
           05 SS-LFT-SOURCE PIC X(001) LINE 08 COL 34
              USING WS-LFT-SOURCE.
           05 VALUE "A SECOND ENTRY FOR THE SAME SANDWICH REPLACES"
              LINE 10 COL 10.
           05 VALUE "THE FIRST" LINE 11 COL 10.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM GET-SESSION-USER
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-LFT-ORDER-ID WS-LFT-SANDWICH
               MOVE ZEROS TO WS-LFT-QTY
               MOVE "D" TO WS-LFT-SOURCE
               DISPLAY CLEAR-SCREEN
               DISPLAY LEFTOVER-SCREEN
               ACCEPT LEFTOVER-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM RECORD-LEFTOVER
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O LEFTOVERS
           IF LEFTOVER-FS = NOT-FILE THEN
               OPEN OUTPUT LEFTOVERS
           END-IF
           CLOSE LEFTOVERS
           EXIT SECTION.

      *> WHO IS AT THE KEYBOARD - STAMPED ON EVERY ENTRY
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
      *    ONLY A DELIVERED (OR ALREADY INVOICED) ORDER CAN HAVE
      *    LEFTOVERS, AND NEVER MORE THAN WAS DELIVERED OF THAT
      *    SANDWICH
      ******************************************************************
       RECORD-LEFTOVER SECTION.
           MOVE UPPER-CASE (WS-LFT-SOURCE) TO WS-LFT-SOURCE
           IF NOT LFT-SOURCE-VALID OR WS-LFT-QTY = ZEROS THEN
               MOVE "SOURCE MUST BE D OR S AND QUANTITY NOT ZERO"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           OPEN INPUT ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               MOVE "NO ORDER FILE ON THIS SYSTEM YET"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-LFT-ORDER-ID TO FD-ORDERS-ID
           READ ORDERS
               INVALID KEY
                   CLOSE ORDERS
                   MOVE "ORDER NOT ON FILE" TO WS-STATUS-TEXT
                   ACCEPT STATUS-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE ORDERS
           IF FD-ORDERS-STATUS NOT = 5
              AND FD-ORDERS-STATUS NOT = 6 THEN
               MOVE "ORDER HAS NOT BEEN DELIVERED" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-LFT-SANDWICH = ZEROS THEN
               MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO WS-LFT-SANDWICH
           END-IF
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO WS-LFT-SCHOOL
           MOVE FD-DELIVERY-DATE TO WS-LFT-DATE-NUM

           PERFORM GET-DELIVERED-QTY
           IF WS-DELIVERED-QTY = ZEROS THEN
               MOVE "THAT SANDWICH IS NOT ON THE ORDER"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-LFT-QTY > WS-DELIVERED-QTY THEN
               MOVE "MORE UNEATEN THAN WERE DELIVERED"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

      *> DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY, SO THE
      *> REMAINDER CYCLES 1=MONDAY THROUGH 7=SUNDAY
           COMPUTE WS-LFT-DATE-INT = INTEGER-OF-DATE (WS-LFT-DATE-NUM)
           COMPUTE WS-LFT-WEEKDAY =
               FUNCTION MOD (WS-LFT-DATE-INT - 1, 7) + 1
           PERFORM WRITE-LEFTOVER
           EXIT SECTION.

      *> EVERY FX-ORDLINES LINE FOR THE SANDWICH COUNTS; AN ORDER
      *> FROM BEFORE THE HEADER/LINES SPLIT FALLS BACK TO ITS HEADER
       GET-DELIVERED-QTY SECTION.
           MOVE ZEROS TO WS-DELIVERED-QTY
           MOVE ZEROS TO WS-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE WS-LFT-ORDER-ID TO OL-ORDER-ID
               MOVE ZEROS TO OL-LINE-NO
               START ORDLINES KEY IS NOT LESS THAN OL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-OL-DONE
                       PERFORM UNTIL WS-OL-DONE = "Y"
                           READ ORDLINES NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-OL-DONE
                               NOT AT END
                                   PERFORM COUNT-DELIVERED-LINE
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           IF WS-LINES-SEEN = ZEROS
              AND FD-ORDERS-SANDWICH-INTERNAL-ID = WS-LFT-SANDWICH
              THEN
               MOVE FD-ORDERS-QUANTITY TO WS-DELIVERED-QTY
           END-IF
           EXIT SECTION.

       COUNT-DELIVERED-LINE SECTION.
           IF OL-ORDER-ID NOT = WS-LFT-ORDER-ID THEN
               MOVE "Y" TO WS-OL-DONE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LINES-SEEN
           IF OL-SANDWICH-ID = WS-LFT-SANDWICH THEN
               ADD OL-QUANTITY TO WS-DELIVERED-QTY
           END-IF
           EXIT SECTION.

       WRITE-LEFTOVER SECTION.
           OPEN I-O LEFTOVERS
           MOVE WS-LFT-ORDER-ID TO LFT-ORDER-ID
           MOVE WS-LFT-SANDWICH TO LFT-SANDWICH-ID
           READ LEFTOVERS
               INVALID KEY
                   PERFORM FILL-LEFTOVER
                   WRITE FD-LEFTOVER
                   MOVE "LEFTOVER RECORDED" TO WS-STATUS-TEXT
               NOT INVALID KEY
                   PERFORM FILL-LEFTOVER
                   REWRITE FD-LEFTOVER
                   MOVE "LEFTOVER REPLACED" TO WS-STATUS-TEXT
           END-READ
           CLOSE LEFTOVERS
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       FILL-LEFTOVER SECTION.
           MOVE WS-LFT-ORDER-ID TO LFT-ORDER-ID
           MOVE WS-LFT-SANDWICH TO LFT-SANDWICH-ID
           MOVE WS-LFT-SCHOOL TO LFT-SCHOOL-ID
           MOVE WS-LFT-DATE-NUM TO LFT-DELIVERY-DATE
           MOVE WS-LFT-WEEKDAY TO LFT-WEEKDAY
           MOVE WS-DELIVERED-QTY TO LFT-DELIVERED-QTY
           MOVE WS-LFT-QTY TO LFT-UNEATEN-QTY
           MOVE WS-LFT-SOURCE TO LFT-SOURCE
           MOVE WS-USER-CODE TO LFT-RECORDED-BY
           MOVE WS-TODAY-NUM TO LFT-RECORDED-DATE
           EXIT SECTION.

       END PROGRAM LEFTOVER.
