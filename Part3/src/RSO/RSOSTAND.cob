      ******************************************************************
      *    STANDING-ORDER TEMPLATES AND WEEKLY ORDER GENERATION
      *    V0.1 | 22.08.2026
      ******************************************************************
      *    A PREPARED COMPONENT RESERVES THE INGREDIENTS OF ITS OWN
      *    RECIPE (SREXPLODE)
      ******************************************************************
      *    A DAY PAST THE SCHOOL'S ENROLMENT MARGIN IS SKIPPED OR
      *    LISTED AS OVERENROL, AS THE ENROLMENT RECORD SAYS
      ******************************************************************
      *    TEMPLATE LINES AND GENERATED DAYS FOLLOW THE SANDWICH
      *    LIFECYCLE (SRLIFECHK) | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-RSV-QTY                           PIC 9(003).
       77  WS-RSV-ORDER-ID                      PIC 9(005).
       77  WS-RSV-NEED                         PIC 9(006).
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.
       77  WS-EVT-OLD-STATUS                    PIC 9(001).
       77  WS-EVT-NEW-STATUS                    PIC 9(001).
       77  WS-EVT-USER-ROLE                     PIC 9(001).
       77  WS-NEW-ORDER-ID                      PIC 9(005).
       01  WS-DOWNTIME-START-NUM                PIC 9(008).
       01  WS-DOWNTIME-END-NUM                  PIC 9(008).
      *> ENROLMENT PLAUSIBILITY - THE SCHOOL'S MEALS FOR THE DAY
      *> AGAINST ITS HEADCOUNT PLUS MARGIN (SCHHEADS)
       77  WS-HC-DONE                           PIC X(001).
       77  WS-HC-DATE                           PIC 9(008).
       77  WS-HC-DAY-QTY                        PIC 9(006).
       77  WS-HC-ORDER-QTY                      PIC 9(006).
       77  WS-HC-LINES-SEEN                     PIC 9(003).
       77  WS-HC-LOOK-ORDER                     PIC 9(005).
       77  WS-HC-HEADCOUNT                      PIC 9(005).
       77  WS-HC-LIMIT                          PIC 9(006).
       77  WS-HC-RESULT                         PIC X(001).
      *> SANDWICH LIFECYCLE - SRLIFECHK ANSWERS FOR THE SCHOOL AND
      *> THE DATE
       77  WS-LIFE-SANDWICH                     PIC 9(003).
       77  WS-LIFE-SCHOOL                       PIC 9(003).
       77  WS-LIFE-DATE                         PIC 9(008).
       77  WS-LIFE-RESULT                       PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  RPT-GEN-LINE.
           05 RPT-GEN-TAG                       PIC X(009).
              LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
           IF WS-TPL-WEEKDAY < 1 OR WS-TPL-WEEKDAY > 7 THEN
               EXIT SECTION
           END-IF
      *> AN ACTIVE LINE NEEDS A SANDWICH THE SCHOOL MAY ORDER TODAY;
      *> SWITCHING A LINE OFF IS ALWAYS ALLOWED
           IF WS-TPL-ACTIVE = 1 THEN
               CALL "BUSDATE" USING WS-LIFE-DATE
               MOVE WS-TPL-SANDWICH TO WS-LIFE-SANDWICH
               MOVE WS-TPL-SCHOOL TO WS-LIFE-SCHOOL
               CALL "SRLIFECHK" USING WS-LIFE-SANDWICH WS-LIFE-SCHOOL
                   WS-LIFE-DATE WS-LIFE-RESULT
               IF WS-LIFE-RESULT NOT = "Y" THEN
                   MOVE "SANDWICH CANNOT BE ORDERED BY THIS SCHOOL"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
               END-IF
           END-IF
           OPEN I-O STANDING
           MOVE WS-TPL-SCHOOL TO STO-SCHOOL-ID
           MOVE WS-TPL-WEEKDAY TO STO-WEEKDAY
               EXIT SECTION
           END-IF

           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           COMPUTE WS-WEEK-START-INT =
               INTEGER-OF-DATE (WS-WEEK-START-NUM)
               PERFORM LIST-SKIPPED
               EXIT SECTION
           END-IF
      *> A SANDWICH PHASED OUT BEFORE THE DAY, RETIRED, OR NOT (OR
      *> NO LONGER) OPEN TO THE SCHOOL IS SKIPPED AND LISTED
           MOVE STO-SANDWICH-ID TO WS-LIFE-SANDWICH
           MOVE STO-SCHOOL-ID TO WS-LIFE-SCHOOL
           MOVE WS-GEN-DATE-NUM TO WS-LIFE-DATE
           CALL "SRLIFECHK" USING WS-LIFE-SANDWICH WS-LIFE-SCHOOL
               WS-LIFE-DATE WS-LIFE-RESULT
           IF WS-LIFE-RESULT NOT = "Y" THEN
               PERFORM LIST-SKIPPED
               MOVE "LIFECYCLE" TO RPT-GEN-TAG
               PERFORM LIST-COMMON
               EXIT SECTION
           END-IF
      *> A DAY PAST THE SCHOOL'S HEADCOUNT PLUS MARGIN IS SKIPPED
      *> WHERE ITS ENROLMENT SAYS BLOCK, AND FLAGGED WHERE IT SAYS WARN
           PERFORM CHECK-SCHOOL-HEADCOUNT
           IF WS-HC-RESULT = "B" THEN
               PERFORM LIST-SKIPPED
               MOVE "OVERENROL" TO RPT-GEN-TAG
               PERFORM LIST-COMMON
               EXIT SECTION
           END-IF

           PERFORM GET-ORDER-ID
           OPEN I-O ORDERS
           MOVE "CREATED  " TO RPT-GEN-TAG
           MOVE WS-NEW-ORDER-ID TO RPT-GEN-ORDER
           PERFORM LIST-COMMON
           IF WS-HC-RESULT = "W" THEN
               MOVE "OVERENROL" TO RPT-GEN-TAG
               PERFORM LIST-COMMON
           END-IF
           EXIT SECTION.

       LIST-SKIPPED SECTION.
           WRITE REPORT-LINE FROM RPT-GEN-LINE
           EXIT SECTION.

      ******************************************************************
      *    THE SAME ENROLMENT CHECK RSOREGISTER MAKES AT THE KEYBOARD:
      *    THE SCHOOL'S MEALS FOR THE DAY, THIS ORDER INCLUDED, AGAINST
      *    ITS ENROLMENT OR THE DAY'S ATTENDANCE PLUS THE MARGIN
      ******************************************************************
       CHECK-SCHOOL-HEADCOUNT SECTION.
           MOVE WS-GEN-DATE-NUM TO WS-HC-DATE
           MOVE STO-QUANTITY TO WS-HC-DAY-QTY
           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = NOT-FILE THEN
               PERFORM SUM-SCHOOL-DAY-MEALS
           END-IF
           CLOSE ORDERS
           CALL "SCHHEADS" USING STO-SCHOOL-ID WS-HC-DATE WS-HC-DAY-QTY
               WS-HC-HEADCOUNT WS-HC-LIMIT WS-HC-RESULT
           EXIT SECTION.

       SUM-SCHOOL-DAY-MEALS SECTION.
           MOVE STO-SCHOOL-ID TO FD-ORDERS-SDK-SCHOOL
           MOVE WS-HC-DATE TO FD-ORDERS-SDK-DATE
           START ORDERS KEY IS = FD-ORDERS-SCHOOL-DATE-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-HC-DONE
           PERFORM UNTIL WS-HC-DONE = "Y"
               READ ORDERS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HC-DONE
                   NOT AT END
                       IF FD-ORDERS-SCHOOL-INTERNAL-ID NOT =
                          STO-SCHOOL-ID
                          OR FD-DELIVERY-DATE NOT = WS-HC-DATE THEN
                           MOVE "Y" TO WS-HC-DONE
                       ELSE
                           IF FD-ORDERS-STATUS NOT = 0 THEN
                               PERFORM ADD-ORDER-TO-DAY-MEALS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

      *> AN ORDER WRITTEN BEFORE THE HEADER/LINES SPLIT FALLS BACK
      *> TO ITS HEADER QUANTITY
       ADD-ORDER-TO-DAY-MEALS SECTION.
           MOVE FD-ORDERS-ID TO WS-HC-LOOK-ORDER
           MOVE ZEROS TO WS-HC-ORDER-QTY
           MOVE ZEROS TO WS-HC-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE WS-HC-LOOK-ORDER TO OL-ORDER-ID
               MOVE ZEROS TO OL-LINE-NO
               START ORDLINES KEY IS GREATER OR EQUAL OL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO FLAG-INNER
                       PERFORM UNTIL FLAG-INNER = "E"
                           READ ORDLINES NEXT RECORD
                               AT END
                                   MOVE "E" TO FLAG-INNER
                               NOT AT END
                                   PERFORM ADD-ONE-DAY-LINE
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           IF WS-HC-LINES-SEEN = ZEROS THEN
               ADD FD-ORDERS-QUANTITY TO WS-HC-DAY-QTY
           ELSE
               ADD WS-HC-ORDER-QTY TO WS-HC-DAY-QTY
           END-IF
           EXIT SECTION.

       ADD-ONE-DAY-LINE SECTION.
           IF OL-ORDER-ID NOT = WS-HC-LOOK-ORDER THEN
               MOVE "E" TO FLAG-INNER
           ELSE
               ADD 1 TO WS-HC-LINES-SEEN
               ADD OL-QUANTITY TO WS-HC-ORDER-QTY
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    THE SAME RESERVATIONS RSOREGISTER BOOKS AT THE KEYBOARD:
      *    THE ORDERED SANDWICH EXPLODES THROUGH ITS RECIPE AND EACH
           CLOSE SR-ING
           EXIT SECTION.

      *> A PREPARED COMPONENT RESERVES THE INGREDIENTS OF ITS OWN
      *> RECIPE; A PLAIN INGREDIENT COMES BACK FROM SREXPLODE AS ITSELF
       BOOK-ONE-RESERVATION SECTION.
           COMPUTE WS-EXP-LINE-QTY = SR-ING-QTD * WS-RSV-QTY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               PERFORM BOOK-ONE-PART
           END-PERFORM
           EXIT SECTION.

       BOOK-ONE-PART SECTION.
           COMPUTE WS-RSV-NEED ROUNDED = WS-EXP-PART-QTY (WS-EXP-IX)
               ON SIZE ERROR
                   MOVE 999999 TO WS-RSV-NEED
           END-COMPUTE
           MOVE WS-RSV-ORDER-ID TO RSV-ORDER-ID
           MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX) TO RSV-INGRED-ID
           READ RESERVATIONS
               INVALID KEY
                   MOVE WS-RSV-ORDER-ID TO RSV-ORDER-ID
                   MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                     TO RSV-INGRED-ID
                   MOVE WS-ORDER-SITE-ID TO RSV-SITE-ID
                   MOVE WS-RSV-NEED TO RSV-QTY
                   MOVE 1 TO RSV-STATUS
