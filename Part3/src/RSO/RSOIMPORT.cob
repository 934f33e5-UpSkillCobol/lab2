      *    ACCEPT/REJECT REPORT | V0.1 | 22.08.2026
      ******************************************************************
      *    INPUT LINE: SCHOOL-EXTERNAL-ID;YYYYMMDD;HHMM;SR-EID;QTY
      ******************************************************************
      *    A PREPARED COMPONENT RESERVES THE INGREDIENTS OF ITS OWN
      *    RECIPE (SREXPLODE)
      ******************************************************************
      *    A LINE PAST THE SCHOOL'S ENROLMENT MARGIN FOR THE DAY
      *    IS REJECTED OR ACCEPTED WITH A WARNING (SCHHEADS)
      ******************************************************************
      *    A SANDWICH THE SCHOOL MAY NOT ORDER FOR THE DATE UNDER ITS
      *    LIFECYCLE IS REJECTED (SRLIFECHK) | 15.10.2026
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
       77  WS-LEAD-DAYS                         PIC 9(003).

       77  WS-REJECT-REASON                     PIC X(040).
      *> SANDWICH LIFECYCLE - SRLIFECHK ANSWERS FOR THE SCHOOL AND
      *> THE DELIVERY DATE
       77  WS-LIFE-RESULT                       PIC X(001).
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

       01  RPT-LINE.
           05 RPT-TAG                           PIC X(008).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           MOVE ZEROS TO WS-CSV-LINE-COUNT
           MOVE ZEROS TO WS-ACCEPT-COUNT
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           CALL "SRLIFECHK" USING WS-IMP-SANDWICH-ID WS-IMP-SCHOOL-ID
               WS-IMP-DATE-NUM WS-LIFE-RESULT
           EVALUATE WS-LIFE-RESULT
               WHEN "D"
                   MOVE "SANDWICH STILL IN DEVELOPMENT"
                     TO WS-REJECT-REASON
               WHEN "T"
                   MOVE "SANDWICH ON TRIAL - NOT A PILOT SCHOOL"
                     TO WS-REJECT-REASON
               WHEN "O"
                   MOVE "SANDWICH PHASED OUT BEFORE THE DATE"
                     TO WS-REJECT-REASON
               WHEN "R"
                   MOVE "SANDWICH RETIRED" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES THEN
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           PERFORM CHECK-DOWNTIME
           IF WS-REJECT-REASON NOT = SPACES THEN
               PERFORM WRITE-REJECT
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF
           PERFORM CHECK-SCHOOL-HEADCOUNT
           IF WS-HC-RESULT = "B" THEN
               MOVE "ABOVE ENROLMENT MARGIN" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT SECTION
           END-IF

           PERFORM WRITE-IMPORTED-ORDER
           ADD 1 TO WS-ACCEPT-COUNT
           STRING "ORDER " WS-NEW-ORDER-ID " FOR SCHOOL "
               WS-CSV-SCHOOL-EID INTO RPT-TEXT
           WRITE REPORT-LINE FROM RPT-LINE
           IF WS-HC-RESULT = "W" THEN
               MOVE "WARNING" TO RPT-TAG
               MOVE SPACES TO RPT-TEXT
               STRING "DAY TOTAL " WS-HC-DAY-QTY
                   " ABOVE ENROLMENT MARGIN " WS-HC-LIMIT
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE REPORT-LINE FROM RPT-LINE
           END-IF
           EXIT SECTION.

       WRITE-REJECT SECTION.
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    THE SAME ENROLMENT CHECK RSOREGISTER MAKES AT THE KEYBOARD:
      *    THE SCHOOL'S MEALS FOR THE DAY, THIS ORDER INCLUDED, AGAINST
      *    ITS ENROLMENT OR THE DAY'S ATTENDANCE PLUS THE MARGIN
      ******************************************************************
       CHECK-SCHOOL-HEADCOUNT SECTION.
           MOVE WS-IMP-DATE-NUM TO WS-HC-DATE
           MOVE WS-IMP-QTY TO WS-HC-DAY-QTY
           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = NOT-FILE THEN
               PERFORM SUM-SCHOOL-DAY-MEALS
           END-IF
           CLOSE ORDERS
           CALL "SCHHEADS" USING WS-IMP-SCHOOL-ID WS-HC-DATE
               WS-HC-DAY-QTY WS-HC-HEADCOUNT WS-HC-LIMIT WS-HC-RESULT
           EXIT SECTION.

       SUM-SCHOOL-DAY-MEALS SECTION.
           MOVE WS-IMP-SCHOOL-ID TO FD-ORDERS-SDK-SCHOOL
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
                          WS-IMP-SCHOOL-ID
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
                       MOVE SPACE TO FLAG-TRUE
                       PERFORM UNTIL FLAG-TRUE = "E"
                           READ ORDLINES NEXT RECORD
                               AT END
                                   MOVE "E" TO FLAG-TRUE
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
               MOVE "E" TO FLAG-TRUE
           ELSE
               ADD 1 TO WS-HC-LINES-SEEN
               ADD OL-QUANTITY TO WS-HC-ORDER-QTY
           END-IF
           EXIT SECTION.

      ******************************************************************

       WRITE-IMPORTED-ORDER SECTION.
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
