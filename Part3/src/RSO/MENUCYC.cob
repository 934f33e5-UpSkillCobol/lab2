      *    ALLERGEN BANS, AND AN EXPLOSION RUN (RSOSTAND PATTERN)
      *    THAT GENERATES DRAFT ORDERS AT STATUS 1 FOR THE COMING
      *    WEEK FROM THE CHOSEN CYCLE WEEK | V0.1 | 02.09.2026
      ******************************************************************
      *    A PREPARED COMPONENT RESERVES THE INGREDIENTS OF ITS OWN
      *    RECIPE (SREXPLODE)
      ******************************************************************
      *    THE PLANNER IS SHOWN THE SANDWICH'S SATISFACTION RATING
      *    AT THE SCHOOL AND ACROSS ALL SCHOOLS | 15.10.2026
      ******************************************************************
      *    NON-SCHOOL CUSTOMER IDS (800-899) TAKE NO MENU CYCLE
      *    | 15.10.2026
      ******************************************************************
      *    CYCLE ROWS AND GENERATED DAYS FOLLOW THE SANDWICH LIFECYCLE
      *    (SRLIFECHK) | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.

      *> PLANNING FIELDS
       77  WS-CYC-SCHOOL                        PIC 9(003).
      *> NON-SCHOOL CUSTOMER IDS - THEY ORDER PER EVENT, NOT BY CYCLE
       78  FIRST-CUSTOMER-ID                    VALUE 800.
       78  LAST-CUSTOMER-ID                     VALUE 899.
       77  WS-CYC-WEEK                          PIC 9(001).
       77  WS-CYC-WEEKDAY                       PIC 9(001).
       77  WS-CYC-SANDWICH                      PIC 9(003).
       77  WS-REPEAT-WEEK                       PIC 9(001).
       77  WS-ALLERGEN-HIT                      PIC X(001).
       77  WS-WARN-TEXT                         PIC X(060).
      *> SANDWICH LIFECYCLE - SRLIFECHK ANSWERS FOR THE SCHOOL AND
      *> THE DATE
       77  WS-LIFE-SANDWICH                     PIC 9(003).
       77  WS-LIFE-SCHOOL                       PIC 9(003).
       77  WS-LIFE-DATE                         PIC 9(008).
       77  WS-LIFE-RESULT                       PIC X(001).
      *> SATISFACTION RATING SHOWN TO THE PLANNER (SVYRATE)
       77  WS-ALL-SCHOOLS                       PIC 9(003) VALUE ZEROS.
       77  WS-SCH-RATING                        PIC 9(001)V99.
       77  WS-SCH-RESPONSES                     PIC 9(006).
       77  WS-ALL-RATING                        PIC 9(001)V99.
       77  WS-ALL-RESPONSES                     PIC 9(006).
       77  WS-RATING-EDIT                       PIC 9.99.
       77  WS-RATING-EDIT2                      PIC 9.99.

      *> GENERATION CONTROL - RSOSTAND PATTERN
       01  WS-WEEK-START.
       77  WS-RSV-QTY                           PIC 9(003).
       77  WS-RSV-ORDER-ID                      PIC 9(005).
       77  WS-RSV-NEED                          PIC 9(006).
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
               ACCEPT WARN-SCREEN
               EXIT SECTION
           END-IF
           IF WS-CYC-SCHOOL >= FIRST-CUSTOMER-ID
              AND WS-CYC-SCHOOL <= LAST-CUSTOMER-ID THEN
               MOVE "MENU CYCLES ARE FOR SCHOOLS ONLY" TO WS-WARN-TEXT
               ACCEPT WARN-SCREEN
               EXIT SECTION
           END-IF
      *> AN ACTIVE ROW NEEDS A SANDWICH THE SCHOOL MAY ORDER TODAY;
      *> SWITCHING A ROW OFF IS ALWAYS ALLOWED
           IF WS-CYC-ACTIVE = 1 THEN
               CALL "BUSDATE" USING WS-LIFE-DATE
               MOVE WS-CYC-SANDWICH TO WS-LIFE-SANDWICH
               MOVE WS-CYC-SCHOOL TO WS-LIFE-SCHOOL
               CALL "SRLIFECHK" USING WS-LIFE-SANDWICH WS-LIFE-SCHOOL
                   WS-LIFE-DATE WS-LIFE-RESULT
               IF WS-LIFE-RESULT NOT = "Y" THEN
                   MOVE "SANDWICH CANNOT BE ORDERED BY THIS SCHOOL"
                     TO WS-WARN-TEXT
                   ACCEPT WARN-SCREEN
                   EXIT SECTION
               END-IF
           END-IF

           PERFORM SHOW-SANDWICH-RATING
           PERFORM CHECK-CYCLE-REPEAT
           IF WS-REPEAT-WEEK > ZEROS THEN
               MOVE SPACES TO WS-WARN-TEXT
           CLOSE MENUCYCLE
           EXIT SECTION.

      *> HOW THE SCHOOL'S OWN PUPILS, AND ALL SCHOOLS, HAVE RATED
      *> THE SANDWICH IN THE SATISFACTION SURVEYS
       SHOW-SANDWICH-RATING SECTION.
           CALL "SVYRATE" USING WS-CYC-SCHOOL WS-CYC-SANDWICH
               WS-SCH-RATING WS-SCH-RESPONSES
           CALL "SVYRATE" USING WS-ALL-SCHOOLS WS-CYC-SANDWICH
               WS-ALL-RATING WS-ALL-RESPONSES
           MOVE SPACES TO WS-WARN-TEXT
           IF WS-ALL-RESPONSES = ZEROS THEN
               MOVE "SANDWICH NOT YET RATED IN ANY SURVEY"
                 TO WS-WARN-TEXT
           ELSE
               MOVE WS-SCH-RATING TO WS-RATING-EDIT
               MOVE WS-ALL-RATING TO WS-RATING-EDIT2
               IF WS-SCH-RESPONSES = ZEROS THEN
                   STRING "RATING: THIS SCHOOL NONE  ALL SCHOOLS "
                       WS-RATING-EDIT2 " OF 5"
                       DELIMITED BY SIZE INTO WS-WARN-TEXT
               ELSE
                   STRING "RATING: THIS SCHOOL " WS-RATING-EDIT
                       "  ALL SCHOOLS " WS-RATING-EDIT2 " OF 5"
                       DELIMITED BY SIZE INTO WS-WARN-TEXT
               END-IF
           END-IF
           ACCEPT WARN-SCREEN
           EXIT SECTION.

      *> DOES THE SANDWICH ALREADY SIT ON ANOTHER ACTIVE ROW OF
      *> THIS SCHOOL'S CYCLE? A ROTATING MENU SHOULD ROTATE
       CHECK-CYCLE-REPEAT SECTION.
               EXIT SECTION
           END-IF

           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           COMPUTE WS-WEEK-START-INT =
               INTEGER-OF-DATE (WS-WEEK-START-NUM)
           EXIT SECTION.

       GENERATE-ONE-ORDER SECTION.
      *> A CYCLE ROW KEPT FROM BEFORE AN ID WAS GIVEN TO A CUSTOMER
           IF MCY-SCHOOL-ID >= FIRST-CUSTOMER-ID
              AND MCY-SCHOOL-ID <= LAST-CUSTOMER-ID THEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-LEAD-TIME
           IF WS-BLOCKED = "Y" THEN
               PERFORM LIST-SKIPPED
               PERFORM LIST-SKIPPED
               EXIT SECTION
           END-IF
      *> A SANDWICH PHASED OUT BEFORE THE DAY, RETIRED, OR NOT (OR
      *> NO LONGER) OPEN TO THE SCHOOL IS SKIPPED AND LISTED
           MOVE MCY-SANDWICH-ID TO WS-LIFE-SANDWICH
           MOVE MCY-SCHOOL-ID TO WS-LIFE-SCHOOL
           MOVE WS-GEN-DATE-NUM TO WS-LIFE-DATE
           CALL "SRLIFECHK" USING WS-LIFE-SANDWICH WS-LIFE-SCHOOL
               WS-LIFE-DATE WS-LIFE-RESULT
           IF WS-LIFE-RESULT NOT = "Y" THEN
               PERFORM LIST-SKIPPED
               MOVE "LIFECYCLE" TO RPT-GEN-TAG
               PERFORM LIST-COMMON
               EXIT SECTION
           END-IF

           PERFORM GET-ORDER-ID
           OPEN I-O ORDERS
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
