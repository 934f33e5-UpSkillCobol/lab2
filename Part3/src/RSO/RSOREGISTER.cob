      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    REGISTER ORDERS | V0.2 | IN UPDATE | 05.03.2021
      ******************************************************************
      *    A PREPARED COMPONENT ON THE RECIPE RESERVES THE INGREDIENTS
      *    OF ITS OWN RECIPE (SREXPLODE) - COMPONENTS ARE NOT STOCKED
      ******************************************************************
      *    STOCK IN LOTS ON QUARANTINE HOLD IS NOT COUNTED AS ON HAND
      *    WHEN ALLOCATING AN ORDER
      ******************************************************************
      *    A LINE MAY BE A NAMED SPECIAL-DIET MEAL FOR ONE PUPIL,
      *    CHECKED AGAINST THE PUPIL'S REGISTERED RESTRICTIONS
      ******************************************************************
      *    A DAY'S MEALS FOR THE SCHOOL ARE HELD AGAINST ITS
      *    ENROLMENT OR ATTENDANCE PLUS MARGIN - WARN OR BLOCK
      ******************************************************************
      *    ORDERS OF A SCHOOL IN A MUNICIPAL TENDER LOT ARE HELD
      *    AGAINST THE LOT'S AWARDED CEILINGS
      ******************************************************************
      *    NON-SCHOOL CUSTOMERS (800-899) ORDER HERE TOO; THEY SKIP
      *    CLOSURES, TIERS, DIETS, ENROLMENT AND TENDER | 15.10.2026
      ******************************************************************
      *    SANDWICHES IN DEVELOPMENT, ON TRIAL FOR OTHER SCHOOLS, PHASED
      *    OUT OR RETIRED ARE REFUSED, COPIED AND BUNDLED LINES TOO
      *    | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS DUN-INV-ID
           FILE STATUS IS DUNNING-FS.

      *> LOT REGISTER - A LOT ON QUARANTINE HOLD IS NOT AVAILABLE
      *> TO ALLOCATE UNTIL LOTHOLD RELEASES IT
           SELECT LOTEXP ASSIGN TO "FXLOTEXPIRY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTX-BATCH-LOT
           FILE STATUS IS LOTEXP-FS.

      *> PUPIL SPECIAL-DIET REGISTER KEPT BY PUPILDIET - A NAMED
      *> LINE IS CHECKED AGAINST THE PUPIL'S RESTRICTIONS
           SELECT PUPILDIETS ASSIGN TO "FXPUPILDIET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PDT-KEY
           FILE STATUS IS PUPILDIET-FS.

      *> THE PUPIL A NAMED LINE IS MADE FOR, KEYED AS FX-ORDLINES
           SELECT ORDDIETS ASSIGN TO "FXORDDIET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODT-KEY
           FILE STATUS IS ORDDIET-FS.

      *> MUNICIPAL TENDER LOTS AND THEIR SCHOOLS KEPT BY TENDER -
      *> THE LOT'S OPEN AND BILLED MEALS ARE HELD AGAINST ITS CEILING
           SELECT TENDERS ASSIGN TO "FXTENDER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TND-LOT-ID
           FILE STATUS IS TENDER-FS.

           SELECT TNDSCHOOLS ASSIGN TO "FXTNDSCHOOL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNS-KEY
           ALTERNATE RECORD KEY IS TNS-SCHOOL-ID
           WITH DUPLICATES
           FILE STATUS IS TNDSCHOOL-FS.

      *> NON-SCHOOL CUSTOMERS KEPT BY CUSTMNT - THEIR IDS RUN 800-899
      *> IN THE SCHOOL FIELD AND THEY SKIP THE SCHOOL-ONLY CHECKS
           SELECT CUSTOMERS ASSIGN TO "FXCUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUS-ID
           FILE STATUS IS CUSTOMER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       FD  DUNNING.
       COPY FD-DUNNING.

       FD  LOTEXP.
       COPY FD-LOTEXP.

       FD  PUPILDIETS.
       COPY FD-PUPILDIET.

       FD  ORDDIETS.
       COPY FD-ORDDIET.

       FD  TENDERS.
       COPY FD-TENDER.

       FD  TNDSCHOOLS.
       COPY FD-TNDSCHOOL.

       FD  CUSTOMERS.
       COPY FD-CUSTOMER.

       FD  ORDERSKEYS.
       01  FDORDERSKEYS                               PIC 9(005).

           "TIME OUTSIDE THIS SCHOOL'S DELIVERY WINDOW - RE-ENTER".

       77  SCHALLERG-FS                         PIC 9(002).
       77  PUPILDIET-FS                         PIC 9(002).
       77  ORDDIET-FS                           PIC 9(002).
       77  SR-CAT-FS                            PIC 9(002).
       77  ALLERGEN-OK                          PIC X(001).
       77  ALLERGEN-HIT                         PIC X(001).
               10  TAB-BDL-OUT-SANDWICH         PIC 9(003).
               10  TAB-BDL-OUT-QTY              PIC 9(003).
               10  TAB-BDL-OUT-TIER             PIC X(001).
               10  TAB-BDL-OUT-PUPIL            PIC X(010).
               10  TAB-BDL-OUT-DIET             PIC X(020).
               10  TAB-BDL-OUT-DIET-FLAGS       PIC X(014).
       77  WS-ORDER-SITE-ID                     PIC 9(003).
       77  WS-SITE-CAPACITY-LIM                 PIC 9(005).
       77  WS-NEW-ORDER-QTY                     PIC 9(005).
       77  WS-BAL-FROM-FILE                     PIC X(001).
       77  DUNNING-FS                           PIC 9(002).
       77  WS-DUN-FLAGGED                       PIC X(001).
       77  LOTEXP-FS                            PIC 9(002).
       77  CONTRACT-FS                          PIC 9(002).
       77  WS-CONTRACT-FOUND                    PIC X(001).
       77  WS-CONTRACT-BEST-FROM                PIC 9(008).
       77  WS-SUB-NEEDED-QTD                    PIC 9(006).
       77  WS-SUB-PRIMARY-SAVE                  PIC 9(003).
       77  WS-SUB-QTD-SAVE                      PIC 9(003).
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.
       01  WS-EXP-DATE.
           05 WS-EXP-YEAR                       PIC X(004).
           05 WS-EXP-MONTH                      PIC X(002).
           05 WS-EXP-DAY                        PIC X(002).
       01  WS-SUBLOG-DATE.
           05 WS-SUBLOG-YEAR                    PIC 9(004).
           05 WS-SUBLOG-MONTH                   PIC 9(002).
               10  TAB-OL-SANDWICH-ID           PIC 9(003).
               10  TAB-OL-QUANTITY              PIC 9(003).
               10  TAB-OL-TIER                  PIC X(001).
      *> NAMED SPECIAL-DIET LINE - THE PUPIL, SPACES ON A PLAIN LINE
               10  TAB-OL-PUPIL                 PIC X(010).
               10  TAB-OL-DIET                  PIC X(020).
               10  TAB-OL-DIET-FLAGS            PIC X(014).

      *> MUNICIPAL MEAL-SUPPORT TIER PER LINE - F FULL PRICE,
      *> S SUBSIDISED (SPLIT BILLING), Z FREE (BILLED TO THE
       77  WS-LINE-TIER                         PIC X(001).
           88  LINE-TIER-VALID                  VALUE "F" "f"
                                                "S" "s" "Z" "z".

      *> PUPIL A LINE IS MADE FOR, CHECKED AGAINST THE SPECIAL-DIET
      *> REGISTER: ON FILE, CONSENT GIVEN, VALID ON THE DELIVERY DATE
      *> AND NOTHING IN THE SANDWICH THE PUPIL MUST NOT HAVE
       77  WS-LINE-PUPIL                        PIC X(010).
       77  WS-LINE-DIET                         PIC X(020).
       77  WS-LINE-DIET-FLAGS                   PIC X(014).
       77  DIET-OK                              PIC X(001).
       77  WS-DIET-DATE                         PIC 9(008).
       77  WS-DIET-SAND-FLAGS                   PIC X(014).
       77  WS-DIET-BAN-HIT                      PIC X(001).
       77  WS-DIET-FLAG-IX                      PIC 9(002).
       77  WS-DIET-IX                           PIC 9(003).
       78  DIET-NOT-ON-FILE                     VALUE
           "PUPIL IS NOT ON THIS SCHOOL'S SPECIAL-DIET REGISTER".
       78  DIET-NO-CONSENT                      VALUE
           "NO PARENTAL CONSENT ON FILE FOR THIS PUPIL".
       78  DIET-NOT-VALID                       VALUE
           "THE PUPIL'S SPECIAL DIET IS NOT VALID ON THE DELIVERY DATE".
       78  DIET-ALLERGEN-HIT                    VALUE
           "SANDWICH CONTAINS AN ALLERGEN THIS PUPIL MUST NOT HAVE".
       78  DIET-INGRED-HIT                      VALUE
           "SANDWICH CONTAINS AN INGREDIENT THIS PUPIL MUST NOT HAVE".
       78  DIET-BUNDLE-ERROR                    VALUE
           "AN EVENT BUNDLE CANNOT BE A NAMED SPECIAL-DIET MEAL".
       78  DIET-DUPLICATE                       VALUE
           "THIS PUPIL ALREADY HAS A MEAL ON THIS ORDER".
       78  DIET-QTY-SET-TEXT                    VALUE
           "A NAMED DIET LINE IS ONE SANDWICH - QUANTITY SET TO 1".
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
       77  WS-HC-EDIT-QTY                       PIC ZZZZZ9.
       77  WS-HC-EDIT-HEADS                     PIC ZZZZ9.
       77  WS-HC-EDIT-LIMIT                     PIC ZZZZZ9.
       01  HEADCOUNT-OK                         PIC X(001).
      *> TENDER CEILING - THE LOT'S BILLED MEALS PLUS EVERY OPEN
      *> ORDER OF ITS SCHOOLS IN THE TERM PLUS THIS ORDER
       77  TENDER-FS                            PIC 9(002).
       77  TNDSCHOOL-FS                         PIC 9(002).
       78  DEFAULT-TENDER-WARN-PCT              VALUE 80.
       77  WS-TND-LOT-ID                        PIC 9(004).
       77  WS-TND-SCHOOL                        PIC 9(003).
       77  WS-TND-ORDER-QTY                     PIC 9(006).
       77  WS-TND-USED-QTY                      PIC 9(008).
       77  WS-TND-USED-VALUE                    PIC 9(010)V99.
       77  WS-TND-WARN-PCT                      PIC 9(003).
       77  WS-TND-USED-PCT                      PIC 9(005).
       77  WS-TND-EDIT-LOT                      PIC 9(004).
       77  WS-TND-EDIT-QTY                      PIC Z(007)9.
       77  WS-TND-EDIT-AWARD                    PIC Z(006)9.
       77  WS-TND-EDIT-PCT                      PIC ZZZZ9.
       01  TENDER-OK                            PIC X(001).
       77  CUSTOMER-FS                          PIC 9(002).
      *> SANDWICH LIFECYCLE - SRLIFECHK ANSWERS FOR THE SCHOOL AND
      *> THE DELIVERY DATE
       77  WS-LIFE-SANDWICH                     PIC 9(003).
       77  WS-LIFE-DATE                         PIC 9(008).
       77  WS-LIFE-RESULT                       PIC X(001).
       78  LIFE-DEVELOPMENT-TEXT                VALUE
           "SANDWICH IS STILL IN DEVELOPMENT - NOT ORDERABLE YET".
       78  LIFE-TRIAL-TEXT                      VALUE
           "SANDWICH IS ON TRIAL - ONLY ITS PILOT SCHOOLS MAY ORDER IT".
       78  LIFE-PHASED-OUT-TEXT                 VALUE
           "SANDWICH IS PHASED OUT BEFORE THIS DELIVERY DATE".
       78  LIFE-RETIRED-TEXT                    VALUE
           "SANDWICH IS RETIRED - PLEASE ORDER ITS REPLACEMENT".
       78  LIFE-COMPONENT-TEXT                  VALUE
           "A BUNDLE COMPONENT CAN NO LONGER BE ORDERED - LEFT OUT".

       77  WS-SCHOOL-LEAD-DAYS                  PIC 9(003).
       77  WS-REQUIRED-LEAD-DAYS                PIC 9(003).
       77  WS-LEAD-THRESHOLD                    PIC 9(008).
           05 SS-TIER PIC X(001) LINE 24 COL 53
              TO WS-LINE-TIER.

      ******************************************************************

       01  DIET-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SPECIAL-DIET PUPIL REF (BLANK = NONE):"
              LINE 24 COL 03.
           05 SS-DIET-PUPIL PIC X(010) LINE 24 COL 43
              TO WS-LINE-PUPIL.

      ******************************************************************

       01  ADD-MORE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
       REGISTER-DOWNTIME SECTION.
           PERFORM GET-ORDER-ID

           CALL "BUSDATE" USING WS-ORDERS-DATE

      *> A CLOSED ACCOUNTING PERIOD TAKES NO MORE ORDERS
           MOVE WS-ORDERS-DATE TO WS-PERCHECK-DATE
                       CLOSE ORDERS
                       EXIT SECTION
                    END-IF

                 MOVE ZEROS TO WS-OL-COUNT
                 PERFORM GET-LINE-DIET
                    IF KEYSTATUS = F3 THEN
                       CLOSE ORDERSKEYS
                       CLOSE ORDERS
                       EXIT SECTION
                    END-IF
              END-IF

              PERFORM CHECK-LEAD-TIME
                TO TAB-OL-SANDWICH-ID (1)
              MOVE WS-ORDERS-QUANTITY TO TAB-OL-QUANTITY (1)
              MOVE WS-LINE-TIER TO TAB-OL-TIER (1)
              MOVE WS-LINE-PUPIL TO TAB-OL-PUPIL (1)
              MOVE WS-LINE-DIET TO TAB-OL-DIET (1)
              MOVE WS-LINE-DIET-FLAGS TO TAB-OL-DIET-FLAGS (1)
              PERFORM GET-MORE-LINES
                 IF KEYSTATUS = F3 THEN
                    CLOSE ORDERSKEYS
                 EXIT SECTION
              END-IF

           PERFORM CHECK-SCHOOL-HEADCOUNT
              IF KEYSTATUS = F3 OR HEADCOUNT-OK NOT = "Y" THEN
                 CLOSE ORDERSKEYS
                 CLOSE ORDERS
                 EXIT SECTION
              END-IF

           PERFORM CHECK-TENDER-CEILING
              IF KEYSTATUS = F3 OR TENDER-OK NOT = "Y" THEN
                 CLOSE ORDERSKEYS
                 CLOSE ORDERS
                 EXIT SECTION
              END-IF

           PERFORM CHECK-SCHOOL-BUDGET
              IF KEYSTATUS = F3 OR BUDGET-OK NOT = "Y" THEN
                 CLOSE ORDERSKEYS
                                      MOVE "F" TO
                                         TAB-OL-TIER (WS-OL-COUNT)
                                   END-IF
      *> A NAMED MEAL IS NOT COPIED TO A NEW DAY AS NAMED
                                   MOVE SPACES TO
                                      TAB-OL-PUPIL (WS-OL-COUNT)
                                      TAB-OL-DIET (WS-OL-COUNT)
                                      TAB-OL-DIET-FLAGS
                                      (WS-OL-COUNT)
                                END-IF
                             END-IF
                       END-READ
                      TO TAB-OL-SANDWICH-ID (1)
                    MOVE FD-ORDERS-QUANTITY TO TAB-OL-QUANTITY (1)
                    MOVE "F" TO TAB-OL-TIER (1)
                    MOVE SPACES TO TAB-OL-PUPIL (1) TAB-OL-DIET (1)
                       TAB-OL-DIET-FLAGS (1)
              END-READ
           END-IF
           EXIT SECTION.
                TO WS-ADJ-SANDWICH
              MOVE TAB-OL-QUANTITY (WS-ADJ-IX) TO WS-ADJ-OLD-QTY
              MOVE TAB-OL-QUANTITY (WS-ADJ-IX) TO WS-ADJ-QTY
      *> A SANDWICH THAT CAN NO LONGER BE ORDERED DROPS OUT OF THE
      *> COPY WITH ITS REASON SHOWN
              MOVE WS-ADJ-SANDWICH TO WS-LIFE-SANDWICH
              PERFORM CHECK-SANDWICH-LIFECYCLE
              IF WS-LIFE-RESULT NOT = "Y" THEN
                 ACCEPT COMMENTS-SCREEN
                 MOVE ZEROS TO WS-ADJ-QTY
              ELSE
                 DISPLAY COPY-ADJ-SCREEN
                 ACCEPT COPY-ADJ-SCREEN
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
              END-IF
              IF WS-ADJ-QTY > ZEROS THEN
                 ADD 1 TO WS-ADJ-OUT
                 MOVE WS-ADJ-QTY TO TAB-OL-QUANTITY (WS-ADJ-OUT)
                 MOVE TAB-OL-TIER (WS-ADJ-IX)
                   TO TAB-OL-TIER (WS-ADJ-OUT)
                 MOVE TAB-OL-PUPIL (WS-ADJ-IX)
                   TO TAB-OL-PUPIL (WS-ADJ-OUT)
                 MOVE TAB-OL-DIET (WS-ADJ-IX)
                   TO TAB-OL-DIET (WS-ADJ-OUT)
                 MOVE TAB-OL-DIET-FLAGS (WS-ADJ-IX)
                   TO TAB-OL-DIET-FLAGS (WS-ADJ-OUT)
              END-IF
           END-PERFORM
           MOVE WS-ADJ-OUT TO WS-OL-COUNT
      *> PERIODS IS REFUSED AND RE-ASKED UNTIL IT FALLS ON AN OPEN
      *> DAY - NO MORE TERM-BREAK CANCELLATION MARATHONS
       CHECK-SCHOOL-CLOSURE SECTION.
      *> TERM BREAKS ARE A SCHOOL MATTER - A CUSTOMER HAS NONE
           IF WS-ORDER-FOR-CUSTOMER THEN
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-SCHOOL-CLOSED
           PERFORM WITH TEST AFTER
           UNTIL WS-SCHOOL-CLOSED NOT = "Y"

      ******************************************************************

      *> A DAY'S MEALS FOR THE SCHOOL - THIS ORDER PLUS ITS OTHER
      *> LIVE ORDERS FOR THE SAME DELIVERY DATE - ARE HELD AGAINST
      *> THE ENROLMENT OR THE DAY'S ATTENDANCE PLUS THE MARGIN.
      *> THE SCHOOL'S ENROLMENT RECORD SAYS WHETHER GOING PAST IT
      *> ONLY WARNS OR BLOCKS THE ORDER; NO RECORD MEANS NO CHECK
       CHECK-SCHOOL-HEADCOUNT SECTION.
           MOVE "Y" TO HEADCOUNT-OK
      *> A CUSTOMER HAS NO PUPILS - NO ENROLMENT CHECK
           IF WS-ORDER-FOR-CUSTOMER THEN
              EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-HC-DAY-QTY
           PERFORM VARYING WS-OL-IX FROM 1 BY 1
           UNTIL WS-OL-IX > WS-OL-COUNT
              ADD TAB-OL-QUANTITY (WS-OL-IX) TO WS-HC-DAY-QTY
           END-PERFORM
           MOVE WS-DELIVERY-YEAR TO WS-HC-DATE (1:4)
           MOVE WS-DELIVERY-MONTH TO WS-HC-DATE (5:2)
           MOVE WS-DELIVERY-DAY TO WS-HC-DATE (7:2)
           PERFORM SUM-SCHOOL-DAY-MEALS

           CALL "SCHHEADS" USING WS-ORDERS-SCHOOL-INTERNAL-ID
              WS-HC-DATE WS-HC-DAY-QTY WS-HC-HEADCOUNT WS-HC-LIMIT
              WS-HC-RESULT
           IF WS-HC-RESULT = SPACE THEN
              EXIT SECTION
           END-IF

           MOVE WS-HC-DAY-QTY TO WS-HC-EDIT-QTY
           MOVE WS-HC-HEADCOUNT TO WS-HC-EDIT-HEADS
           MOVE WS-HC-LIMIT TO WS-HC-EDIT-LIMIT
           MOVE SPACES TO COMMENT-TEXT
           IF WS-HC-RESULT = "B" THEN
              MOVE "N" TO HEADCOUNT-OK
              STRING "ORDER REFUSED: " WS-HC-EDIT-QTY
                 " MEALS THAT DAY FOR " WS-HC-EDIT-HEADS
                 " PUPILS - LIMIT " WS-HC-EDIT-LIMIT
                 DELIMITED BY SIZE INTO COMMENT-TEXT
           ELSE
              STRING "WARNING: " WS-HC-EDIT-QTY
                 " MEALS THAT DAY FOR " WS-HC-EDIT-HEADS
                 " PUPILS - ABOVE THE LIMIT OF " WS-HC-EDIT-LIMIT
                 DELIMITED BY SIZE INTO COMMENT-TEXT
           END-IF
           ACCEPT COMMENTS-SCREEN
           EXIT SECTION.

      *> THE SCHOOL'S OTHER LIVE ORDERS FOR THE DAY, READ ON THE
      *> SCHOOL-PLUS-DELIVERY-DATE KEY OF THE ORDERS FILE ALREADY
      *> OPEN IN THIS SESSION
       SUM-SCHOOL-DAY-MEALS SECTION.
           MOVE WS-ORDERS-SCHOOL-INTERNAL-ID
             TO FD-ORDERS-SDK-SCHOOL
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
                       WS-ORDERS-SCHOOL-INTERNAL-ID
                       OR FD-DELIVERY-DATE NOT = WS-HC-DATE
                       MOVE "Y" TO WS-HC-DONE
                    ELSE
                       IF FD-ORDERS-STATUS NOT = 0 THEN
                          PERFORM ADD-ORDER-TO-DAY-MEALS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       ADD-ORDER-TO-DAY-MEALS SECTION.
           MOVE FD-ORDERS-ID TO WS-HC-LOOK-ORDER
           MOVE ZEROS TO WS-HC-ORDER-QTY
           MOVE ZEROS TO WS-HC-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = "35" THEN
              MOVE WS-HC-LOOK-ORDER TO OL-ORDER-ID
              MOVE ZEROS TO OL-LINE-NO
              START ORDLINES KEY IS GREATER OR EQUAL OL-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPACE TO FLAG-TRUE
                    PERFORM WITH TEST BEFORE UNTIL FLAG-TRUE = "E"
                       READ ORDLINES NEXT RECORD
                          AT END
                             MOVE "E" TO FLAG-TRUE
                          NOT AT END
                             IF OL-ORDER-ID NOT = WS-HC-LOOK-ORDER
                                MOVE "E" TO FLAG-TRUE
                             ELSE
                                ADD 1 TO WS-HC-LINES-SEEN
                                ADD OL-QUANTITY TO WS-HC-ORDER-QTY
                             END-IF
                       END-READ
                    END-PERFORM
              END-START
           END-IF
           CLOSE ORDLINES
           MOVE SPACE TO FLAG-TRUE
           IF WS-HC-LINES-SEEN = ZEROS THEN
              ADD FD-ORDERS-QUANTITY TO WS-HC-DAY-QTY
           ELSE
              ADD WS-HC-ORDER-QTY TO WS-HC-DAY-QTY
           END-IF
           EXIT SECTION.

      ******************************************************************

      *> A SCHOOL IN A MUNICIPAL TENDER LOT FOR THE DELIVERY DATE
      *> HAS THE LOT'S BILLED MEALS, THE OPEN ORDERS OF ALL THE
      *> LOT'S SCHOOLS IN THE TERM AND THIS ORDER HELD AGAINST THE
      *> AWARDED QUANTITY AND VALUE AT THE TENDERED PRICE. PAST
      *> EITHER CEILING THE ORDER NEEDS A CONTRACT AMENDMENT FIRST;
      *> PAST THE LOT'S WARNING PERCENTAGE IT ONLY WARNS
       CHECK-TENDER-CEILING SECTION.
           MOVE "Y" TO TENDER-OK
           IF WS-ORDER-FOR-CUSTOMER THEN
              EXIT SECTION
           END-IF
           MOVE WS-DELIVERY-YEAR TO WS-HC-DATE (1:4)
           MOVE WS-DELIVERY-MONTH TO WS-HC-DATE (5:2)
           MOVE WS-DELIVERY-DAY TO WS-HC-DATE (7:2)
           CALL "TNDLOT" USING WS-ORDERS-SCHOOL-INTERNAL-ID
              WS-HC-DATE WS-TND-LOT-ID
           IF WS-TND-LOT-ID = ZEROS THEN
              EXIT SECTION
           END-IF
           OPEN INPUT TENDERS
           MOVE WS-TND-LOT-ID TO TND-LOT-ID
           READ TENDERS
              INVALID KEY
                 CLOSE TENDERS
                 EXIT SECTION
           END-READ
           CLOSE TENDERS

           MOVE ZEROS TO WS-TND-ORDER-QTY
           PERFORM VARYING WS-OL-IX FROM 1 BY 1
           UNTIL WS-OL-IX > WS-OL-COUNT
              ADD TAB-OL-QUANTITY (WS-OL-IX) TO WS-TND-ORDER-QTY
           END-PERFORM
           COMPUTE WS-TND-USED-QTY = TND-BILLED-QTY + WS-TND-ORDER-QTY
           PERFORM SUM-LOT-OPEN-ORDERS
           COMPUTE WS-TND-USED-VALUE =
              WS-TND-USED-QTY * TND-UNIT-PRICE
           MOVE TND-WARN-PCT TO WS-TND-WARN-PCT
           IF WS-TND-WARN-PCT = ZEROS THEN
              MOVE DEFAULT-TENDER-WARN-PCT TO WS-TND-WARN-PCT
           END-IF
           COMPUTE WS-TND-USED-PCT =
              WS-TND-USED-QTY * 100 / TND-AWARDED-QTY
           IF WS-TND-USED-QTY <= TND-AWARDED-QTY
              AND WS-TND-USED-VALUE <= TND-AWARDED-VALUE
              AND WS-TND-USED-QTY * 100
                 < TND-AWARDED-QTY * WS-TND-WARN-PCT
              AND WS-TND-USED-VALUE * 100
                 < TND-AWARDED-VALUE * WS-TND-WARN-PCT THEN
              EXIT SECTION
           END-IF

           MOVE TND-LOT-ID TO WS-TND-EDIT-LOT
           MOVE WS-TND-USED-QTY TO WS-TND-EDIT-QTY
           MOVE TND-AWARDED-QTY TO WS-TND-EDIT-AWARD
           MOVE WS-TND-USED-PCT TO WS-TND-EDIT-PCT
           MOVE SPACES TO COMMENT-TEXT
           IF WS-TND-USED-QTY > TND-AWARDED-QTY
              OR WS-TND-USED-VALUE > TND-AWARDED-VALUE THEN
              MOVE "N" TO TENDER-OK
              STRING "ORDER REFUSED: TENDER LOT " WS-TND-EDIT-LOT
                 " WOULD REACH " WS-TND-EDIT-QTY " OF "
                 WS-TND-EDIT-AWARD
                 " AWARDED - AMENDMENT NEEDED"
                 DELIMITED BY SIZE INTO COMMENT-TEXT
           ELSE
              STRING "WARNING: TENDER LOT " WS-TND-EDIT-LOT
                 " AT " WS-TND-EDIT-PCT "% OF ITS AWARDED VOLUME ("
                 WS-TND-EDIT-QTY " OF " WS-TND-EDIT-AWARD " MEALS)"
                 DELIMITED BY SIZE INTO COMMENT-TEXT
           END-IF
           ACCEPT COMMENTS-SCREEN
           EXIT SECTION.

      *> EVERY SCHOOL OF THE LOT, ITS REGISTERED TO DELIVERED ORDERS
      *> IN THE TERM - INVOICED ORDERS ARE IN THE BILLED FIGURE
       SUM-LOT-OPEN-ORDERS SECTION.
           OPEN INPUT TNDSCHOOLS
           MOVE TND-LOT-ID TO TNS-LOT-ID
           MOVE ZEROS TO TNS-SCHOOL-ID
           START TNDSCHOOLS KEY IS GREATER OR EQUAL TNS-KEY
              INVALID KEY
                 SET EOFTNDSCHOOLS TO TRUE
           END-START
           PERFORM UNTIL EOFTNDSCHOOLS
              READ TNDSCHOOLS NEXT RECORD
                 AT END
                    SET EOFTNDSCHOOLS TO TRUE
                 NOT AT END
                    IF TNS-LOT-ID NOT = TND-LOT-ID THEN
                       SET EOFTNDSCHOOLS TO TRUE
                    ELSE
                       MOVE TNS-SCHOOL-ID TO WS-TND-SCHOOL
                       PERFORM SUM-SCHOOL-TERM-ORDERS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TNDSCHOOLS
           EXIT SECTION.

       SUM-SCHOOL-TERM-ORDERS SECTION.
           MOVE WS-TND-SCHOOL TO FD-ORDERS-SDK-SCHOOL
           MOVE TND-FROM-DATE TO FD-ORDERS-SDK-DATE
           START ORDERS KEY IS GREATER OR EQUAL
              FD-ORDERS-SCHOOL-DATE-KEY
              INVALID KEY
                 EXIT SECTION
           END-START
           MOVE SPACE TO WS-HC-DONE
           PERFORM UNTIL WS-HC-DONE = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-HC-DONE
                 NOT AT END
                    IF FD-ORDERS-SDK-SCHOOL NOT = WS-TND-SCHOOL
                       OR FD-ORDERS-SDK-DATE > TND-TO-DATE
                       MOVE "Y" TO WS-HC-DONE
                    ELSE
                       IF FD-ORDERS-STATUS > 0
                          AND FD-ORDERS-STATUS < 6 THEN
                          MOVE ZEROS TO WS-HC-DAY-QTY
                          PERFORM ADD-ORDER-TO-DAY-MEALS
                          ADD WS-HC-DAY-QTY TO WS-TND-USED-QTY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

      ******************************************************************

      *> SCHOOLS WITH A MONTHLY BUDGET CAP ON THEIR LEAD-TIME
      *> RECORD HAVE THE MONTH'S ORDERED VALUE TOTALLED; GOING PAST
      *> THE CAP NEEDS A SUPERVISOR OVERRIDE WHICH IS RECORDED ON
                   TO TAB-OL-QUANTITY (WS-OL-IX)
                 MOVE TAB-BDL-OUT-TIER (WS-OL-IX)
                   TO TAB-OL-TIER (WS-OL-IX)
                 MOVE TAB-BDL-OUT-PUPIL (WS-OL-IX)
                   TO TAB-OL-PUPIL (WS-OL-IX)
                 MOVE TAB-BDL-OUT-DIET (WS-OL-IX)
                   TO TAB-OL-DIET (WS-OL-IX)
                 MOVE TAB-BDL-OUT-DIET-FLAGS (WS-OL-IX)
                   TO TAB-OL-DIET-FLAGS (WS-OL-IX)
              END-PERFORM
           END-IF
           EXIT SECTION.
                TO TAB-BDL-OUT-QTY (WS-BDL-OUT-COUNT)
              MOVE TAB-OL-TIER (WS-BDL-IX)
                TO TAB-BDL-OUT-TIER (WS-BDL-OUT-COUNT)
              MOVE TAB-OL-PUPIL (WS-BDL-IX)
                TO TAB-BDL-OUT-PUPIL (WS-BDL-OUT-COUNT)
              MOVE TAB-OL-DIET (WS-BDL-IX)
                TO TAB-BDL-OUT-DIET (WS-BDL-OUT-COUNT)
              MOVE TAB-OL-DIET-FLAGS (WS-BDL-IX)
                TO TAB-BDL-OUT-DIET-FLAGS (WS-BDL-OUT-COUNT)
           END-IF
           EXIT SECTION.

              END-IF
              EXIT SECTION
           END-IF
           MOVE BDL-COMPONENT-SR TO WS-LIFE-SANDWICH
           PERFORM CHECK-SANDWICH-LIFECYCLE
           IF WS-LIFE-RESULT NOT = "Y" THEN
              MOVE LIFE-COMPONENT-TEXT TO COMMENT-TEXT
              ACCEPT COMMENTS-SCREEN
              EXIT SECTION
           END-IF
           COMPUTE WS-BDL-QTY =
              BDL-QTY-EACH * TAB-OL-QUANTITY (WS-BDL-IX)
              ON SIZE ERROR
      *> COMPONENT LINES INHERIT THE TIER OF THE BUNDLE LINE
           MOVE TAB-OL-TIER (WS-BDL-IX)
             TO TAB-BDL-OUT-TIER (WS-BDL-OUT-COUNT)
           MOVE SPACES TO TAB-BDL-OUT-PUPIL (WS-BDL-OUT-COUNT)
              TAB-BDL-OUT-DIET (WS-BDL-OUT-COUNT)
              TAB-BDL-OUT-DIET-FLAGS (WS-BDL-OUT-COUNT)
           EXIT SECTION.

      ******************************************************************
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
                 PERFORM GET-LINE-DIET
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
                 PERFORM CHECK-LEAD-TIME
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                      TO TAB-OL-QUANTITY (WS-OL-COUNT)
                    MOVE WS-LINE-TIER
                      TO TAB-OL-TIER (WS-OL-COUNT)
                    MOVE WS-LINE-PUPIL
                      TO TAB-OL-PUPIL (WS-OL-COUNT)
                    MOVE WS-LINE-DIET
                      TO TAB-OL-DIET (WS-OL-COUNT)
                    MOVE WS-LINE-DIET-FLAGS
                      TO TAB-OL-DIET-FLAGS (WS-OL-COUNT)
                 END-IF
              END-IF
           END-PERFORM
      *> THREE CODES; IT RIDES THE LINE INTO BILLING AND THE CLAIM
       GET-LINE-TIER SECTION.
           MOVE "F" TO WS-LINE-TIER
      *> MEAL SUPPORT IS MUNICIPAL - A CUSTOMER ALWAYS PAYS IN FULL
           IF WS-ORDER-FOR-CUSTOMER THEN
              EXIT SECTION
           END-IF
           PERFORM WITH TEST AFTER UNTIL LINE-TIER-VALID
              DISPLAY TIER-SCREEN
              ACCEPT TIER-SCREEN
           MOVE UPPER-CASE (WS-LINE-TIER) TO WS-LINE-TIER
           EXIT SECTION.

      ******************************************************************

      *> A LINE MAY BE MADE FOR ONE NAMED PUPIL ON THE SCHOOL'S
      *> SPECIAL-DIET REGISTER. THE REFERENCE IS RE-ASKED UNTIL IT
      *> PASSES OR IS LEFT BLANK - THERE IS NO OVERRIDE, THE DIET
      *> IS MEDICAL
       GET-LINE-DIET SECTION.
      *> THE SPECIAL-DIET REGISTER IS KEPT PER SCHOOL FOR PUPILS
           IF WS-ORDER-FOR-CUSTOMER THEN
              MOVE SPACES TO WS-LINE-PUPIL WS-LINE-DIET
              MOVE SPACES TO WS-LINE-DIET-FLAGS
              MOVE "Y" TO DIET-OK
              EXIT SECTION
           END-IF
           MOVE SPACE TO DIET-OK
           PERFORM WITH TEST AFTER UNTIL DIET-OK = "Y"
              MOVE SPACES TO WS-LINE-PUPIL WS-LINE-DIET
              MOVE ALL "N" TO WS-LINE-DIET-FLAGS
              DISPLAY DIET-SCREEN
              ACCEPT DIET-SCREEN
              IF KEYSTATUS = F3 THEN
                 EXIT SECTION
              END-IF
              MOVE UPPER-CASE (WS-LINE-PUPIL) TO WS-LINE-PUPIL
              IF WS-LINE-PUPIL = SPACES THEN
                 MOVE SPACES TO WS-LINE-DIET-FLAGS
                 MOVE "Y" TO DIET-OK
              ELSE
                 PERFORM CHECK-PUPIL-DIET
                 IF DIET-OK NOT = "Y" THEN
                    ACCEPT COMMENTS-SCREEN
                    IF KEYSTATUS = F3 THEN
                       EXIT SECTION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LINE-PUPIL NOT = SPACES
              AND WS-ORDERS-QUANTITY NOT = 1 THEN
              MOVE 1 TO WS-ORDERS-QUANTITY
              MOVE DIET-QTY-SET-TEXT TO COMMENT-TEXT
              ACCEPT COMMENTS-SCREEN
           END-IF
           EXIT SECTION.

       CHECK-PUPIL-DIET SECTION.
           MOVE SPACE TO DIET-OK
           PERFORM VARYING WS-DIET-IX FROM 1 BY 1
           UNTIL WS-DIET-IX > WS-OL-COUNT
              IF TAB-OL-PUPIL (WS-DIET-IX) = WS-LINE-PUPIL THEN
                 MOVE DIET-DUPLICATE TO COMMENT-TEXT
                 EXIT SECTION
              END-IF
           END-PERFORM

           OPEN INPUT PUPILDIETS
           IF PUPILDIET-FS = "35" THEN
              CLOSE PUPILDIETS
              MOVE DIET-NOT-ON-FILE TO COMMENT-TEXT
              EXIT SECTION
           END-IF
           MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO PDT-SCHOOL-ID
           MOVE WS-LINE-PUPIL TO PDT-PUPIL-REF
           READ PUPILDIETS
              INVALID KEY
                 CLOSE PUPILDIETS
                 MOVE DIET-NOT-ON-FILE TO COMMENT-TEXT
                 EXIT SECTION
           END-READ
           CLOSE PUPILDIETS
           IF NOT PDT-CONSENT-GIVEN THEN
              MOVE DIET-NO-CONSENT TO COMMENT-TEXT
              EXIT SECTION
           END-IF
           MOVE WS-DELIVERY-YEAR TO WS-EXP-YEAR
           MOVE WS-DELIVERY-MONTH TO WS-EXP-MONTH
           MOVE WS-DELIVERY-DAY TO WS-EXP-DAY
           MOVE WS-EXP-DATE TO WS-DIET-DATE
           IF WS-DIET-DATE < PDT-VALID-FROM
              OR (PDT-VALID-TO NOT = ZEROS
                  AND WS-DIET-DATE > PDT-VALID-TO) THEN
              MOVE DIET-NOT-VALID TO COMMENT-TEXT
              EXIT SECTION
           END-IF

           OPEN INPUT BUNDLES
           IF BUNDLE-FS NOT = "35" THEN
              MOVE WS-ORDERS-SANDWICH-INTERNAL-ID TO BDL-ID
              MOVE ZEROS TO BDL-COMPONENT-SR
              START BUNDLES KEY IS GREATER OR EQUAL BDL-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ BUNDLES NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF BDL-ID = WS-ORDERS-SANDWICH-INTERNAL-ID
                             CLOSE BUNDLES
                             MOVE DIET-BUNDLE-ERROR TO COMMENT-TEXT
                             EXIT SECTION
                          END-IF
                    END-READ
              END-START
           END-IF
           CLOSE BUNDLES

           CALL "SRALLERGEN" USING WS-ORDERS-SANDWICH-INTERNAL-ID
              WS-DIET-DATE WS-DIET-SAND-FLAGS PDT-BAN-INGREDS
              WS-DIET-BAN-HIT
           PERFORM VARYING WS-DIET-FLAG-IX FROM 1 BY 1
           UNTIL WS-DIET-FLAG-IX > 14
              IF PDT-ALRG-FLAGS (WS-DIET-FLAG-IX:1) = "Y"
                 AND WS-DIET-SAND-FLAGS (WS-DIET-FLAG-IX:1) = "Y"
                 MOVE DIET-ALLERGEN-HIT TO COMMENT-TEXT
                 EXIT SECTION
              END-IF
           END-PERFORM
           IF WS-DIET-BAN-HIT = "Y" THEN
              MOVE DIET-INGRED-HIT TO COMMENT-TEXT
              EXIT SECTION
           END-IF

           MOVE PDT-DIET-NAME TO WS-LINE-DIET
           MOVE PDT-ALRG-FLAGS TO WS-LINE-DIET-FLAGS
           MOVE "Y" TO DIET-OK
           EXIT SECTION.

      ******************************************************************

       WRITE-ORDER-LINES SECTION.
              END-WRITE
           END-PERFORM
           CLOSE ORDLINES
           PERFORM WRITE-DIET-LINES
           EXIT SECTION.

      *> ONE FXORDDIET ROW BESIDE EACH NAMED LINE
       WRITE-DIET-LINES SECTION.
           OPEN I-O ORDDIETS
           IF ORDDIET-FS = "35" THEN
              CLOSE ORDDIETS
              OPEN OUTPUT ORDDIETS
              CLOSE ORDDIETS
              OPEN I-O ORDDIETS
           END-IF
           PERFORM VARYING WS-OL-IX FROM 1 BY 1
           UNTIL WS-OL-IX > WS-OL-COUNT
              IF TAB-OL-PUPIL (WS-OL-IX) NOT = SPACES THEN
                 MOVE WS-ORDERS-ID TO ODT-ORDER-ID
                 MOVE WS-OL-IX TO ODT-LINE-NO
                 MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO ODT-SCHOOL-ID
                 MOVE TAB-OL-PUPIL (WS-OL-IX) TO ODT-PUPIL-REF
                 MOVE TAB-OL-DIET (WS-OL-IX) TO ODT-DIET-NAME
                 MOVE TAB-OL-DIET-FLAGS (WS-OL-IX) TO ODT-ALRG-FLAGS
                 WRITE FD-ORDDIET
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE ORDDIETS
           EXIT SECTION.

      ******************************************************************
                       WS-ORDERS-SANDWICH-INTERNAL-ID
                       MOVE "Y" TO TRUE-YES
                    ELSE
                       PERFORM EXPLODE-INGREDIENT-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SR-ING
           EXIT SECTION.

      *> A PREPARED COMPONENT IS NOT STOCKED - THE ORDER RESERVES THE
      *> INGREDIENTS OF THE COMPONENT'S RECIPE IN FORCE ON THE
      *> DELIVERY DAY; A PLAIN INGREDIENT COMES BACK AS ITSELF
       EXPLODE-INGREDIENT-LINE SECTION.
           MOVE WS-DELIVERY-YEAR TO WS-EXP-YEAR
           MOVE WS-DELIVERY-MONTH TO WS-EXP-MONTH
           MOVE WS-DELIVERY-DAY TO WS-EXP-DAY
           MOVE WS-EXP-DATE TO WS-EXP-AS-AT
           COMPUTE WS-EXP-LINE-QTY = SR-ING-QTD * WS-ORDERS-QUANTITY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
              WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
           UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
              PERFORM WRITE-INGREDIENT-MOVEMENT
           END-PERFORM
           EXIT SECTION.

      ******************************************************************

      *> WHEN ON-HAND STOCK OF THE PRIMARY CANNOT COVER THE DEDUCTION,
              END-PERFORM
              CLOSE INVENTORY
           END-IF
           PERFORM SUBTRACT-HELD-LOTS

           OPEN INPUT RESERVATIONS
           IF RESERVE-FS = "35" THEN
           CLOSE RESERVATIONS
           EXIT SECTION.

      *> STOCK IN A LOT ON QUARANTINE HOLD IS ON THE SHELF BUT NOT
      *> USABLE - WHAT WAS LEFT OF THE LOT WHEN IT WENT ON HOLD
      *> COMES OFF THE ON-HAND FIGURE
       SUBTRACT-HELD-LOTS SECTION.
           OPEN INPUT LOTEXP
           IF LOTEXP-FS = "35" THEN
              CLOSE LOTEXP
              EXIT SECTION
           END-IF
           MOVE SPACE TO TRUE-YES
           PERFORM WITH TEST BEFORE UNTIL TRUE-YES = "Y"
              READ LOTEXP NEXT RECORD
                 AT END
                    MOVE "Y" TO TRUE-YES
                 NOT AT END
                    IF LOTX-INGRED-ID = WS-STOCK-CHECK-ID
                       AND LOTX-ON-HOLD
                       AND LOTX-STILL-LIVE THEN
                       SUBTRACT LOTX-HOLD-QTY FROM WS-ON-HAND
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOTEXP
           EXIT SECTION.

      *> MAINTAINED BALANCES SUMMED ACROSS SITES FOR THE INGREDIENT
      *> UNDER CHECK; A MISSING BALANCE FILE HANDS BACK TO THE
      *> JOURNAL SCAN, A PRESENT-BUT-EMPTY RANGE MEANS ZERO ON HAND
      *> GENUINELY AVAILABLE (ON HAND MINUS OPEN RESERVATIONS).
       WRITE-INGREDIENT-MOVEMENT SECTION.
           INITIALIZE WS-INVENTORY
           MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX) TO WS-INGRED-ID
           MOVE MOVE-OUT-ORIGIN-RSO TO WS-MOVE-OUT-ID
           MOVE "N" TO WS-MOVE-QTD-OVERFLOW-THIS
           COMPUTE WS-MOVE-OUT-QTD ROUNDED =
              WS-EXP-PART-QTY (WS-EXP-IX)
              ON SIZE ERROR
                 MOVE "Y" TO WS-MOVE-QTD-OVERFLOW-THIS
                 MOVE "Y" TO WS-MOVE-QTD-OVERFLOW
      *> ACTUAL, LIVE SCHOOL RECORD - NOT JUST A NON-ZERO NUMBER
       CHECK-SCHOOL-EXISTS SECTION.
           MOVE SPACES TO SCHOOL-EXISTS
      *> A NON-SCHOOL CUSTOMER MUST BE ON FXCUSTOMERS AND ACTIVE
           IF WS-ORDER-FOR-CUSTOMER THEN
              PERFORM CHECK-CUSTOMER-EXISTS
              EXIT SECTION
           END-IF
           MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO SCHOOL-INTERNAL-ID
           OPEN INPUT SCHOOLS
           READ SCHOOLS
           CLOSE SCHOOLS
           EXIT SECTION.

       CHECK-CUSTOMER-EXISTS SECTION.
           OPEN INPUT CUSTOMERS
           IF CUSTOMER-FS = "35" THEN
              CLOSE CUSTOMERS
              EXIT SECTION
           END-IF
           MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO CUS-ID
           READ CUSTOMERS
              INVALID KEY
                 MOVE SPACES TO SCHOOL-EXISTS
              NOT INVALID KEY
                 IF CUS-IS-ACTIVE = 1 THEN
                    MOVE "Y" TO SCHOOL-EXISTS
                 END-IF
           END-READ
           CLOSE CUSTOMERS
           EXIT SECTION.

      ******************************************************************

       GET-SANDWICH-ID SECTION.
              ELSE
                 PERFORM CHECK-SANDWICH-EXISTS
                 IF SANDWICH-EXISTS NOT = "Y" THEN
      *> "L" - ON FILE BUT NOT ORDERABLE, THE REASON IS ALREADY SET
                    IF SANDWICH-EXISTS NOT = "L" THEN
                       MOVE INVALID-SANDWICH TO COMMENT-TEXT
                    END-IF
                    ACCEPT COMMENTS-SCREEN
                    IF KEYSTATUS = F3 THEN
                       EXIT SECTION
                 MOVE "Y" TO SANDWICH-EXISTS
           END-READ
           CLOSE SANDWICHES
           IF SANDWICH-EXISTS = "Y" THEN
              MOVE WS-ORDERS-SANDWICH-INTERNAL-ID TO WS-LIFE-SANDWICH
              PERFORM CHECK-SANDWICH-LIFECYCLE
              IF WS-LIFE-RESULT NOT = "Y" THEN
                 MOVE "L" TO SANDWICH-EXISTS
              END-IF
           END-IF
           EXIT SECTION.

      ******************************************************************

      *> A SANDWICH IN DEVELOPMENT, ON TRIAL FOR OTHER SCHOOLS,
      *> PHASED OUT BEFORE THE DELIVERY DATE OR RETIRED CANNOT BE
      *> ORDERED - THE REASON IS LEFT IN COMMENT-TEXT
       CHECK-SANDWICH-LIFECYCLE SECTION.
           MOVE WS-DELIVERY-YEAR TO WS-LIFE-DATE (1:4)
           MOVE WS-DELIVERY-MONTH TO WS-LIFE-DATE (5:2)
           MOVE WS-DELIVERY-DAY TO WS-LIFE-DATE (7:2)
           CALL "SRLIFECHK" USING WS-LIFE-SANDWICH
              WS-ORDERS-SCHOOL-INTERNAL-ID WS-LIFE-DATE WS-LIFE-RESULT
           EVALUATE WS-LIFE-RESULT
              WHEN "D"
                 MOVE LIFE-DEVELOPMENT-TEXT TO COMMENT-TEXT
              WHEN "T"
                 MOVE LIFE-TRIAL-TEXT TO COMMENT-TEXT
              WHEN "O"
                 MOVE LIFE-PHASED-OUT-TEXT TO COMMENT-TEXT
              WHEN "R"
                 MOVE LIFE-RETIRED-TEXT TO COMMENT-TEXT
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************
      ******************************************************************

       CHECK-DATE SECTION.
           CALL "BUSDATE" USING WS-CURRENT-DATE
           IF WS-CURRENT-DATE <= WS-VALID-DATE THEN
              IF VALID-YEAR AND VALID-MONTH AND VALID-DAY THEN
                 IF WS-YEAR >= WS-CURRENT-YEAR AND WS-MONTH >=
