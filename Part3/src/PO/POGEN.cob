      ******************************************************************
      *    DRAFT PURCHASE ORDERS FROM LOW-STOCK INGREDIENTS | V0.1
      *    22.08.2026
      ******************************************************************
      *    A SUPPLIER WITHOUT A FOOD-SAFETY CERTIFICATE COVERING THE
      *    ORDER DATE IS DEFERRED UNLESS A SUPERVISOR OVERRIDES IT;
      *    THE OVERRIDE IS WRITTEN TO THE MASTER-FILE JOURNAL
      ******************************************************************
      *    DRAFT QUANTITIES ARE ROUNDED UP TO THE SUPPLIER'S PACK SIZE,
      *    MINIMUM AND ORDER MULTIPLE FROM THE ITEM CATALOGUE
      ******************************************************************
      *    A LIVE BLANKET AGREEMENT IS CALLED OFF BEFORE ANY PRICE
      *    COMPARISON; THE CALLED-OFF QUANTITY IS KEPT ON THE AGREEMENT
      ******************************************************************
      *    AN INGREDIENT UNDER A SPLIT-SOURCING RULE IS SHARED OUT OVER
      *    THE RULE'S SUPPLIERS BY THEIR TARGET PERCENTAGES
      ******************************************************************
      *    OPEN REPLENISHMENT PURCHASE REQUIREMENTS FROM THE NIGHTLY
      *    MIN/MAX RUN ARE ADDED TO THE DRAFT AND MARKED ORDERED ONCE
      *    RELEASED | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS SCA-SUPPLIER-ID
           FILE STATUS IS SUPCAL-FS.

      *> FRAMEWORK AGREEMENTS - A LIVE AGREEMENT WITH BALANCE LEFT
      *> TAKES THE LINE BEFORE ANY PRICE COMPARISON
           SELECT BLANKETS ASSIGN TO "FXBLANKET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BPA-KEY
           FILE STATUS IS BLANKET-FS.

      *> SPLIT-SOURCING RULES - AN INGREDIENT BOUGHT FROM SEVERAL
      *> SUPPLIERS IS SHARED OUT BY THE TARGET PERCENTAGES
           SELECT SPLITSRCS ASSIGN TO "FXSPLITSRC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-KEY
           FILE STATUS IS SPLIT-FS.

      *> HOW EACH SUPPLIER SELLS THE INGREDIENT - DRAFT QUANTITIES
      *> ARE ROUNDED UP TO WHOLE PACKS AND THE ORDER MULTIPLE
           SELECT SUPITEMS ASSIGN TO "FXSUPITEM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIT-KEY
           ALTERNATE RECORD KEY IS SIT-ARTICLE-KEY
           FILE STATUS IS SUPITEM-FS.

      *> SHARED ROLE/PERMISSION LOOKUP - ONLY A SUPERVISOR MAY LET AN
      *> UNCERTIFIED SUPPLIER THROUGH
           SELECT ACCESSLVL ASSIGN TO "ACCESSLVL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCESS-ROLE-ID
           FILE STATUS IS ACCESS-FS.

      *> REPLENISHMENT PROPOSALS - THE SHARE A SUPPLYING SITE COULD
      *> NOT COVER FROM ITS OWN STOCK IS BOUGHT IN HERE
           SELECT REPLPROPS ASSIGN TO "FXREPLPROP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPP-KEY
           FILE STATUS IS REPLPROP-FS.

      *> RUNNING COUNTER FOR THE NEXT PO-ID
           SELECT POKEYS ASSIGN TO "POKEYS"
           ORGANIZATION IS SEQUENTIAL
       FD  SUPCALS.
       COPY FD-SUPCAL.

       FD  BLANKETS.
       COPY FD-BLANKET.

       FD  SPLITSRCS.
       COPY FD-SPLITSRC.

       FD  SUPITEMS.
       COPY FD-SUPITEM.

       FD  REPLPROPS.
       COPY FD-REPLPROP.

       FD  ACCESSLVL.
       01  ACCESS-LEVEL-DETAILS.
           05 ACCESS-ROLE-ID                    PIC 9(001).
           05 ACCESS-ROLE-NAME                  PIC X(020).
           05 ACCESS-CAN-DELETE                 PIC X(001).
               88 ACCESS-DELETE-ALLOWED         VALUE "Y".
               88 ACCESS-DELETE-DENIED          VALUE "N".

       FD  POKEYS.
       01  FDPOKEYS                             PIC 9(006).

       77  SUPCAL-FS                            PIC 9(002).
       77  POKEY-STATUS                         PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       77  ACCESS-FS                            PIC 9(002).
       77  SUPITEM-FS                           PIC 9(002).
       77  BLANKET-FS                           PIC 9(002).
       77  SPLIT-FS                             PIC 9(002).
       77  REPLPROP-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  PO-COUNTER-NAME                      VALUE "POKEYS".

           05 TAB-STK-INGRED-ID                 PIC 9(003).
           05 TAB-STK-ON-HAND                   PIC S9(006).
           05 TAB-STK-THRESHOLD                 PIC 9(003).
      *> OPEN REPLENISHMENT PURCHASE REQUIREMENTS ON TOP OF THE
      *> THRESHOLD TOP-UP, AND WHETHER A RELEASED LINE COVERED THEM
           05 TAB-STK-REPLEN-QTY                PIC 9(005).
           05 TAB-STK-REPLEN-BOUGHT             PIC X(001).

      *> DRAFT ORDER LINES AWAITING REVIEW
       77  MAX-DRAFT                            PIC 9(003) VALUE ZEROS.
           05 TAB-DRAFT-SUPPLIER-ID             PIC 9(003).
           05 TAB-DRAFT-QTY                     PIC 9(005).
           05 TAB-DRAFT-PRICE                   PIC 9(003)V99.
      *> VALID-FROM OF THE AGREEMENT CALLED OFF - ZERO FOR A SPOT BUY
           05 TAB-DRAFT-BPA-FROM                PIC 9(008).

       01  WS-DRAFT-SAVE.
           05 WS-DRAFT-SAVE-INGRED-ID           PIC 9(003).
           05 WS-DRAFT-SAVE-SUPPLIER-ID         PIC 9(003).
           05 WS-DRAFT-SAVE-QTY                 PIC 9(005).
           05 WS-DRAFT-SAVE-PRICE               PIC 9(003)V99.
           05 WS-DRAFT-SAVE-BPA-FROM            PIC 9(008).

       77  WS-FOUND-INDEX                       PIC 9(003).
       77  WS-BEST-SUPPLIER                     PIC 9(003).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-ON-HAND-SHOW                      PIC -ZZZZZ9.
       77  WS-THRESHOLD-SHOW                    PIC ZZ9.
      *> BLANKET AGREEMENT CALL-OFF FIELDS
       78  BPA-WARN-PCT                         VALUE 80.
       77  WS-BPA-FOUND                         PIC X(001).
       77  WS-BPA-FROM                          PIC 9(008).
       77  WS-BPA-TO                            PIC 9(008).
       77  WS-BPA-SUPPLIER                      PIC 9(003).
       77  WS-BPA-PRICE                         PIC 9(003)V99.
       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
       01  NTQ-TEXT                             PIC X(060).
      *> SPLIT-SOURCING - THE RULE'S SUPPLIERS THAT CAN TAKE AN
      *> ORDER TODAY, WITH THEIR SHARE AND PRICE
       77  MAX-SPLIT                            PIC 9(002).
       01  TAB-SPLIT OCCURS 20 INDEXED BY IND-SPLIT.
           05 TAB-SPLIT-SUPPLIER-ID             PIC 9(003).
           05 TAB-SPLIT-PCT                     PIC 9(003).
           05 TAB-SPLIT-PRICE                   PIC 9(003)V99.
       77  WS-SPLIT-TOTAL-PCT                   PIC 9(005).
       77  WS-SPLIT-LEFT                        PIC 9(005).
       77  WS-SPLIT-QTY                         PIC 9(005).
       77  WS-SPLIT-PRICE                       PIC 9(003)V99.
       77  WS-SPLIT-PRICED                      PIC X(001).
       77  FLAG-INNER                           PIC X(001).
      *> PACK ROUNDING WORK FIELDS
       77  WS-PACKS                             PIC 9(006).
       77  WS-PACK-GROUPS                       PIC 9(006).
       77  WS-PACKED-QTY                        PIC 9(009).
       77  WS-PACK-SHOW                         PIC X(030).

      *> FOOD-SAFETY CERTIFICATE GATE - A SUPPLIER WITHOUT A VALID
      *> CERTIFICATE ON THE ORDER DATE NEEDS A SUPERVISOR OVERRIDE
       77  WS-CERT-SUPPLIER                     PIC 9(003).
       77  WS-CERT-DATE                         PIC 9(008).
       77  WS-CERT-NO                           PIC X(020).
       77  WS-CERT-TYPE                         PIC X(001).
       77  WS-CERT-CLEARED                      PIC X(001).
       77  WS-OVERRIDE-ROLE                     PIC 9(001).

       01  JRNL-FILE-TAG                        PIC X(010).
       01  JRNL-RECORD-KEY                      PIC X(012).
       01  JRNL-ACTION                          PIC X(001).
       01  JRNL-USER-ROLE                       PIC 9(001).
       01  JRNL-BEFORE                          PIC X(512).
       01  JRNL-AFTER                           PIC X(512).

      ******************************************************************

           05 VALUE "UNIT PRICE......:"          LINE 11 COL 10.
           05 SS-REV-PRICE PIC ZZ9.99            LINE 11 COL 30
              FROM TAB-DRAFT-PRICE (IND-DRAFT).
           05 VALUE "SUPPLIER PACK...:"          LINE 12 COL 10.
           05 SS-REV-PACK PIC X(030)             LINE 12 COL 30
              FROM WS-PACK-SHOW.
           05 VALUE "ORDER QTY (0 = SKIP):"      LINE 13 COL 10.
           05 SS-REV-QTY PIC 9(005)              LINE 13 COL 33
              TO WS-REVIEW-QTY.
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       01  OVERRIDE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-OVR-TEXT PIC X(060) LINE 20 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 VALUE "SUPERVISOR ROLE TO OVERRIDE (0 = REFUSE):"
              LINE 22 COL 10.
           05 SS-OVR-ROLE PIC 9(001) LINE 22 COL 52
              TO WS-OVERRIDE-ROLE AUTO.

      ******************************************************************

       01  NOTHING-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           COMPUTE WS-DUE-INT = WS-TODAY-INT + PO-LEAD-DAYS
           COMPUTE WS-DUE-NUM = DATE-OF-INTEGER (WS-DUE-INT)
           MOVE ZEROS TO WS-DEFERRED-COUNT

           PERFORM BUILD-STOCK-TABLE
           PERFORM LOAD-REPLEN-REQUIREMENTS
           PERFORM BUILD-DRAFT-TABLE
           IF MAX-DRAFT = ZEROS THEN
               DISPLAY CLEAR-SCREEN
           PERFORM REVIEW-DRAFT-LINES
           PERFORM SORT-DRAFT-BY-SUPPLIER
           PERFORM RELEASE-ORDERS
           PERFORM CLOSE-REPLEN-REQUIREMENTS

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
               SET IND-STK TO MAX-STK
               MOVE INGRED-ID TO TAB-STK-INGRED-ID (IND-STK)
               MOVE ZEROS TO TAB-STK-ON-HAND (IND-STK)
               MOVE ZEROS TO TAB-STK-REPLEN-QTY (IND-STK)
               MOVE SPACE TO TAB-STK-REPLEN-BOUGHT (IND-STK)
               SET WS-FOUND-INDEX TO IND-STK
           END-IF
           SET IND-STK TO WS-FOUND-INDEX
           MOVE THRESHOLD TO TAB-STK-THRESHOLD (IND-STK)
           EXIT SECTION.

      ******************************************************************
      *    REPLENISHMENT SHORTFALLS THE SUPPLYING SITE COULD NOT COVER
      *    ARE ADDED TO THE INGREDIENT'S NEED, EVEN WHEN THE STOCK AS
      *    A WHOLE IS STILL ABOVE ITS THRESHOLD
      ******************************************************************
       LOAD-REPLEN-REQUIREMENTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT REPLPROPS
           IF REPLPROP-FS = NOT-FILE THEN
               CLOSE REPLPROPS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ REPLPROPS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RPP-BUY-OPEN AND RPP-BUY-QTY > ZEROS THEN
                           PERFORM ADD-REPLEN-REQUIREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPLPROPS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-REPLEN-REQUIREMENT SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-STK FROM 1 BY 1
                   UNTIL IND-STK > MAX-STK
               IF TAB-STK-INGRED-ID (IND-STK) = RPP-INGRED-ID THEN
                   SET WS-FOUND-INDEX TO IND-STK
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               IF MAX-STK >= 999 THEN
                   EXIT SECTION
               END-IF
               ADD 1 TO MAX-STK
               SET IND-STK TO MAX-STK
               MOVE RPP-INGRED-ID TO TAB-STK-INGRED-ID (IND-STK)
               MOVE ZEROS TO TAB-STK-ON-HAND (IND-STK)
               MOVE ZEROS TO TAB-STK-THRESHOLD (IND-STK)
               MOVE ZEROS TO TAB-STK-REPLEN-QTY (IND-STK)
               MOVE SPACE TO TAB-STK-REPLEN-BOUGHT (IND-STK)
               SET WS-FOUND-INDEX TO IND-STK
           END-IF
           SET IND-STK TO WS-FOUND-INDEX
           ADD RPP-BUY-QTY TO TAB-STK-REPLEN-QTY (IND-STK)
               ON SIZE ERROR MOVE 99999 TO TAB-STK-REPLEN-QTY (IND-STK)
           END-ADD
           EXIT SECTION.

      ******************************************************************
      *    EVERY INGREDIENT UNDER THRESHOLD BECOMES A DRAFT LINE WITH
      *    THE CHEAPEST ACTIVE SUPPLIER AND A PROPOSED QUANTITY THAT
      *    BRINGS STOCK BACK TO TWICE THE THRESHOLD. AN INGREDIENT
      *    UNDER A SPLIT-SOURCING RULE BECOMES ONE LINE PER SUPPLIER
      *    IN THE RULE INSTEAD, UNLESS A BLANKET AGREEMENT TAKES IT
      ******************************************************************
       BUILD-DRAFT-TABLE SECTION.
           MOVE ZEROS TO MAX-DRAFT
           PERFORM VARYING IND-STK FROM 1 BY 1
                   UNTIL IND-STK > MAX-STK
               IF TAB-STK-ON-HAND (IND-STK) <
                  TAB-STK-THRESHOLD (IND-STK)
                  OR TAB-STK-REPLEN-QTY (IND-STK) > ZEROS THEN
                   PERFORM PICK-SUPPLIER
                   MOVE ZEROS TO MAX-SPLIT
                   IF WS-BPA-FOUND NOT = "Y" THEN
                       PERFORM LOAD-SPLIT-RULE
                   END-IF
                   IF MAX-SPLIT > ZEROS THEN
                       PERFORM ADD-SPLIT-LINES
                   ELSE
                       IF WS-BEST-FOUND = "Y"
                          OR WS-RESORT-FOUND = "Y" THEN
                           PERFORM ADD-DRAFT-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
               MOVE WS-RESORT-SUPPLIER TO WS-BEST-SUPPLIER
               MOVE WS-RESORT-PRICE TO WS-BEST-PRICE
           END-IF
           PERFORM COMPUTE-PROPOSED-QTY
           ADD 1 TO MAX-DRAFT
           SET IND-DRAFT TO MAX-DRAFT
           MOVE TAB-STK-INGRED-ID (IND-STK)
             TO TAB-DRAFT-SUPPLIER-ID (IND-DRAFT)
           MOVE WS-PROPOSED-QTY TO TAB-DRAFT-QTY (IND-DRAFT)
           MOVE WS-BEST-PRICE TO TAB-DRAFT-PRICE (IND-DRAFT)
           MOVE WS-BPA-FROM TO TAB-DRAFT-BPA-FROM (IND-DRAFT)
           PERFORM ROUND-DRAFT-TO-PACKS
           EXIT SECTION.

      *> BACK TO TWICE THE THRESHOLD WHEN UNDER IT, PLUS WHATEVER
      *> REPLENISHMENT STILL HAS TO BE BOUGHT IN
       COMPUTE-PROPOSED-QTY SECTION.
           MOVE ZEROS TO WS-PROPOSED-QTY
           IF TAB-STK-ON-HAND (IND-STK) <
              TAB-STK-THRESHOLD (IND-STK) THEN
               COMPUTE WS-PROPOSED-QTY =
                   2 * TAB-STK-THRESHOLD (IND-STK)
                   - TAB-STK-ON-HAND (IND-STK)
           END-IF
           ADD TAB-STK-REPLEN-QTY (IND-STK) TO WS-PROPOSED-QTY
               ON SIZE ERROR MOVE 99999 TO WS-PROPOSED-QTY
           END-ADD
           EXIT SECTION.

      ******************************************************************
      *    THE RULE'S ACTIVE SUPPLIERS WITH A PRICE IN EFFECT TODAY.
      *    A SUPPLIER THAT CANNOT TAKE THE ORDER DROPS OUT AND THE
      *    OTHERS SHARE ITS PART IN PROPORTION TO THEIR OWN TARGETS
      ******************************************************************
       LOAD-SPLIT-RULE SECTION.
           MOVE ZEROS TO MAX-SPLIT
           MOVE ZEROS TO WS-SPLIT-TOTAL-PCT
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SPLITSRCS
           IF SPLIT-FS = NOT-FILE THEN
               CLOSE SPLITSRCS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSUPPLY
           MOVE TAB-STK-INGRED-ID (IND-STK) TO SPS-INGRED-ID
           MOVE ZEROS TO SPS-SUPPLIER-ID
           START SPLITSRCS KEY IS NOT LESS THAN SPS-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SPLITSRCS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SPS-INGRED-ID NOT =
                          TAB-STK-INGRED-ID (IND-STK) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM JUDGE-SPLIT-SUPPLIER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSUPPLY
           CLOSE SPLITSRCS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       JUDGE-SPLIT-SUPPLIER SECTION.
           IF SPS-TARGET-PCT = ZEROS
              OR MAX-SPLIT >= 20 THEN
               EXIT SECTION
           END-IF
           MOVE SPS-SUPPLIER-ID TO SUPPLIER-ID
           READ FXSUPPLY
               INVALID KEY EXIT SECTION
           END-READ
           IF SUPPLIER-IS-ACTIVE NOT = 1 THEN
               EXIT SECTION
           END-IF
           PERFORM GET-SPLIT-PRICE
           IF WS-SPLIT-PRICED NOT = "Y" THEN
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-SPLIT
           SET IND-SPLIT TO MAX-SPLIT
           MOVE SPS-SUPPLIER-ID TO TAB-SPLIT-SUPPLIER-ID (IND-SPLIT)
           MOVE SPS-TARGET-PCT TO TAB-SPLIT-PCT (IND-SPLIT)
           MOVE WS-SPLIT-PRICE TO TAB-SPLIT-PRICE (IND-SPLIT)
           ADD SPS-TARGET-PCT TO WS-SPLIT-TOTAL-PCT
           EXIT SECTION.

      *> THE SUPPLIER'S LOWEST PRICE FOR THE INGREDIENT IN EFFECT
      *> TODAY - A LAST-RESORT PRICE COUNTS, THE RULE NAMES IT
       GET-SPLIT-PRICE SECTION.
           MOVE SPACES TO WS-SPLIT-PRICED
           MOVE ZEROS TO WS-SPLIT-PRICE
           MOVE SPACES TO FLAG-INNER
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = NOT-FILE THEN
               CLOSE FXRISUPPLY
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-INNER = "E"
               READ FXRISUPPLY NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF RIS-ID-SUPP = SPS-SUPPLIER-ID
                          AND RIS-ID-ING = SPS-INGRED-ID
                          AND RIS-EFFECTIVE-DATE <= WS-TODAY
                          AND RIS-EXPIRATION-DATE >= WS-TODAY THEN
                           IF WS-SPLIT-PRICED NOT = "Y"
                              OR RIS-PRICE < WS-SPLIT-PRICE THEN
                               MOVE RIS-PRICE TO WS-SPLIT-PRICE
                               MOVE "Y" TO WS-SPLIT-PRICED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRISUPPLY
           MOVE SPACES TO FLAG-INNER
           EXIT SECTION.

      *> EACH SUPPLIER GETS ITS SHARE OF THE PROPOSED QUANTITY; THE
      *> LAST ONE TAKES WHAT ROUNDING LEFT OVER. CALENDAR, MINIMUM
      *> VALUE AND PACK SIZE ARE THEN APPLIED PER SUPPLIER AS USUAL
       ADD-SPLIT-LINES SECTION.
           PERFORM COMPUTE-PROPOSED-QTY
           MOVE WS-PROPOSED-QTY TO WS-SPLIT-LEFT
           PERFORM VARYING IND-SPLIT FROM 1 BY 1
                   UNTIL IND-SPLIT > MAX-SPLIT
               IF IND-SPLIT = MAX-SPLIT THEN
                   MOVE WS-SPLIT-LEFT TO WS-SPLIT-QTY
               ELSE
                   COMPUTE WS-SPLIT-QTY ROUNDED =
                       WS-PROPOSED-QTY * TAB-SPLIT-PCT (IND-SPLIT)
                       / WS-SPLIT-TOTAL-PCT
                   IF WS-SPLIT-QTY > WS-SPLIT-LEFT THEN
                       MOVE WS-SPLIT-LEFT TO WS-SPLIT-QTY
                   END-IF
               END-IF
               SUBTRACT WS-SPLIT-QTY FROM WS-SPLIT-LEFT
               IF WS-SPLIT-QTY > ZEROS
                  AND MAX-DRAFT < 999 THEN
                   ADD 1 TO MAX-DRAFT
                   SET IND-DRAFT TO MAX-DRAFT
                   MOVE TAB-STK-INGRED-ID (IND-STK)
                     TO TAB-DRAFT-INGRED-ID (IND-DRAFT)
                   MOVE TAB-SPLIT-SUPPLIER-ID (IND-SPLIT)
                     TO TAB-DRAFT-SUPPLIER-ID (IND-DRAFT)
                   MOVE WS-SPLIT-QTY TO TAB-DRAFT-QTY (IND-DRAFT)
                   MOVE TAB-SPLIT-PRICE (IND-SPLIT)
                     TO TAB-DRAFT-PRICE (IND-DRAFT)
                   MOVE ZEROS TO TAB-DRAFT-BPA-FROM (IND-DRAFT)
                   PERFORM ROUND-DRAFT-TO-PACKS
               END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    ROUND THE DRAFT LINE UP TO WHAT THE SUPPLIER ACTUALLY SELLS:
      *    WHOLE PACKS, AT LEAST THE MINIMUM, IN THE ORDER MULTIPLE.
      *    A PAIR WITHOUT A CATALOGUE ENTRY IS LEFT IN OUR OWN UNITS
      ******************************************************************
       ROUND-DRAFT-TO-PACKS SECTION.
           MOVE SPACES TO WS-PACK-SHOW
           OPEN INPUT SUPITEMS
           IF SUPITEM-FS = NOT-FILE THEN
               CLOSE SUPITEMS
               EXIT SECTION
           END-IF
           MOVE TAB-DRAFT-SUPPLIER-ID (IND-DRAFT) TO SIT-SUPPLIER-ID
           MOVE TAB-DRAFT-INGRED-ID (IND-DRAFT) TO SIT-INGRED-ID
           READ SUPITEMS
               INVALID KEY
                   CLOSE SUPITEMS
                   EXIT SECTION
           END-READ
           CLOSE SUPITEMS
           IF SIT-PACK-SIZE = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE SIT-PACK-DESC TO WS-PACK-SHOW
           IF TAB-DRAFT-QTY (IND-DRAFT) = ZEROS THEN
               EXIT SECTION
           END-IF

           COMPUTE WS-PACKS =
               (TAB-DRAFT-QTY (IND-DRAFT) + SIT-PACK-SIZE - 1)
               / SIT-PACK-SIZE
           IF WS-PACKS < SIT-MIN-PACKS THEN
               MOVE SIT-MIN-PACKS TO WS-PACKS
           END-IF
           IF SIT-MULTIPLE-PACKS > 1 THEN
               COMPUTE WS-PACK-GROUPS =
                   (WS-PACKS + SIT-MULTIPLE-PACKS - 1)
                   / SIT-MULTIPLE-PACKS
               COMPUTE WS-PACKS = WS-PACK-GROUPS * SIT-MULTIPLE-PACKS
           END-IF
           COMPUTE WS-PACKED-QTY = WS-PACKS * SIT-PACK-SIZE
      *> A QUANTITY TOO BIG FOR THE ORDER LINE STAYS AS KEYED
           IF WS-PACKED-QTY <= 99999 THEN
               MOVE WS-PACKED-QTY TO TAB-DRAFT-QTY (IND-DRAFT)
           END-IF
           EXIT SECTION.

      ******************************************************************
           MOVE ZEROS TO WS-RESORT-SUPPLIER
           MOVE ZEROS TO WS-BEST-PRICE
           MOVE ZEROS TO WS-RESORT-PRICE
           PERFORM FIND-BLANKET-AGREEMENT
           IF WS-BPA-FOUND = "Y" THEN
               MOVE WS-BPA-SUPPLIER TO WS-BEST-SUPPLIER
               MOVE WS-BPA-PRICE TO WS-BEST-PRICE
               MOVE "Y" TO WS-BEST-FOUND
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = NOT-FILE THEN
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    A LIVE FRAMEWORK AGREEMENT FOR THE INGREDIENT WITH BALANCE
      *    STILL TO CALL OFF AND AN ACTIVE SUPPLIER; WHERE THERE ARE
      *    SEVERAL, THE ONE ENDING SOONEST IS USED UP FIRST
      ******************************************************************
       FIND-BLANKET-AGREEMENT SECTION.
           MOVE SPACES TO WS-BPA-FOUND
           MOVE ZEROS TO WS-BPA-FROM
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT BLANKETS
           IF BLANKET-FS = NOT-FILE THEN
               CLOSE BLANKETS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSUPPLY
           MOVE TAB-STK-INGRED-ID (IND-STK) TO BPA-INGRED-ID
           MOVE ZEROS TO BPA-SUPPLIER-ID
           MOVE ZEROS TO BPA-VALID-FROM
           START BLANKETS KEY IS NOT LESS THAN BPA-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ BLANKETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF BPA-INGRED-ID NOT =
                          TAB-STK-INGRED-ID (IND-STK) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM JUDGE-BLANKET-AGREEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSUPPLY
           CLOSE BLANKETS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       JUDGE-BLANKET-AGREEMENT SECTION.
           IF BPA-VALID-FROM > WS-TODAY-NUM
              OR BPA-VALID-TO < WS-TODAY-NUM
              OR BPA-CALLED-QTY >= BPA-AGREED-QTY THEN
               EXIT SECTION
           END-IF
           IF WS-BPA-FOUND = "Y"
              AND BPA-VALID-TO >= WS-BPA-TO THEN
               EXIT SECTION
           END-IF
           MOVE BPA-SUPPLIER-ID TO SUPPLIER-ID
           READ FXSUPPLY
               INVALID KEY EXIT SECTION
           END-READ
           IF SUPPLIER-IS-ACTIVE NOT = 1 THEN
               EXIT SECTION
           END-IF
           MOVE "Y" TO WS-BPA-FOUND
           MOVE BPA-VALID-FROM TO WS-BPA-FROM
           MOVE BPA-VALID-TO TO WS-BPA-TO
           MOVE BPA-SUPPLIER-ID TO WS-BPA-SUPPLIER
           MOVE BPA-PRICE TO WS-BPA-PRICE
           EXIT SECTION.

      ******************************************************************
      *    ONE SCREEN PER DRAFT LINE - THE BUYER CONFIRMS OR ADJUSTS
      *    THE QUANTITY, ZERO DROPS THE LINE
       SHOW-DRAFT-LINE SECTION.
           PERFORM GET-INGRED-NAME
           PERFORM GET-STOCK-FIGURES
           PERFORM ROUND-DRAFT-TO-PACKS
           MOVE TAB-DRAFT-QTY (IND-DRAFT) TO WS-REVIEW-QTY
           DISPLAY CLEAR-SCREEN
           DISPLAY REVIEW-SCREEN
           ACCEPT REVIEW-SCREEN
      *> A HAND-KEYED QUANTITY IS ROUNDED TO PACKS AS WELL
           IF KEYSTATUS NOT = F3 THEN
               MOVE WS-REVIEW-QTY TO TAB-DRAFT-QTY (IND-DRAFT)
               PERFORM ROUND-DRAFT-TO-PACKS
           END-IF
           EXIT SECTION.

               EXIT SECTION
           END-IF

           MOVE WS-CURR-SUPPLIER TO WS-CERT-SUPPLIER
           MOVE WS-ORDER-DAY-NUM TO WS-CERT-DATE
           PERFORM CHECK-SUPPLIER-CERTIFICATE
           IF WS-CERT-CLEARED NOT = "Y" THEN
               ADD 1 TO WS-DEFERRED-COUNT
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "SUPPLIER " WS-CURR-SUPPLIER
                   " DEFERRED - NO VALID FOOD-SAFETY CERTIFICATE"
                   INTO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           PERFORM WRITE-PO-HEADER
           PERFORM VARYING WS-GRP-IX FROM WS-GRP-START BY 1
                   UNTIL WS-GRP-IX > WS-GRP-END
                       WS-SHORTFALL
                       / TAB-DRAFT-PRICE (IND-DRAFT) + 0.5
                   ADD WS-TOPUP-QTY TO TAB-DRAFT-QTY (IND-DRAFT)
                   PERFORM ROUND-DRAFT-TO-PACKS
                   MOVE ZEROS TO WS-SHORTFALL
               END-IF
           END-PERFORM
           MOVE WS-DUE-MONTH TO PO-DUE-MONTH
           MOVE WS-DUE-DAY TO PO-DUE-DAY
           MOVE 1 TO PO-STATUS
           MOVE ZEROS TO PO-RECV-SITE-ID
           WRITE FD-PO
           ADD 1 TO WS-PO-COUNT
           EXIT SECTION.
           MOVE ZEROS TO POL-PROMISE-DATE
           MOVE SPACE TO POL-ACK-FLAG
           WRITE FD-POLINE
           PERFORM VARYING IND-STK FROM 1 BY 1
                   UNTIL IND-STK > MAX-STK
               IF TAB-STK-INGRED-ID (IND-STK) = POL-INGRED-ID THEN
                   MOVE "Y" TO TAB-STK-REPLEN-BOUGHT (IND-STK)
               END-IF
           END-PERFORM
           IF TAB-DRAFT-BPA-FROM (IND-DRAFT) > ZEROS THEN
               PERFORM RECORD-CALL-OFF
           END-IF
           EXIT SECTION.

      *> THE ORDERED QUANTITY COMES OFF THE AGREEMENT'S BALANCE;
      *> PURCHASING HEARS ONCE IT PASSES THE WARNING SHARE
       RECORD-CALL-OFF SECTION.
           OPEN I-O BLANKETS
           MOVE TAB-DRAFT-INGRED-ID (IND-DRAFT) TO BPA-INGRED-ID
           MOVE WS-CURR-SUPPLIER TO BPA-SUPPLIER-ID
           MOVE TAB-DRAFT-BPA-FROM (IND-DRAFT) TO BPA-VALID-FROM
           READ BLANKETS
               INVALID KEY
                   CLOSE BLANKETS
                   EXIT SECTION
           END-READ
           ADD TAB-DRAFT-QTY (IND-DRAFT) TO BPA-CALLED-QTY
           IF NOT BPA-USAGE-WARNED
              AND BPA-CALLED-QTY * 100
                  >= BPA-AGREED-QTY * BPA-WARN-PCT THEN
               MOVE "BLANKET" TO NTQ-TYPE
               MOVE "PURCHASING OFFICE" TO NTQ-RECIPIENT
               MOVE SPACES TO NTQ-TEXT
               STRING "AGREEMENT SUPP " BPA-SUPPLIER-ID
                   " ING " BPA-INGRED-ID " FROM " BPA-VALID-FROM
                   " NOW 80% CALLED OFF" INTO NTQ-TEXT
               CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT
                   NTQ-TEXT
               MOVE "Y" TO BPA-WARNED-USAGE
           END-IF
           REWRITE FD-BLANKET
           CLOSE BLANKETS
           EXIT SECTION.

      ******************************************************************
      *    NO ORDER GOES TO A SUPPLIER WITHOUT A FOOD-SAFETY
      *    CERTIFICATE COVERING THE ORDER DATE, UNLESS A SUPERVISOR
      *    OVERRIDES IT - THE OVERRIDE IS JOURNALLED FOR THE AUDITORS
      ******************************************************************
       CHECK-SUPPLIER-CERTIFICATE SECTION.
           MOVE SPACES TO WS-CERT-CLEARED
           CALL "CERTCHK" USING WS-CERT-SUPPLIER WS-CERT-DATE
               WS-CERT-NO WS-CERT-TYPE
           IF WS-CERT-NO NOT = SPACES THEN
               MOVE "Y" TO WS-CERT-CLEARED
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "SUPPLIER " WS-CERT-SUPPLIER
               " - NO VALID FOOD-SAFETY CERTIFICATE ON "
               WS-CERT-DATE INTO WS-ERROR-TEXT
           MOVE ZEROS TO WS-OVERRIDE-ROLE
           ACCEPT OVERRIDE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF WS-OVERRIDE-ROLE = ZEROS THEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-OVERRIDE-ROLE
           IF WS-CERT-CLEARED NOT = "Y" THEN
               MOVE "THAT ROLE MAY NOT OVERRIDE A LAPSED CERTIFICATE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM JOURNAL-CERT-OVERRIDE
           EXIT SECTION.

      *> THE DELETE PERMISSION DOUBLES AS THE SUPERVISOR FLAG,
      *> SAME CONVENTION AS THE BUDGET OVERRIDE IN RSOREGISTER
       CHECK-OVERRIDE-ROLE SECTION.
           OPEN INPUT ACCESSLVL
           IF ACCESS-FS = NOT-FILE THEN
               CLOSE ACCESSLVL
               EXIT SECTION
           END-IF
           MOVE WS-OVERRIDE-ROLE TO ACCESS-ROLE-ID
           READ ACCESSLVL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ACCESS-DELETE-ALLOWED THEN
                       MOVE "Y" TO WS-CERT-CLEARED
                   END-IF
           END-READ
           CLOSE ACCESSLVL
           EXIT SECTION.

       JOURNAL-CERT-OVERRIDE SECTION.
           MOVE "FXSUPCERT" TO JRNL-FILE-TAG
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE WS-CERT-SUPPLIER TO JRNL-RECORD-KEY (1:3)
           MOVE WS-CERT-DATE TO JRNL-RECORD-KEY (4:8)
           MOVE "O" TO JRNL-ACTION
           MOVE WS-OVERRIDE-ROLE TO JRNL-USER-ROLE
           MOVE SPACES TO JRNL-BEFORE
           MOVE SPACES TO JRNL-AFTER
           STRING "POGEN - ORDER RELEASED TO SUPPLIER "
               WS-CERT-SUPPLIER " FOR " WS-CERT-DATE
               " WITHOUT A VALID FOOD-SAFETY CERTIFICATE"
               INTO JRNL-AFTER
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.

      ******************************************************************
      *    NEXT PO NUMBER FROM THE SHARED KEYS FILE WITH AUDIT
      ******************************************************************
      *> A REQUIREMENT WHOSE INGREDIENT WENT OUT ON A RELEASED ORDER
      *> IS MARKED ORDERED SO THE NIGHTLY RUN WAITS FOR THE DELIVERY
       CLOSE-REPLEN-REQUIREMENTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN I-O REPLPROPS
           IF REPLPROP-FS = NOT-FILE THEN
               CLOSE REPLPROPS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ REPLPROPS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RPP-BUY-OPEN THEN
                           PERFORM VARYING IND-STK FROM 1 BY 1
                                   UNTIL IND-STK > MAX-STK
                               IF TAB-STK-INGRED-ID (IND-STK)
                                  = RPP-INGRED-ID
                                  AND TAB-STK-REPLEN-BOUGHT (IND-STK)
                                      = "Y" THEN
                                   MOVE "P" TO RPP-BUY-STATUS
                               END-IF
                           END-PERFORM
                           IF RPP-BUY-ORDERED THEN
                               REWRITE FD-REPLPROP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPLPROPS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       GET-PO-ID SECTION.
           OPEN I-O POKEYS
           READ POKEYS
