      *    IS ONE FIXED-LAYOUT ROW PER BATCH FOR THE LABEL PRINTER:
      *    SITE, SANDWICH, QUANTITY, PRODUCTION DATE, USE-BY | V0.1
      *    02.09.2026
      ******************************************************************
      *    BATCHES DUE A MICROBIOLOGY SAMPLE UNDER THE SITE'S
      *    SAMPLING PLAN ARE FLAGGED AND REGISTERED FOR THE LAB
      ******************************************************************
      *    EACH NAMED SPECIAL-DIET MEAL GETS ITS OWN LABEL ON
      *    PPDIETLBLFILE WITH THE PUPIL AND ALLERGEN STATEMENT
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS LOTX-BATCH-LOT
           FILE STATUS IS LOTEXP-FS.

      *> MICROBIOLOGY SAMPLING PLAN AND THE SAMPLES IT CALLS FOR -
      *> A BATCH DUE FOR SAMPLING IS FLAGGED ON ITS LABEL ROW
           SELECT MICROPLANS ASSIGN TO "FXMICROPLAN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCP-KEY
           FILE STATUS IS MICROPLAN-FS.

           SELECT MICROSMPS ASSIGN TO "FXMICROSMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCS-KEY
           FILE STATUS IS MICROSMP-FS.

           SELECT LABELFILE ASSIGN TO "PPLABELFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LABEL-FS.

      *> A LINE WITH A ROW HERE IS A NAMED SPECIAL-DIET MEAL - IT
      *> GETS ITS OWN LABEL, NOT A PLACE IN THE SANDWICH'S BATCH
           SELECT ORDDIETS ASSIGN TO "FXORDDIET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODT-KEY
           FILE STATUS IS ORDDIET-FS.

           SELECT DIETLBLFILE ASSIGN TO "PPDIETLBLFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIETLBL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       FD  LOTEXP.
       COPY FD-LOTEXP.

       FD  MICROPLANS.
       COPY FD-MICROPLAN.

       FD  MICROSMPS.
       COPY FD-MICROSMP.

       FD  LABELFILE.
       01  LABEL-RECORD.
           05 LBL-SITE-ID                       PIC 9(003).
           05 LBL-PROD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(001).
           05 LBL-USE-BY                        PIC 9(008).
           05 FILLER                            PIC X(001).
      *> "S" = PULL A SAMPLE FROM THIS BATCH FOR THE LAB
           05 LBL-SAMPLE-FLAG                   PIC X(001).

       FD  ORDDIETS.
       COPY FD-ORDDIET.

      *> ONE INDIVIDUAL LABEL PER NAMED MEAL
       FD  DIETLBLFILE.
       01  DIET-LABEL-RECORD.
           05 DLB-SITE-ID                       PIC 9(003).
           05 FILLER                            PIC X(001).
           05 DLB-SCHOOL-ID                     PIC 9(003).
           05 FILLER                            PIC X(001).
           05 DLB-PUPIL-REF                     PIC X(010).
           05 FILLER                            PIC X(001).
           05 DLB-DIET-NAME                     PIC X(020).
           05 FILLER                            PIC X(001).
           05 DLB-SANDWICH-ID                   PIC 9(003).
           05 FILLER                            PIC X(001).
           05 DLB-DESCRIPTION                   PIC X(030).
           05 FILLER                            PIC X(001).
           05 DLB-PROD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(001).
           05 DLB-USE-BY                        PIC 9(008).
           05 FILLER                            PIC X(001).
      *> "CONTAINS: ..." OR "NO STATUTORY ALLERGENS"
           05 DLB-CONTAINS                      PIC X(090).
           05 FILLER                            PIC X(001).
      *> THE ALLERGENS THE PUPIL'S DIET EXCLUDES
           05 DLB-FREE-FROM                     PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  SR-ING-FS                            PIC 9(002).
       77  LOTEXP-FS                            PIC 9(002).
       77  LABEL-FS                             PIC 9(002).
       77  MICROPLAN-FS                         PIC 9(002).
       77  MICROSMP-FS                          PIC 9(002).
       77  ORDDIET-FS                           PIC 9(002).
       77  DIETLBL-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  DEFAULT-SITE-ID                      VALUE 1.
      *> WHEN THE SANDWICH RECORD CARRIES NO SHELF LIFE
       77  WS-ROW-SITE                          PIC 9(003).
       77  WS-ROW-SANDWICH                      PIC 9(003).
       77  WS-ROW-QTY                           PIC 9(003).
       77  WS-ROW-DESCRIPTION                   PIC X(030).
       77  WS-PLAN-ORDER-ID                     PIC 9(005).
       77  WS-PLAN-LINES-SEEN                   PIC 9(003).

       77  WS-ING-EARLIEST                      PIC 9(008).
       77  WS-USE-BY                            PIC 9(008).
       77  WS-BATCHES-WRITTEN                   PIC 9(003).
       77  WS-SAMPLE-DUE                        PIC X(001).
       77  WS-SAMPLES-DUE                       PIC 9(003).

      *> THE DAY'S NAMED SPECIAL-DIET MEALS, ONE ROW EACH
       77  MAX-DLB                              PIC 9(003).
       01  TAB-DLB OCCURS 500
           INDEXED BY IND-DLB IND-DLB2.
           05 TAB-DLB-SITE                      PIC 9(003).
           05 TAB-DLB-SCHOOL                    PIC 9(003).
           05 TAB-DLB-PUPIL                     PIC X(010).
           05 TAB-DLB-SANDWICH                  PIC 9(003).
           05 TAB-DLB-DIET                      PIC X(020).
           05 TAB-DLB-FLAGS                     PIC X(014).
       01  WS-DLB-SAVE                          PIC X(053).
       77  WS-ORDDIET-OPEN                      PIC X(001).
       77  WS-DIET-LINE                         PIC X(001).
       77  WS-DIET-LABELS                       PIC 9(003).
       77  WS-ALRG-FLAGS                        PIC X(014).
       77  WS-ALRG-BAN-HIT                      PIC X(001).
       01  WS-ALRG-NO-BANS.
           05 FILLER OCCURS 5                   PIC 9(003) VALUE ZEROS.
       77  WS-FLAG-IX                           PIC 9(002).

      *> THE FOURTEEN STATUTORY ALLERGEN NAMES IN CODE ORDER
       01  WS-ALLERGEN-NAMES.
           05 FILLER PIC X(012) VALUE "GLUTEN".
           05 FILLER PIC X(012) VALUE "CRUSTACEANS".
           05 FILLER PIC X(012) VALUE "EGGS".
           05 FILLER PIC X(012) VALUE "FISH".
           05 FILLER PIC X(012) VALUE "PEANUTS".
           05 FILLER PIC X(012) VALUE "SOYA".
           05 FILLER PIC X(012) VALUE "MILK".
           05 FILLER PIC X(012) VALUE "NUTS".
           05 FILLER PIC X(012) VALUE "CELERY".
           05 FILLER PIC X(012) VALUE "MUSTARD".
           05 FILLER PIC X(012) VALUE "SESAME".
           05 FILLER PIC X(012) VALUE "SULPHITES".
           05 FILLER PIC X(012) VALUE "LUPIN".
           05 FILLER PIC X(012) VALUE "MOLLUSCS".
       01  WS-ALLERGEN-TABLE REDEFINES WS-ALLERGEN-NAMES.
           05 WS-ALLERGEN-NAME OCCURS 14       PIC X(012).
       77  WS-ALRG-TEXT                         PIC X(080).
       77  WS-ALRG-POINTER                      PIC 9(003).

      ******************************************************************

           05 VALUE "BATCHES:" LINE 14 COL 10.
           05 SS-BATCH PIC ZZ9 LINE 14 COL 20
              FROM WS-BATCHES-WRITTEN.
           05 VALUE "SAMPLES DUE:" LINE 15 COL 10.
           05 SS-SAMPLES PIC ZZ9 LINE 15 COL 24
              FROM WS-SAMPLES-DUE.
           05 VALUE "SPECIAL-DIET LABELS ON PPDIETLBLFILE:"
              LINE 16 COL 10.
           05 SS-DIET PIC ZZ9 LINE 16 COL 48
              FROM WS-DIET-LABELS.
           05 VALUE "PRESS ANY KEY" LINE 18 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************
           DISPLAY DATE-SCREEN
           ACCEPT DATE-SCREEN
           MOVE ZEROS TO MAX-LBL, WS-BATCHES-WRITTEN
           MOVE ZEROS TO WS-SAMPLES-DUE
           MOVE ZEROS TO MAX-DLB, WS-DIET-LABELS
           COMPUTE WS-PLAN-INT = INTEGER-OF-DATE (WS-PLAN-DATE-NUM)

           PERFORM COLLECT-DAY-BATCHES
           END-PERFORM
           CLOSE LABELFILE

           PERFORM SORT-DIET-LABEL-TABLE
           OPEN OUTPUT DIETLBLFILE
           PERFORM VARYING IND-DLB FROM 1 BY 1
                   UNTIL IND-DLB > MAX-DLB
               PERFORM WRITE-ONE-DIET-LABEL
           END-PERFORM
           CLOSE DIETLBLFILE

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.
           PERFORM GET-ORDER-SITE
           MOVE FD-ORDERS-ID TO WS-PLAN-ORDER-ID
           MOVE ZEROS TO WS-PLAN-LINES-SEEN
           MOVE "Y" TO WS-ORDDIET-OPEN
           OPEN INPUT ORDDIETS
           IF ORDDIET-FS = NOT-FILE THEN
               MOVE "N" TO WS-ORDDIET-OPEN
           END-IF
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE WS-PLAN-ORDER-ID TO OL-ORDER-ID
                                         TO WS-ROW-SANDWICH
                                       MOVE OL-QUANTITY
                                         TO WS-ROW-QTY
                                       PERFORM CHECK-DIET-LINE
                                       IF WS-DIET-LINE = "Y" THEN
                                           PERFORM ADD-DIET-LABEL-ROW
                                       ELSE
                                           PERFORM ADD-LABEL-ROW
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           CLOSE ORDDIETS
           IF WS-PLAN-LINES-SEEN = ZEROS THEN
               MOVE FD-ORDERS-SANDWICH-INTERNAL-ID
                 TO WS-ROW-SANDWICH
           ADD WS-ROW-QTY TO TAB-LBL-QTY (IND-LBL)
           EXIT SECTION.

       CHECK-DIET-LINE SECTION.
           MOVE "N" TO WS-DIET-LINE
           IF WS-ORDDIET-OPEN NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE OL-ORDER-ID TO ODT-ORDER-ID
           MOVE OL-LINE-NO TO ODT-LINE-NO
           READ ORDDIETS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-DIET-LINE
           END-READ
           EXIT SECTION.

       ADD-DIET-LABEL-ROW SECTION.
           IF MAX-DLB >= 500 THEN
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-DLB
           SET IND-DLB TO MAX-DLB
           MOVE WS-ROW-SITE TO TAB-DLB-SITE (IND-DLB)
           MOVE ODT-SCHOOL-ID TO TAB-DLB-SCHOOL (IND-DLB)
           MOVE ODT-PUPIL-REF TO TAB-DLB-PUPIL (IND-DLB)
           MOVE WS-ROW-SANDWICH TO TAB-DLB-SANDWICH (IND-DLB)
           MOVE ODT-DIET-NAME TO TAB-DLB-DIET (IND-DLB)
           MOVE ODT-ALRG-FLAGS TO TAB-DLB-FLAGS (IND-DLB)
           EXIT SECTION.

       SORT-LABEL-TABLE SECTION.
           IF MAX-LBL < 2 THEN
               EXIT SECTION
           END-PERFORM
           EXIT SECTION.

      *> NAMED MEALS BY SITE, SCHOOL AND PUPIL FOR THE PACKERS
       SORT-DIET-LABEL-TABLE SECTION.
           IF MAX-DLB < 2 THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-LBL-PASS FROM 1 BY 1
                   UNTIL WS-LBL-PASS >= MAX-DLB
               PERFORM VARYING IND-DLB FROM 1 BY 1
                       UNTIL IND-DLB >= MAX-DLB
                   SET IND-DLB2 TO IND-DLB
                   SET IND-DLB2 UP BY 1
                   IF TAB-DLB (IND-DLB) > TAB-DLB (IND-DLB2)
                       MOVE TAB-DLB (IND-DLB) TO WS-DLB-SAVE
                       MOVE TAB-DLB (IND-DLB2)
                         TO TAB-DLB (IND-DLB)
                       MOVE WS-DLB-SAVE TO TAB-DLB (IND-DLB2)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    USE-BY = EARLIEST CONSTRAINING COMPONENT EXPIRY, CAPPED
      *    BY THE SANDWICH SHELF LIFE FROM THE FX-SR RECORD
      ******************************************************************
       WRITE-ONE-LABEL SECTION.
           MOVE TAB-LBL-SANDWICH (IND-LBL) TO WS-ROW-SANDWICH
           PERFORM GET-USE-BY
           MOVE WS-ROW-DESCRIPTION TO LBL-DESCRIPTION

           MOVE TAB-LBL-SITE (IND-LBL) TO LBL-SITE-ID
           MOVE TAB-LBL-SANDWICH (IND-LBL) TO LBL-SANDWICH-ID
           MOVE TAB-LBL-QTY (IND-LBL) TO LBL-QUANTITY
           MOVE WS-PLAN-DATE-NUM TO LBL-PROD-DATE
           MOVE WS-USE-BY TO LBL-USE-BY
           PERFORM CHECK-SAMPLING
           MOVE SPACES TO LBL-SAMPLE-FLAG
           IF WS-SAMPLE-DUE = "Y" THEN
               MOVE "S" TO LBL-SAMPLE-FLAG
               ADD 1 TO WS-SAMPLES-DUE
           END-IF
           WRITE LABEL-RECORD
           END-WRITE
           ADD 1 TO WS-BATCHES-WRITTEN
           EXIT SECTION.

      *> USE-BY OF WS-ROW-SANDWICH MADE ON THE PRODUCTION DATE;
      *> WS-ROW-DESCRIPTION IS LEFT WITH ITS NAME
       GET-USE-BY SECTION.
           MOVE DEFAULT-SHELF-DAYS TO WS-SHELF-DAYS
           MOVE SPACES TO WS-ROW-DESCRIPTION
           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = NOT-FILE THEN
               MOVE WS-ROW-SANDWICH TO SR-IID
               READ SANDWICHES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SR-S-DESCRIPTION TO WS-ROW-DESCRIPTION
                       IF SR-SHELF-DAYS > ZEROS THEN
                           MOVE SR-SHELF-DAYS TO WS-SHELF-DAYS
                       END-IF
           ELSE
               MOVE WS-SHELF-CAP TO WS-USE-BY
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    INDIVIDUAL LABEL FOR A NAMED MEAL: THE PUPIL REFERENCE, THE
      *    DIET, THE SANDWICH'S OWN ALLERGEN STATEMENT AND THE
      *    ALLERGENS THE PUPIL'S DIET KEEPS IT FREE FROM
      ******************************************************************
       WRITE-ONE-DIET-LABEL SECTION.
           MOVE SPACES TO DIET-LABEL-RECORD
           MOVE TAB-DLB-SANDWICH (IND-DLB) TO WS-ROW-SANDWICH
           PERFORM GET-USE-BY
           MOVE WS-ROW-DESCRIPTION TO DLB-DESCRIPTION
           MOVE TAB-DLB-SITE (IND-DLB) TO DLB-SITE-ID
           MOVE TAB-DLB-SCHOOL (IND-DLB) TO DLB-SCHOOL-ID
           MOVE TAB-DLB-PUPIL (IND-DLB) TO DLB-PUPIL-REF
           MOVE TAB-DLB-DIET (IND-DLB) TO DLB-DIET-NAME
           MOVE TAB-DLB-SANDWICH (IND-DLB) TO DLB-SANDWICH-ID
           MOVE WS-PLAN-DATE-NUM TO DLB-PROD-DATE
           MOVE WS-USE-BY TO DLB-USE-BY

           CALL "SRALLERGEN" USING WS-ROW-SANDWICH WS-PLAN-DATE-NUM
               WS-ALRG-FLAGS WS-ALRG-NO-BANS WS-ALRG-BAN-HIT
           PERFORM BUILD-ALLERGEN-TEXT
           IF WS-ALRG-TEXT = SPACES THEN
               MOVE "NO STATUTORY ALLERGENS" TO DLB-CONTAINS
           ELSE
               STRING "CONTAINS: " DELIMITED BY SIZE
                   WS-ALRG-TEXT DELIMITED BY SIZE
                   INTO DLB-CONTAINS
           END-IF

           MOVE TAB-DLB-FLAGS (IND-DLB) TO WS-ALRG-FLAGS
           PERFORM BUILD-ALLERGEN-TEXT
           IF WS-ALRG-TEXT NOT = SPACES THEN
               STRING "FREE FROM: " DELIMITED BY SIZE
                   WS-ALRG-TEXT DELIMITED BY SIZE
                   INTO DLB-FREE-FROM
           END-IF
           WRITE DIET-LABEL-RECORD
           END-WRITE
           ADD 1 TO WS-DIET-LABELS
           EXIT SECTION.

      *> THE NAMES OF THE ALLERGENS FLAGGED IN WS-ALRG-FLAGS
       BUILD-ALLERGEN-TEXT SECTION.
           MOVE SPACES TO WS-ALRG-TEXT
           MOVE 1 TO WS-ALRG-POINTER
           PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                   UNTIL WS-FLAG-IX > 14
               IF WS-ALRG-FLAGS (WS-FLAG-IX:1) = "Y" THEN
                   STRING WS-ALLERGEN-NAME (WS-FLAG-IX)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-ALRG-TEXT
                       WITH POINTER WS-ALRG-POINTER
               END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    A BATCH UNDER A SAMPLING PLAN IS DUE ON THE FIRST
      *    PRODUCTION DAY OF THE PLAN AND THEN EVERY N PRODUCTION
      *    DAYS; A DAY IS COUNTED ONCE HOWEVER OFTEN THE LABELS ARE
      *    RUN FOR IT, AND A BATCH ALREADY SAMPLED STAYS FLAGGED
      ******************************************************************
       CHECK-SAMPLING SECTION.
           MOVE SPACES TO WS-SAMPLE-DUE
           OPEN I-O MICROSMPS
           IF MICROSMP-FS = NOT-FILE THEN
               CLOSE MICROSMPS
               OPEN OUTPUT MICROSMPS
               CLOSE MICROSMPS
               OPEN I-O MICROSMPS
           END-IF
           MOVE WS-PLAN-DATE-NUM TO MCS-PROD-DATE
           MOVE TAB-LBL-SITE (IND-LBL) TO MCS-SITE-ID
           MOVE TAB-LBL-SANDWICH (IND-LBL) TO MCS-SANDWICH-ID
           READ MICROSMPS
               NOT INVALID KEY
                   MOVE "Y" TO WS-SAMPLE-DUE
           END-READ
           IF WS-SAMPLE-DUE = "Y" THEN
               CLOSE MICROSMPS
               EXIT SECTION
           END-IF

           OPEN I-O MICROPLANS
           IF MICROPLAN-FS = NOT-FILE THEN
               CLOSE MICROPLANS
               CLOSE MICROSMPS
               EXIT SECTION
           END-IF
           MOVE TAB-LBL-SITE (IND-LBL) TO MCP-SITE-ID
           MOVE TAB-LBL-SANDWICH (IND-LBL) TO MCP-SANDWICH-ID
           READ MICROPLANS
               INVALID KEY
                   CLOSE MICROPLANS
                   CLOSE MICROSMPS
                   EXIT SECTION
           END-READ
           IF MCP-EVERY-DAYS = ZEROS
              OR WS-PLAN-DATE-NUM <= MCP-LAST-PROD-DATE THEN
               CLOSE MICROPLANS
               CLOSE MICROSMPS
               EXIT SECTION
           END-IF
           IF MCP-LAST-PROD-DATE = ZEROS THEN
               MOVE "Y" TO WS-SAMPLE-DUE
           ELSE
               ADD 1 TO MCP-DAYS-SINCE
               IF MCP-DAYS-SINCE >= MCP-EVERY-DAYS THEN
                   MOVE "Y" TO WS-SAMPLE-DUE
               END-IF
           END-IF
           MOVE WS-PLAN-DATE-NUM TO MCP-LAST-PROD-DATE
           IF WS-SAMPLE-DUE = "Y" THEN
               MOVE ZEROS TO MCP-DAYS-SINCE
               MOVE WS-PLAN-DATE-NUM TO MCS-PROD-DATE
               MOVE TAB-LBL-SITE (IND-LBL) TO MCS-SITE-ID
               MOVE TAB-LBL-SANDWICH (IND-LBL) TO MCS-SANDWICH-ID
               MOVE TAB-LBL-QTY (IND-LBL) TO MCS-QUANTITY
               MOVE MCP-HIGH-RISK TO MCS-HIGH-RISK
               MOVE "A" TO MCS-RESULT
               MOVE SPACES TO MCS-ORGANISM
               MOVE ZEROS TO MCS-RESULT-DATE MCS-INCIDENT-ID
               WRITE FD-MICROSMP
           END-IF
           REWRITE FD-MICROPLAN
           CLOSE MICROPLANS
           CLOSE MICROSMPS
           EXIT SECTION.

      *> EARLIEST LIVE LOT EXPIRY AMONG THE RECIPE'S INGREDIENTS -
               CLOSE SR-ING
               EXIT SECTION
           END-IF
           MOVE WS-ROW-SANDWICH TO SR-SANDWICH-ID
           MOVE ZEROS TO SR-INGREDIENT-ID
           START SR-ING KEY IS NOT LESS THAN SR-SAND-ING-ID
               INVALID KEY MOVE "E" TO FLAG-TRUE
               READ SR-ING NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SR-SANDWICH-ID NOT = WS-ROW-SANDWICH THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM GET-INGRED-EARLIEST
