      ******************************************************************
      *    DAILY PRODUCTION SCHEDULE AND PICK LIST PER SITE | V0.1
      *    22.08.2026
      ******************************************************************
      *    PREPARED COMPONENTS ARE TOTALLED PER SITE, ROUNDED UP TO
      *    WHOLE BATCHES AND PRINTED WITH THEIR PREPARE-ON DATE; THE
      *    PICK LIST CARRIES THE BATCHES' INGREDIENTS INSTEAD
      ******************************************************************
      *    A LOT ON QUARANTINE HOLD (LOTHOLD) IS SKIPPED BY THE FEFO
      *    LOT PICK UNTIL IT IS RELEASED
      ******************************************************************
      *    FLAGS A SITE WITH CRITICAL CLEANING MISSED IN THE
      *    LAST 24 HOURS ON ITS HEADING
      ******************************************************************
      *    RUNS EACH SITE'S BATCHES ALLERGEN-FREE FIRST, WITH
      *    LINE CLEAN-DOWNS AND AN ALLERGEN SEQUENCE CHECK REPORT
      ******************************************************************
      *    NAMED SPECIAL-DIET MEALS ARE LISTED PER SITE APART FROM
      *    THE BATCHES, WITH WHAT EACH PUPIL MUST BE FREE FROM
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING ALSO CARRIES THE BUSINESS DATE (BUSDATE)
      *    IT WAS RUN ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

      *> A LINE WITH A ROW HERE IS A NAMED SPECIAL-DIET MEAL FOR ONE
      *> PUPIL - IT IS MADE ON ITS OWN, NOT IN THE SANDWICH'S BATCH
           SELECT ORDDIETS ASSIGN TO "FXORDDIET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODT-KEY
           FILE STATUS IS ORDDIET-FS.

           SELECT SR-ING ASSIGN TO "FX-SR-ING"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTX-BATCH-LOT
           FILE STATUS IS LOTEXP-FS.

      *> PREPARED COMPONENTS (SAUCES, FILLINGS) MADE IN BATCHES
           SELECT COMPONENTS ASSIGN TO "FXCOMPONENT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-ID
           FILE STATUS IS COMPONENT-FS.

      *> SUBSTITUTIONS RSOREGISTER LOGGED FOR THE DAY'S ORDERS
           SELECT SUBLOG ASSIGN TO "FXSUBLOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SUBLOG-FS.

      *> CLEANING TASKS AND THEIR SIGN-OFFS - A SITE THAT MISSED A
      *> CRITICAL CLEAN IN THE LAST 24 HOURS IS FLAGGED ON ITS HEADING
           SELECT CLNTASKS ASSIGN TO "FXCLNTASK"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLT-KEY
           FILE STATUS IS CLNTASK-FS.

           SELECT CLNLOGS ASSIGN TO "FXCLNLOG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLL-KEY
           FILE STATUS IS CLNLOG-FS.

      *> ALLERGEN DECLARATIONS PER INGREDIENT (ALRGMNT) - EACH
      *> SITE'S BATCHES RUN ALLERGEN-FREE FIRST
           SELECT INGALRG ASSIGN TO "FXINGALRG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IAL-INGRED-ID
           FILE STATUS IS INGALRG-FS.

      *> THE DAY'S RUN ORDER PER SITE, READ BY RECIPECARD
           SELECT PRODSEQS ASSIGN TO "FXPRODSEQ"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSQ-KEY
           FILE STATUS IS PRODSEQ-FS.

           SELECT CHECKFILE ASSIGN TO "PPSEQCHKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECK-FS.

           SELECT REPORTFILE ASSIGN TO "PPSCHEDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.
       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  ORDDIETS.
       COPY FD-ORDDIET.

       FD  SR-ING.
       COPY FD-SR-ING.

       FD  SITES.
       COPY FD-SITES.

       FD  CLNTASKS.
       COPY FD-CLNTASK.

       FD  CLNLOGS.
       COPY FD-CLNLOG.

       FD  INVENTORY.
       COPY FD-IM.

       FD  LOTEXP.
       COPY FD-LOTEXP.

       FD  COMPONENTS.
       COPY FD-COMPONENT.

       FD  SUBLOG.
       COPY FD-SUBLOG.

       FD  INGALRG.
       COPY FD-INGALRG.

       FD  PRODSEQS.
       COPY FD-PRODSEQ.

       FD  CHECKFILE.
       01  CHECK-LINE                           PIC X(110).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(110).

       77  WS-PLAN-LINES-SEEN                   PIC 9(003).
       77  WS-PLAN-ORDER-ID                     PIC 9(005).
       77  WS-OL-DONE                           PIC X(001).
       77  ORDDIET-FS                           PIC 9(002).
       77  WS-ORDDIET-OPEN                      PIC X(001).
       77  WS-DIET-LINE                         PIC X(001).
       77  WS-SCHOOL-SITE                       PIC 9(003).
       77  SCHSITE-FS                           PIC 9(002).
       77  SITEOVR-FS                           PIC 9(002).
       77  BINLOC-FS                            PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  SUBLOG-FS                            PIC 9(002).
       77  LOTEXP-FS                            PIC 9(002).
       77  COMPONENT-FS                         PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  CLNTASK-FS                           PIC 9(002).
       77  CLNLOG-FS                            PIC 9(002).
       77  INGALRG-FS                           PIC 9(002).
       77  PRODSEQ-FS                           PIC 9(002).
       77  CHECK-FS                             PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       01  WS-TODAY-NUM                         PIC 9(008).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "ALRGSEQCHK".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "PPSEQCHKFILE".

      *> SCHOOLS WITH NO ASSIGNED KITCHEN COOK AT THE CENTRAL SITE
       78  DEFAULT-SITE-ID                      VALUE 1.
      *> LATEST-START ARITHMETIC: THE VAN NEEDS THE TRAVEL
      *> ALLOWANCE BEFORE THE DELIVERY TIME AND EACH SANDWICH TAKES
      *> HALF A MINUTE TO BUILD AND WRAP; A BATCH WHOSE LATEST
      *> START FALLS BEFORE THE KITCHEN DAY OPENS, OR THAT CANNOT
      *> FINISH ON THE SITE'S LINE BEFORE ITS VAN LEAVES, IS AT RISK
       78  TRAVEL-ALLOW-MINUTES                 VALUE 30.
       78  PREP-SECONDS-EACH                    VALUE 30.
       78  DAY-START-MINUTES                    VALUE 360.
       77  WS-START-MINUTES                     PIC S9(005).
       77  WS-PREP-MINUTES                      PIC 9(004).

      *> TIME TO STRIP AND SANITISE THE LINE BETWEEN A BATCH AND ONE
      *> THAT DOES NOT CONTAIN ALL OF ITS ALLERGENS
       78  CLEAN-DOWN-MINUTES                   VALUE 15.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

           05 TAB-PLAN-SCHOOL-ID                PIC 9(003).
           05 TAB-PLAN-SANDWICH-ID              PIC 9(003).
           05 TAB-PLAN-QUANTITY                 PIC 9(003).
      *> ALLERGEN PROFILE AND PLACE ON THE SITE'S LINE
           05 TAB-PLAN-ALRG-FLAGS               PIC X(014).
           05 TAB-PLAN-PREF-KEY.
               10 TAB-PLAN-ALRG-COUNT           PIC 9(002).
               10 TAB-PLAN-PREF-FLAGS           PIC X(014).
               10 TAB-PLAN-PREF-DEADLINE        PIC 9(005).
           05 TAB-PLAN-DEADLINE                 PIC S9(005).
           05 TAB-PLAN-PREP                     PIC 9(004).
           05 TAB-PLAN-START                    PIC 9(005).
           05 TAB-PLAN-CLEAN                    PIC X(001).
           05 TAB-PLAN-CLEAN-FLAGS              PIC X(014).
           05 TAB-PLAN-SLACK                    PIC S9(007).

       77  TAB-PLAN-SANDWICH-HOLD               PIC 9(003).
       77  TAB-PLAN-QTY-HOLD                    PIC 9(003).
           05 WS-PLAN-SAVE-SCHOOL-ID            PIC 9(003).
           05 WS-PLAN-SAVE-SANDWICH-ID          PIC 9(003).
           05 WS-PLAN-SAVE-QUANTITY             PIC 9(003).
           05 WS-PLAN-SAVE-ALRG-FLAGS           PIC X(014).
           05 WS-PLAN-SAVE-PREF-KEY             PIC X(021).
           05 WS-PLAN-SAVE-DEADLINE             PIC S9(005).
           05 WS-PLAN-SAVE-PREP                 PIC 9(004).
           05 WS-PLAN-SAVE-START                PIC 9(005).
           05 WS-PLAN-SAVE-CLEAN                PIC X(001).
           05 WS-PLAN-SAVE-CLEAN-FLAGS          PIC X(014).
           05 WS-PLAN-SAVE-SLACK                PIC S9(007).

      *> PICK LIST ACCUMULATOR FOR THE SITE BEING PRINTED
       77  MAX-PICK                             PIC 9(003) VALUE ZEROS.
           05 TAB-CONV-INGRED-ID                PIC 9(003).
           05 TAB-CONV-FACTOR                   PIC 9(003)V99.

      *> PREPARED COMPONENTS THE SITE'S ORDERS NEED - MADE IN WHOLE
      *> BATCHES AHEAD OF THE DAY AND PICKED AS THEIR INGREDIENTS
       77  MAX-COMP                             PIC 9(003) VALUE ZEROS.
       01  TAB-COMP OCCURS 99 INDEXED BY IND-COMP.
           05 TAB-COMP-ID                       PIC 9(003).
           05 TAB-COMP-NEED                     PIC 9(007)V99.
           05 TAB-COMP-YIELD                    PIC 9(005).
           05 TAB-COMP-LEAD                     PIC 9(001).
       77  WS-COMP-BATCHES                      PIC 9(005).
       77  WS-COMP-LINE                         PIC X(001).

      *> INGREDIENT AND SANDWICH UNITS BEING ADDED TO THE PICK LIST
       77  WS-PICK-INGRED-ID                    PIC 9(003).
       77  WS-PICK-ADD-QTY                      PIC 9(007)V99.

      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.

      *> THE DAY'S NAMED SPECIAL-DIET MEALS, LISTED PER SITE APART
      *> FROM THE BATCHES
       77  MAX-DIET                             PIC 9(003) VALUE ZEROS.
       01  TAB-DIET OCCURS 999
           INDEXED BY IND-DIET IND-DIET2.
           05 TAB-DIET-SITE-ID                  PIC 9(003).
           05 TAB-DIET-HOUR                     PIC 9(002).
           05 TAB-DIET-MINUTE                   PIC 9(002).
           05 TAB-DIET-SCHOOL-ID                PIC 9(003).
           05 TAB-DIET-PUPIL                    PIC X(010).
           05 TAB-DIET-SANDWICH-ID              PIC 9(003).
           05 TAB-DIET-NAME                     PIC X(020).
           05 TAB-DIET-FLAGS                    PIC X(014).
           05 TAB-DIET-DONE                     PIC X(001).
       01  WS-DIET-SAVE                         PIC X(058).
       77  WS-DIET-TITLE-DONE                   PIC X(001).

       77  WS-FOUND-INDEX                       PIC 9(003).
       77  WS-CURR-SITE                         PIC 9(003).
       77  WS-SITE-OPEN                         PIC X(001).
       77  WS-CONV-FACTOR                       PIC 9(003)V99.
       77  WS-SUPPLIER-UNITS                    PIC 9(006)V99.

      *> CRITICAL CLEANING MISSED AT THE SITE YESTERDAY
       77  WS-CLN-YESTERDAY                     PIC 9(008).
       77  WS-CLN-DUE                           PIC X(001).
       77  WS-CLN-SHIFT                         PIC 9(001).
       77  WS-CLN-MISSED                        PIC 9(004).

      *> ALLERGEN PROFILE PER SANDWICH, ROLLED UP ONCE PER RUN THE
      *> SAME WAY ALRGDECL DECLARES IT
       77  MAX-SWA                              PIC 9(003) VALUE ZEROS.
       01  TAB-SWA OCCURS 999 INDEXED BY IND-SWA.
           05 TAB-SWA-SANDWICH-ID               PIC 9(003).
           05 TAB-SWA-FLAGS                     PIC X(014).
       77  WS-ALRG-FLAGS                        PIC X(014).
       77  WS-ALRG-INGRED-ID                    PIC 9(003).
       77  WS-ALRG-DONE                         PIC X(001).
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

      *> ONE SITE'S BLOCK OF THE PLAN BEING PUT IN LINE ORDER
       77  WS-SEQ-LO                            PIC 9(004).
       77  WS-SEQ-HI                            PIC 9(004).
       77  WS-SEQ-K                             PIC 9(004).
       77  WS-SEQ-C                             PIC 9(004).
       77  WS-SEQ-R                             PIC 9(004).
       77  WS-SEQ-PICK                          PIC 9(004).
       77  WS-SEQ-OK                            PIC X(001).
       77  WS-SEQ-CLOCK                         PIC 9(005).
       77  WS-SEQ-SUM                           PIC S9(007).
       77  WS-SEQ-PREV-FLAGS                    PIC X(014).
       77  WS-SEQ-NO                            PIC 9(003).
       77  WS-SEQ-LAST-ALRG                     PIC 9(003).
       77  WS-BREACH-COUNT                      PIC 9(004).
       77  WS-SW-ID                             PIC 9(003).
       77  WS-SW-NAME                           PIC X(030).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(001) VALUE "-".
           05 RPT-HEAD-DAY                      PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-RUN-DATE                 PIC 9(008).

       01  RPT-SITE-HEAD.
           05 FILLER                            PIC X(006)
           05 FILLER                            PIC X(001).
           05 RPT-SITE-NAME                     PIC X(030).

       01  RPT-CLEAN-FLAG.
           05 FILLER                            PIC X(012)
              VALUE "*** HYGIENE ".
           05 RPT-CLEAN-MISSED                  PIC ZZZ9.
           05 FILLER                            PIC X(045)
              VALUE " CRITICAL CLEANING TASK(S) MISSED IN THE LAST".
           05 FILLER                            PIC X(013)
              VALUE " 24 HOURS ***".

       01  RPT-SCHED-LINE.
           05 FILLER                            PIC X(003).
           05 RPT-SCHED-HOUR                    PIC 9(002).
           05 FILLER                            PIC X(001).
           05 RPT-SCHED-RISK                    PIC X(007).

       01  RPT-DIET-TITLE                       PIC X(060)
           VALUE "SPECIAL-DIET MEALS - MAKE AND LABEL EACH ONE APART".

       01  RPT-DIET-LINE.
           05 FILLER                            PIC X(003).
           05 RPT-DIET-HOUR                     PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ":".
           05 RPT-DIET-MINUTE                   PIC 9(002).
           05 FILLER                            PIC X(010)
              VALUE "  SCHOOL: ".
           05 RPT-DIET-SCHOOL                   PIC 9(003).
           05 FILLER                            PIC X(009)
              VALUE "  PUPIL: ".
           05 RPT-DIET-PUPIL                    PIC X(010).
           05 FILLER                            PIC X(002).
           05 RPT-DIET-NAME                     PIC X(020).
           05 FILLER                            PIC X(006)
              VALUE "  SR: ".
           05 RPT-DIET-SANDWICH                 PIC X(030).

       01  RPT-DIET-FREE-LINE.
           05 FILLER                            PIC X(008).
           05 FILLER                            PIC X(011)
              VALUE "FREE FROM: ".
           05 RPT-DIET-FREE                     PIC X(080).

       01  RPT-CLEAN-LINE.
           05 FILLER                            PIC X(003).
           05 FILLER                            PIC X(037)
              VALUE "*** MANDATORY LINE CLEAN-DOWN ***  ".
           05 FILLER                            PIC X(009)
              VALUE "REMOVES: ".
           05 RPT-CLEAN-ALLERGENS               PIC X(060).

       01  RPT-CHECK-HEADER.
           05 FILLER                            PIC X(050)
              VALUE "BREADWICH - ALLERGEN SEQUENCE CHECK FOR DAY: ".
           05 RPT-CHECK-DATE                    PIC 9(008).

       01  RPT-CHECK-COLUMNS.
           05 FILLER PIC X(005) VALUE "SITE".
           05 FILLER PIC X(005) VALUE "SEQ".
           05 FILLER PIC X(033) VALUE "ALLERGEN-FREE BATCH".
           05 FILLER PIC X(007) VALUE "DELIV".
           05 FILLER PIC X(033) VALUE "RUNS AFTER ALLERGEN BATCH".
           05 FILLER PIC X(007) VALUE "DELIV".

       01  RPT-CHECK-LINE.
           05 RPT-CHECK-SITE                    PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-CHECK-SEQ                     PIC ZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-CHECK-FREE                    PIC X(032).
           05 FILLER                            PIC X(001).
           05 RPT-CHECK-FREE-HH                 PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ":".
           05 RPT-CHECK-FREE-MM                 PIC 9(002).
           05 FILLER                            PIC X(002).
           05 RPT-CHECK-ALRG                    PIC X(032).
           05 FILLER                            PIC X(001).
           05 RPT-CHECK-ALRG-HH                 PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ":".
           05 RPT-CHECK-ALRG-MM                 PIC 9(002).

       01  RPT-CHECK-REASON.
           05 FILLER                            PIC X(010).
           05 FILLER                            PIC X(060)
              VALUE "HELD BACK BY DELIVERY TIME - CLEAN-DOWN INSERTED".

       01  RPT-CHECK-TOTAL.
           05 FILLER                            PIC X(020)
              VALUE "SEQUENCE BREACHES: ".
           05 RPT-CHECK-COUNT                   PIC ZZZ9.

       01  RPT-CHECK-NONE                       PIC X(070)
           VALUE "NO BREACHES - EVERY ALLERGEN-FREE BATCH RUNS FIRST".

       01  RPT-PICK-TITLE                       PIC X(040)
           VALUE "   INGREDIENT PICK LIST".

              VALUE "  QTY:".
           05 RPT-SUB-QTY                       PIC ZZZZZ9.

       01  RPT-COMP-TITLE                       PIC X(040)
           VALUE "   COMPONENT PREPARATION".

       01  RPT-COMP-LINE.
           05 FILLER                            PIC X(007)
              VALUE "   [ ] ".
           05 RPT-COMP-ID                       PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-COMP-NAME                     PIC X(030).
           05 FILLER                            PIC X(008)
              VALUE "  NEED: ".
           05 RPT-COMP-NEED                     PIC ZZZZZZ9.
           05 FILLER                            PIC X(011)
              VALUE "  BATCHES: ".
           05 RPT-COMP-BATCHES                  PIC ZZZZ9.
           05 FILLER                            PIC X(014)
              VALUE "  PREPARE ON: ".
           05 RPT-COMP-PREP-DATE.
               10 RPT-COMP-PREP-YEAR            PIC 9(004).
               10 FILLER                        PIC X(001) VALUE "-".
               10 RPT-COMP-PREP-MONTH           PIC 9(002).
               10 FILLER                        PIC X(001) VALUE "-".
               10 RPT-COMP-PREP-DAY             PIC 9(002).

       01  WS-PREP-DATE.
           05 WS-PREP-YEAR                      PIC 9(004).
           05 WS-PREP-MONTH                     PIC 9(002).
           05 WS-PREP-DAY                       PIC 9(002).
       01  WS-PREP-DATE-NUM REDEFINES WS-PREP-DATE
                                                PIC 9(008).

       01  RPT-PICK-LINE.
           05 FILLER                            PIC X(007)
              VALUE "   [ ] ".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY DATE-SCREEN
           ACCEPT DATE-SCREEN

           PERFORM COLLECT-DAY-ORDERS
           PERFORM SORT-PLAN-TABLE
           PERFORM SORT-DIET-TABLE
           PERFORM SET-PLAN-ALLERGENS
           PERFORM SEQUENCE-PLAN
           PERFORM FILL-CONV-TABLE

           OPEN OUTPUT REPORTFILE
           MOVE WS-PLAN-YEAR TO RPT-HEAD-YEAR
           MOVE WS-PLAN-MONTH TO RPT-HEAD-MONTH
           MOVE WS-PLAN-DAY TO RPT-HEAD-DAY
           MOVE WS-TODAY-NUM TO RPT-HEAD-RUN-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE

           PERFORM PRINT-PER-SITE
           PERFORM PRINT-SUBSTITUTIONS
           CLOSE REPORTFILE
           PERFORM WRITE-PRODUCTION-SEQUENCE
           PERFORM PRINT-SEQUENCE-CHECK

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
       ADD-PLAN-ROW SECTION.
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
                                         TO TAB-PLAN-SANDWICH-HOLD
                                       MOVE OL-QUANTITY
                                         TO TAB-PLAN-QTY-HOLD
                                       PERFORM CHECK-DIET-LINE
                                       IF WS-DIET-LINE = "Y" THEN
                                           PERFORM ADD-DIET-ROW
                                       ELSE
                                           PERFORM ADD-ONE-PLAN-ROW
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
                 TO TAB-PLAN-SANDWICH-HOLD
           ADD 1 TO MAX-PLAN
           SET IND-PLAN TO MAX-PLAN
           PERFORM GET-SCHOOL-SITE
           MOVE WS-SCHOOL-SITE TO TAB-PLAN-SITE-ID (IND-PLAN)
           MOVE FD-DELIVERY-HOUR TO TAB-PLAN-HOUR (IND-PLAN)
           MOVE FD-DELIVERY-MINUTE TO TAB-PLAN-MINUTE (IND-PLAN)
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID
           MOVE TAB-PLAN-QTY-HOLD TO TAB-PLAN-QUANTITY (IND-PLAN)
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

       ADD-DIET-ROW SECTION.
           ADD 1 TO MAX-DIET
           SET IND-DIET TO MAX-DIET
           PERFORM GET-SCHOOL-SITE
           MOVE WS-SCHOOL-SITE TO TAB-DIET-SITE-ID (IND-DIET)
           MOVE FD-DELIVERY-HOUR TO TAB-DIET-HOUR (IND-DIET)
           MOVE FD-DELIVERY-MINUTE TO TAB-DIET-MINUTE (IND-DIET)
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID
             TO TAB-DIET-SCHOOL-ID (IND-DIET)
           MOVE ODT-PUPIL-REF TO TAB-DIET-PUPIL (IND-DIET)
           MOVE TAB-PLAN-SANDWICH-HOLD
             TO TAB-DIET-SANDWICH-ID (IND-DIET)
           MOVE ODT-DIET-NAME TO TAB-DIET-NAME (IND-DIET)
           MOVE ODT-ALRG-FLAGS TO TAB-DIET-FLAGS (IND-DIET)
           MOVE "N" TO TAB-DIET-DONE (IND-DIET)
           EXIT SECTION.

       GET-SCHOOL-SITE SECTION.
           MOVE DEFAULT-SITE-ID TO WS-SCHOOL-SITE
           OPEN INPUT SCHSITES
           IF SCHSITE-FS = NOT-FILE THEN
               CLOSE SCHSITES
               MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO SCS-SCHOOL-ID
               READ SCHSITES
                   NOT INVALID KEY
                       MOVE SCS-SITE-ID TO WS-SCHOOL-SITE
               END-READ
               CLOSE SCHSITES
           END-IF
               READ SITEOVRS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SOV-SITE-ID TO WS-SCHOOL-SITE
               END-READ
           END-IF
           CLOSE SITEOVRS
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    ALLERGEN PROFILE AND LINE TIMING OF EVERY BATCH. WORKING
      *    BACKWARDS FROM THE DELIVERY TIME: ROUTE DEPARTURE IS THE
      *    TRAVEL ALLOWANCE EARLIER, AND THE BATCH MUST BE BUILT
      *    BEFORE THAT
      ******************************************************************
       SET-PLAN-ALLERGENS SECTION.
           PERFORM VARYING IND-PLAN FROM 1 BY 1
                   UNTIL IND-PLAN > MAX-PLAN
               PERFORM GET-SANDWICH-ALLERGENS
               MOVE WS-ALRG-FLAGS TO TAB-PLAN-ALRG-FLAGS (IND-PLAN)
               MOVE WS-ALRG-FLAGS TO TAB-PLAN-PREF-FLAGS (IND-PLAN)
               MOVE ZEROS TO TAB-PLAN-ALRG-COUNT (IND-PLAN)
               INSPECT WS-ALRG-FLAGS TALLYING
                   TAB-PLAN-ALRG-COUNT (IND-PLAN) FOR ALL "Y"
               COMPUTE WS-DELIV-MINUTES =
                   TAB-PLAN-HOUR (IND-PLAN) * 60
                   + TAB-PLAN-MINUTE (IND-PLAN)
               COMPUTE TAB-PLAN-PREP (IND-PLAN) ROUNDED =
                   TAB-PLAN-QUANTITY (IND-PLAN)
                   * PREP-SECONDS-EACH / 60
               COMPUTE TAB-PLAN-DEADLINE (IND-PLAN) =
                   WS-DELIV-MINUTES - TRAVEL-ALLOW-MINUTES
      *> OFFSET KEEPS AN EARLY-MORNING DEADLINE POSITIVE IN THE KEY
               COMPUTE TAB-PLAN-PREF-DEADLINE (IND-PLAN) =
                   TAB-PLAN-DEADLINE (IND-PLAN) + 100
               MOVE ZEROS TO TAB-PLAN-START (IND-PLAN)
               MOVE "N" TO TAB-PLAN-CLEAN (IND-PLAN)
               MOVE ALL "N" TO TAB-PLAN-CLEAN-FLAGS (IND-PLAN)
           END-PERFORM
           EXIT SECTION.

       GET-SANDWICH-ALLERGENS SECTION.
           PERFORM VARYING IND-SWA FROM 1 BY 1
                   UNTIL IND-SWA > MAX-SWA
               IF TAB-SWA-SANDWICH-ID (IND-SWA)
                  = TAB-PLAN-SANDWICH-ID (IND-PLAN) THEN
                   MOVE TAB-SWA-FLAGS (IND-SWA) TO WS-ALRG-FLAGS
                   EXIT SECTION
               END-IF
           END-PERFORM
           PERFORM ROLL-UP-ALLERGENS
           IF MAX-SWA < 999 THEN
               ADD 1 TO MAX-SWA
               SET IND-SWA TO MAX-SWA
               MOVE TAB-PLAN-SANDWICH-ID (IND-PLAN)
                 TO TAB-SWA-SANDWICH-ID (IND-SWA)
               MOVE WS-ALRG-FLAGS TO TAB-SWA-FLAGS (IND-SWA)
           END-IF
           EXIT SECTION.

      *> OR TOGETHER THE FLAGS OF EVERY RECIPE INGREDIENT AND OF
      *> EVERYTHING INSIDE A PREPARED COMPONENT
       ROLL-UP-ALLERGENS SECTION.
           MOVE ALL "N" TO WS-ALRG-FLAGS
           OPEN INPUT INGALRG
           IF INGALRG-FS = NOT-FILE THEN
               CLOSE INGALRG
               EXIT SECTION
           END-IF
           OPEN INPUT SR-ING
           IF SR-ING-FS = NOT-FILE THEN
               CLOSE SR-ING
               CLOSE INGALRG
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-ALRG-DONE
           MOVE TAB-PLAN-SANDWICH-ID (IND-PLAN) TO SR-SANDWICH-ID
           MOVE ZEROS TO SR-INGREDIENT-ID
           START SR-ING KEY IS NOT LESS THAN SR-SAND-ING-ID
               INVALID KEY MOVE "E" TO WS-ALRG-DONE
           END-START
           PERFORM UNTIL WS-ALRG-DONE = "E"
               READ SR-ING NEXT RECORD
                   AT END MOVE "E" TO WS-ALRG-DONE
                   NOT AT END
                       IF SR-SANDWICH-ID NOT =
                          TAB-PLAN-SANDWICH-ID (IND-PLAN) THEN
                           MOVE "E" TO WS-ALRG-DONE
                       ELSE
                           PERFORM MERGE-LINE-ALLERGENS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SR-ING
           CLOSE INGALRG
           EXIT SECTION.

       MERGE-LINE-ALLERGENS SECTION.
           MOVE SR-INGREDIENT-ID TO WS-ALRG-INGRED-ID
           PERFORM MERGE-INGRED-ALLERGENS
           MOVE 1 TO WS-EXP-LINE-QTY
           MOVE WS-PLAN-DATE-NUM TO WS-EXP-AS-AT
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               IF WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                  NOT = SR-INGREDIENT-ID THEN
                   MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                     TO WS-ALRG-INGRED-ID
                   PERFORM MERGE-INGRED-ALLERGENS
               END-IF
           END-PERFORM
           EXIT SECTION.

       MERGE-INGRED-ALLERGENS SECTION.
           MOVE WS-ALRG-INGRED-ID TO IAL-INGRED-ID
           READ INGALRG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                           UNTIL WS-FLAG-IX > 14
                       IF IAL-FLAG (WS-FLAG-IX) = "Y" THEN
                           MOVE "Y"
                             TO WS-ALRG-FLAGS (WS-FLAG-IX:1)
                       END-IF
                   END-PERFORM
           END-READ
           EXIT SECTION.

      ******************************************************************
      *    EACH SITE'S BATCHES RUN ONE AFTER ANOTHER ON ITS LINE FROM
      *    THE START OF THE KITCHEN DAY. THE NEXT BATCH IS THE MOST
      *    ALLERGEN-FREE ONE (FEWEST ALLERGENS, LIKE PROFILES TOGETHER,
      *    THEN EARLIEST DELIVERY) THAT STILL LETS EVERY OTHER BATCH
      *    MAKE ITS VAN. A BATCH ALREADY LATE GOES STRAIGHT AWAY, AND
      *    AN OVERBOOKED LINE FALLS BACK TO EARLIEST DELIVERY FIRST
      ******************************************************************
       SEQUENCE-PLAN SECTION.
           MOVE 1 TO WS-SEQ-LO
           PERFORM UNTIL WS-SEQ-LO > MAX-PLAN
               MOVE WS-SEQ-LO TO WS-SEQ-HI
               MOVE SPACES TO WS-SEQ-OK
               PERFORM UNTIL WS-SEQ-OK = "E"
                   IF WS-SEQ-HI >= MAX-PLAN THEN
                       MOVE "E" TO WS-SEQ-OK
                   ELSE
                       IF TAB-PLAN-SITE-ID (WS-SEQ-HI + 1)
                          NOT = TAB-PLAN-SITE-ID (WS-SEQ-LO) THEN
                           MOVE "E" TO WS-SEQ-OK
                       ELSE
                           ADD 1 TO WS-SEQ-HI
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM SEQUENCE-ONE-SITE
               COMPUTE WS-SEQ-LO = WS-SEQ-HI + 1
           END-PERFORM
           EXIT SECTION.

       SEQUENCE-ONE-SITE SECTION.
           MOVE DAY-START-MINUTES TO WS-SEQ-CLOCK
           MOVE ALL "N" TO WS-SEQ-PREV-FLAGS
           PERFORM VARYING WS-SEQ-K FROM WS-SEQ-LO BY 1
                   UNTIL WS-SEQ-K > WS-SEQ-HI
               PERFORM PICK-NEXT-BATCH
               IF WS-SEQ-PICK NOT = WS-SEQ-K THEN
                   MOVE TAB-PLAN (WS-SEQ-K) TO WS-PLAN-SAVE
                   MOVE TAB-PLAN (WS-SEQ-PICK) TO TAB-PLAN (WS-SEQ-K)
                   MOVE WS-PLAN-SAVE TO TAB-PLAN (WS-SEQ-PICK)
               END-IF
               PERFORM PLACE-BATCH
           END-PERFORM
           EXIT SECTION.

       PICK-NEXT-BATCH SECTION.
           MOVE ZEROS TO WS-SEQ-PICK
           PERFORM VARYING WS-SEQ-C FROM WS-SEQ-K BY 1
                   UNTIL WS-SEQ-C > WS-SEQ-HI
               IF WS-SEQ-CLOCK + TAB-PLAN-PREP (WS-SEQ-C)
                  > TAB-PLAN-DEADLINE (WS-SEQ-C) THEN
                   PERFORM KEEP-EARLIEST-DEADLINE
               END-IF
           END-PERFORM
           IF WS-SEQ-PICK NOT = ZEROS THEN
               EXIT SECTION
           END-IF

           PERFORM SET-BATCH-SLACK
           PERFORM VARYING WS-SEQ-C FROM WS-SEQ-K BY 1
                   UNTIL WS-SEQ-C > WS-SEQ-HI
               PERFORM TEST-BATCH-FITS
               IF WS-SEQ-OK = "Y" THEN
                   IF WS-SEQ-PICK = ZEROS THEN
                       MOVE WS-SEQ-C TO WS-SEQ-PICK
                   ELSE
                       IF TAB-PLAN-PREF-KEY (WS-SEQ-C)
                          < TAB-PLAN-PREF-KEY (WS-SEQ-PICK) THEN
                           MOVE WS-SEQ-C TO WS-SEQ-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SEQ-PICK NOT = ZEROS THEN
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-SEQ-C FROM WS-SEQ-K BY 1
                   UNTIL WS-SEQ-C > WS-SEQ-HI
               PERFORM KEEP-EARLIEST-DEADLINE
           END-PERFORM
           EXIT SECTION.

       KEEP-EARLIEST-DEADLINE SECTION.
           IF WS-SEQ-PICK = ZEROS THEN
               MOVE WS-SEQ-C TO WS-SEQ-PICK
               EXIT SECTION
           END-IF
           IF TAB-PLAN-DEADLINE (WS-SEQ-C)
              < TAB-PLAN-DEADLINE (WS-SEQ-PICK) THEN
               MOVE WS-SEQ-C TO WS-SEQ-PICK
               EXIT SECTION
           END-IF
           IF TAB-PLAN-DEADLINE (WS-SEQ-C)
              = TAB-PLAN-DEADLINE (WS-SEQ-PICK)
              AND TAB-PLAN-PREF-KEY (WS-SEQ-C)
                  < TAB-PLAN-PREF-KEY (WS-SEQ-PICK) THEN
               MOVE WS-SEQ-C TO WS-SEQ-PICK
           END-IF
           EXIT SECTION.

      *> SLACK OF A BATCH IF EVERYTHING LEFT RAN EARLIEST DELIVERY
      *> FIRST FROM NOW: ITS DEADLINE LESS THE CLOCK AND THE BUILD
      *> TIME OF EVERY BATCH DUE NO LATER THAN IT
       SET-BATCH-SLACK SECTION.
           PERFORM VARYING WS-SEQ-R FROM WS-SEQ-K BY 1
                   UNTIL WS-SEQ-R > WS-SEQ-HI
               MOVE ZEROS TO WS-SEQ-SUM
               PERFORM VARYING WS-SEQ-C FROM WS-SEQ-K BY 1
                       UNTIL WS-SEQ-C > WS-SEQ-HI
                   IF TAB-PLAN-DEADLINE (WS-SEQ-C)
                      NOT > TAB-PLAN-DEADLINE (WS-SEQ-R) THEN
                       ADD TAB-PLAN-PREP (WS-SEQ-C) TO WS-SEQ-SUM
                   END-IF
               END-PERFORM
               COMPUTE TAB-PLAN-SLACK (WS-SEQ-R) =
                   TAB-PLAN-DEADLINE (WS-SEQ-R) - WS-SEQ-CLOCK
                   - WS-SEQ-SUM
           END-PERFORM
           EXIT SECTION.

      *> RUNNING BATCH WS-SEQ-C NEXT DELAYS ONLY THE BATCHES DUE
      *> BEFORE IT - EACH OF THOSE NEEDS ITS BUILD TIME IN HAND.
      *> CLEAN-DOWN TIME IS LEFT OUT OF THE TEST
       TEST-BATCH-FITS SECTION.
           MOVE "Y" TO WS-SEQ-OK
           PERFORM VARYING WS-SEQ-R FROM WS-SEQ-K BY 1
                   UNTIL WS-SEQ-R > WS-SEQ-HI
               IF WS-SEQ-R NOT = WS-SEQ-C THEN
                   IF TAB-PLAN-DEADLINE (WS-SEQ-R)
                      NOT < TAB-PLAN-DEADLINE (WS-SEQ-C) THEN
                       IF TAB-PLAN-SLACK (WS-SEQ-R) < ZEROS THEN
                           MOVE "N" TO WS-SEQ-OK
                       END-IF
                   ELSE
                       IF TAB-PLAN-SLACK (WS-SEQ-R)
                          < TAB-PLAN-PREP (WS-SEQ-C) THEN
                           MOVE "N" TO WS-SEQ-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> A BATCH LACKING AN ALLERGEN THE LINE LAST CARRIED NEEDS THE
      *> LINE CLEANED DOWN FIRST
       PLACE-BATCH SECTION.
           MOVE "N" TO TAB-PLAN-CLEAN (WS-SEQ-K)
           MOVE ALL "N" TO TAB-PLAN-CLEAN-FLAGS (WS-SEQ-K)
           PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                   UNTIL WS-FLAG-IX > 14
               IF WS-SEQ-PREV-FLAGS (WS-FLAG-IX:1) = "Y"
                  AND TAB-PLAN-ALRG-FLAGS (WS-SEQ-K) (WS-FLAG-IX:1)
                      = "N" THEN
                   MOVE "Y"
                     TO TAB-PLAN-CLEAN-FLAGS (WS-SEQ-K) (WS-FLAG-IX:1)
                   MOVE "Y" TO TAB-PLAN-CLEAN (WS-SEQ-K)
               END-IF
           END-PERFORM
           IF TAB-PLAN-CLEAN (WS-SEQ-K) = "Y" THEN
               ADD CLEAN-DOWN-MINUTES TO WS-SEQ-CLOCK
           END-IF
           MOVE WS-SEQ-CLOCK TO TAB-PLAN-START (WS-SEQ-K)
           ADD TAB-PLAN-PREP (WS-SEQ-K) TO WS-SEQ-CLOCK
           MOVE TAB-PLAN-ALRG-FLAGS (WS-SEQ-K) TO WS-SEQ-PREV-FLAGS
           EXIT SECTION.

      *> NAMED MEALS BY SITE, THEN DELIVERY TIME, THEN SCHOOL AND PUPIL
       SORT-DIET-TABLE SECTION.
           IF MAX-DIET < 2 THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING IND-DIET FROM 1 BY 1
                   UNTIL IND-DIET >= MAX-DIET
               SET IND-DIET2 TO IND-DIET
               SET IND-DIET2 UP BY 1
               PERFORM VARYING IND-DIET2 FROM IND-DIET2 BY 1
                       UNTIL IND-DIET2 > MAX-DIET
                   IF TAB-DIET (IND-DIET) > TAB-DIET (IND-DIET2) THEN
                       MOVE TAB-DIET (IND-DIET) TO WS-DIET-SAVE
                       MOVE TAB-DIET (IND-DIET2)
                         TO TAB-DIET (IND-DIET)
                       MOVE WS-DIET-SAVE TO TAB-DIET (IND-DIET2)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    ONE SCHEDULE BLOCK AND ONE PICK LIST PER SITE
      ******************************************************************
                  OR TAB-PLAN-SITE-ID (IND-PLAN)
                     NOT = WS-CURR-SITE THEN
                   IF WS-SITE-OPEN = "Y" THEN
                       PERFORM PRINT-SITE-DIETS
                       PERFORM PRINT-PICK-LIST
                   END-IF
                   MOVE TAB-PLAN-SITE-ID (IND-PLAN) TO WS-CURR-SITE
                   MOVE ZEROS TO MAX-PICK
                   PERFORM PRINT-SITE-HEAD
                   PERFORM PLAN-SITE-COMPONENTS
                   MOVE "Y" TO WS-SITE-OPEN
               END-IF
               IF TAB-PLAN-CLEAN (IND-PLAN) = "Y" THEN
                   PERFORM PRINT-CLEAN-DOWN
               END-IF
               PERFORM PRINT-SCHEDULE-LINE
               PERFORM EXPLODE-ORDER-INGREDIENTS
           END-PERFORM
           IF WS-SITE-OPEN = "Y" THEN
               PERFORM PRINT-SITE-DIETS
               PERFORM PRINT-PICK-LIST
           END-IF
      *> A SITE WHOSE ONLY WORK FOR THE DAY IS NAMED MEALS
           PERFORM VARYING IND-DIET2 FROM 1 BY 1
                   UNTIL IND-DIET2 > MAX-DIET
               IF TAB-DIET-DONE (IND-DIET2) NOT = "Y" THEN
                   MOVE TAB-DIET-SITE-ID (IND-DIET2) TO WS-CURR-SITE
                   MOVE ZEROS TO MAX-PICK
                   MOVE ZEROS TO MAX-COMP
                   PERFORM PRINT-SITE-HEAD
                   PERFORM PRINT-SITE-DIETS
                   PERFORM PRINT-PICK-LIST
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> THE SITE'S NAMED MEALS ARE LISTED UNDER ITS BATCHES AND
      *> THEIR INGREDIENTS GO ON ITS PICK LIST ONE SANDWICH EACH
       PRINT-SITE-DIETS SECTION.
           MOVE SPACES TO WS-DIET-TITLE-DONE
           PERFORM VARYING IND-DIET FROM 1 BY 1
                   UNTIL IND-DIET > MAX-DIET
               IF TAB-DIET-SITE-ID (IND-DIET) = WS-CURR-SITE THEN
                   IF WS-DIET-TITLE-DONE NOT = "Y" THEN
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       WRITE REPORT-LINE FROM RPT-DIET-TITLE
                       MOVE "Y" TO WS-DIET-TITLE-DONE
                   END-IF
                   PERFORM PRINT-DIET-LINE
                   PERFORM EXPLODE-DIET-INGREDIENTS
                   MOVE "Y" TO TAB-DIET-DONE (IND-DIET)
               END-IF
           END-PERFORM
           EXIT SECTION.

       PRINT-DIET-LINE SECTION.
           MOVE TAB-DIET-HOUR (IND-DIET) TO RPT-DIET-HOUR
           MOVE TAB-DIET-MINUTE (IND-DIET) TO RPT-DIET-MINUTE
           MOVE TAB-DIET-SCHOOL-ID (IND-DIET) TO RPT-DIET-SCHOOL
           MOVE TAB-DIET-PUPIL (IND-DIET) TO RPT-DIET-PUPIL
           MOVE TAB-DIET-NAME (IND-DIET) TO RPT-DIET-NAME
           MOVE SPACES TO RPT-DIET-SANDWICH
           OPEN INPUT SANDWICHES
           MOVE TAB-DIET-SANDWICH-ID (IND-DIET) TO SR-IID
           READ SANDWICHES
               INVALID KEY MOVE "** UNKNOWN **" TO RPT-DIET-SANDWICH
               NOT INVALID KEY MOVE SR-S-DESCRIPTION
                                 TO RPT-DIET-SANDWICH
           END-READ
           CLOSE SANDWICHES
           WRITE REPORT-LINE FROM RPT-DIET-LINE
           MOVE TAB-DIET-FLAGS (IND-DIET) TO WS-ALRG-FLAGS
           PERFORM BUILD-ALLERGEN-TEXT
           IF WS-ALRG-TEXT NOT = SPACES THEN
               MOVE WS-ALRG-TEXT TO RPT-DIET-FREE
               WRITE REPORT-LINE FROM RPT-DIET-FREE-LINE
           END-IF
           EXIT SECTION.

       PRINT-SITE-HEAD SECTION.
           END-IF
           CLOSE SITES
           WRITE REPORT-LINE FROM RPT-SITE-HEAD
           PERFORM COUNT-MISSED-CLEANING
           IF WS-CLN-MISSED > ZEROS THEN
               MOVE WS-CLN-MISSED TO RPT-CLEAN-MISSED
               WRITE REPORT-LINE FROM RPT-CLEAN-FLAG
           END-IF
           WRITE REPORT-LINE FROM DIVIDER-LINE
           EXIT SECTION.

      ******************************************************************
      *    EVERY CRITICAL CLEANING TASK AND SHIFT THE SITE HAD DUE
      *    YESTERDAY THAT IS NOT SIGNED OFF ON THE CLEANING LOG.
      *    TODAY'S TASKS CAN STILL BE DONE AND ARE NOT COUNTED
      ******************************************************************
       COUNT-MISSED-CLEANING SECTION.
           MOVE ZEROS TO WS-CLN-MISSED
           OPEN INPUT CLNTASKS
           IF CLNTASK-FS = NOT-FILE THEN
               CLOSE CLNTASKS
               EXIT SECTION
           END-IF
           OPEN INPUT CLNLOGS
           CALL "BUSDATE" USING WS-CLN-YESTERDAY
           COMPUTE WS-CLN-YESTERDAY = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-CLN-YESTERDAY) - 1)
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-CURR-SITE TO CLT-SITE-ID
           MOVE ZEROS TO CLT-TASK-ID
           START CLNTASKS KEY IS NOT LESS THAN CLT-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CLNTASKS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF CLT-SITE-ID NOT = WS-CURR-SITE THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF CLT-IS-CRITICAL THEN
                               PERFORM COUNT-MISSED-TASK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           CLOSE CLNTASKS
           CLOSE CLNLOGS
           EXIT SECTION.

       COUNT-MISSED-TASK SECTION.
           CALL "CLNDUE" USING WS-CLN-YESTERDAY FD-CLNTASK WS-CLN-DUE
           IF WS-CLN-DUE NOT = "Y" THEN
               EXIT SECTION
           END-IF
      *> NO CLEANING LOG AT ALL - NOTHING WAS SIGNED OFF
           IF CLNLOG-FS = NOT-FILE THEN
               ADD CLT-SHIFTS TO WS-CLN-MISSED
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-CLN-SHIFT FROM 1 BY 1
                   UNTIL WS-CLN-SHIFT > CLT-SHIFTS
               MOVE WS-CLN-YESTERDAY TO CLL-DATE
               MOVE CLT-SITE-ID TO CLL-SITE-ID
               MOVE CLT-TASK-ID TO CLL-TASK-ID
               MOVE WS-CLN-SHIFT TO CLL-SHIFT
               READ CLNLOGS
                   INVALID KEY ADD 1 TO WS-CLN-MISSED
                   NOT INVALID KEY
                       IF NOT CLL-DONE THEN
                           ADD 1 TO WS-CLN-MISSED
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       PRINT-SCHEDULE-LINE SECTION.
           MOVE TAB-PLAN-HOUR (IND-PLAN) TO RPT-SCHED-HOUR
           MOVE TAB-PLAN-MINUTE (IND-PLAN) TO RPT-SCHED-MINUTE
           END-READ
           CLOSE SANDWICHES
           MOVE TAB-PLAN-QUANTITY (IND-PLAN) TO RPT-SCHED-QTY
      *> THE START IS THE BATCH'S PLACE ON THE SITE'S LINE; IT IS AT
      *> RISK WHEN IT CANNOT FINISH BEFORE THE VAN MUST LEAVE
           MOVE SPACES TO RPT-SCHED-RISK
           IF TAB-PLAN-START (IND-PLAN) + TAB-PLAN-PREP (IND-PLAN)
              > TAB-PLAN-DEADLINE (IND-PLAN) THEN
               MOVE "AT RISK" TO RPT-SCHED-RISK
           END-IF
           DIVIDE TAB-PLAN-START (IND-PLAN) BY 60
               GIVING RPT-SCHED-START-HH
               REMAINDER RPT-SCHED-START-MM
           WRITE REPORT-LINE FROM RPT-SCHED-LINE
           EXIT SECTION.

       PRINT-CLEAN-DOWN SECTION.
           MOVE TAB-PLAN-CLEAN-FLAGS (IND-PLAN) TO WS-ALRG-FLAGS
           PERFORM BUILD-ALLERGEN-TEXT
           MOVE WS-ALRG-TEXT TO RPT-CLEAN-ALLERGENS
           WRITE REPORT-LINE FROM RPT-CLEAN-LINE
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
      *    RECIPE EXPLOSION INTO THE SITE'S PICK ACCUMULATOR
      ******************************************************************
                          TAB-PLAN-SANDWICH-ID (IND-PLAN) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM ADD-ORDER-LINE-PICK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SR-ING
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> A NAMED MEAL IS MADE FROM ITS OWN INGREDIENTS, NOT FROM
      *> THE SITE'S PREPARED COMPONENT BATCHES
       EXPLODE-DIET-INGREDIENTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SR-ING
           IF SR-ING-FS = NOT-FILE THEN
               CLOSE SR-ING
               EXIT SECTION
           END-IF
           MOVE TAB-DIET-SANDWICH-ID (IND-DIET) TO SR-SANDWICH-ID
           MOVE ZEROS TO SR-INGREDIENT-ID
           START SR-ING KEY IS NOT LESS THAN SR-SAND-ING-ID
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SR-ING NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SR-SANDWICH-ID NOT =
                          TAB-DIET-SANDWICH-ID (IND-DIET) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           MOVE SR-INGREDIENT-ID TO WS-PICK-INGRED-ID
                           MOVE SR-ING-QTD TO WS-PICK-ADD-QTY
                           PERFORM ADD-PICK-QUANTITY
                       END-IF
               END-READ
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> A COMPONENT LINE IS ALREADY ON THE PICK LIST AS THE
      *> INGREDIENTS OF ITS WHOLE BATCHES
       ADD-ORDER-LINE-PICK SECTION.
           PERFORM VARYING IND-COMP FROM 1 BY 1
                   UNTIL IND-COMP > MAX-COMP
               IF TAB-COMP-ID (IND-COMP) = SR-INGREDIENT-ID THEN
                   EXIT SECTION
               END-IF
           END-PERFORM
           MOVE SR-INGREDIENT-ID TO WS-PICK-INGRED-ID
           COMPUTE WS-PICK-ADD-QTY =
               SR-ING-QTD * TAB-PLAN-QUANTITY (IND-PLAN)
           PERFORM ADD-PICK-QUANTITY
           EXIT SECTION.

       ADD-PICK-QUANTITY SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-PICK FROM 1 BY 1
                   UNTIL IND-PICK > MAX-PICK
               IF TAB-PICK-INGRED-ID (IND-PICK) =
                  WS-PICK-INGRED-ID THEN
                   SET WS-FOUND-INDEX TO IND-PICK
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               ADD 1 TO MAX-PICK
               SET IND-PICK TO MAX-PICK
               MOVE WS-PICK-INGRED-ID
                 TO TAB-PICK-INGRED-ID (IND-PICK)
               MOVE ZEROS TO TAB-PICK-QTY-SANDWICH (IND-PICK)
               MOVE 99999999 TO TAB-PICK-EXPIRY (IND-PICK)
               SET WS-FOUND-INDEX TO IND-PICK
           END-IF
           SET IND-PICK TO WS-FOUND-INDEX
           COMPUTE TAB-PICK-QTY-SANDWICH (IND-PICK) ROUNDED =
               TAB-PICK-QTY-SANDWICH (IND-PICK) + WS-PICK-ADD-QTY
           EXIT SECTION.

      ******************************************************************
      *    PREPARED COMPONENTS FOR THE SITE: TOTAL WHAT ITS ORDERS NEED,
      *    ROUND UP TO WHOLE BATCHES, PRINT WHEN EACH MUST BE MADE (ITS
      *    LEAD DAYS BEFORE THE DELIVERY DAY) AND PUT THE BATCHES'
      *    INGREDIENTS ON THE PICK LIST
      ******************************************************************
       PLAN-SITE-COMPONENTS SECTION.
           MOVE ZEROS TO MAX-COMP
           OPEN INPUT COMPONENTS
           IF COMPONENT-FS = NOT-FILE THEN
               CLOSE COMPONENTS
               EXIT SECTION
           END-IF
           OPEN INPUT SR-ING
           IF SR-ING-FS = NOT-FILE THEN
               CLOSE SR-ING
               CLOSE COMPONENTS
               EXIT SECTION
           END-IF
           PERFORM VARYING IND-PLAN2 FROM IND-PLAN BY 1
                   UNTIL IND-PLAN2 > MAX-PLAN
                      OR TAB-PLAN-SITE-ID (IND-PLAN2) NOT = WS-CURR-SITE
               PERFORM NOTE-PLAN-COMPONENTS
           END-PERFORM
           CLOSE SR-ING
           CLOSE COMPONENTS
           MOVE SPACES TO FLAG-TRUE
           IF MAX-COMP = ZEROS THEN
               EXIT SECTION
           END-IF
           WRITE REPORT-LINE FROM RPT-COMP-TITLE
           PERFORM VARYING IND-COMP FROM 1 BY 1
                   UNTIL IND-COMP > MAX-COMP
               PERFORM PRINT-COMPONENT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT SECTION.

       NOTE-PLAN-COMPONENTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           MOVE TAB-PLAN-SANDWICH-ID (IND-PLAN2) TO SR-SANDWICH-ID
           MOVE ZEROS TO SR-INGREDIENT-ID
           START SR-ING KEY IS NOT LESS THAN SR-SAND-ING-ID
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SR-ING NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SR-SANDWICH-ID NOT =
                          TAB-PLAN-SANDWICH-ID (IND-PLAN2) THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM ADD-COMPONENT-NEED
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       ADD-COMPONENT-NEED SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-COMP FROM 1 BY 1
                   UNTIL IND-COMP > MAX-COMP
               IF TAB-COMP-ID (IND-COMP) = SR-INGREDIENT-ID THEN
                   SET WS-FOUND-INDEX TO IND-COMP
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               MOVE SR-INGREDIENT-ID TO CMP-ID
               MOVE SPACE TO WS-COMP-LINE
               READ COMPONENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CMP-BATCH-YIELD > ZEROS THEN
                           MOVE "Y" TO WS-COMP-LINE
                       END-IF
               END-READ
               IF WS-COMP-LINE NOT = "Y" OR MAX-COMP >= 99 THEN
                   EXIT SECTION
               END-IF
               ADD 1 TO MAX-COMP
               SET IND-COMP TO MAX-COMP
               MOVE CMP-ID TO TAB-COMP-ID (IND-COMP)
               MOVE ZEROS TO TAB-COMP-NEED (IND-COMP)
               MOVE CMP-BATCH-YIELD TO TAB-COMP-YIELD (IND-COMP)
               MOVE CMP-LEAD-DAYS TO TAB-COMP-LEAD (IND-COMP)
               SET WS-FOUND-INDEX TO IND-COMP
           END-IF
           SET IND-COMP TO WS-FOUND-INDEX
           COMPUTE TAB-COMP-NEED (IND-COMP) =
               TAB-COMP-NEED (IND-COMP)
               + SR-ING-QTD * TAB-PLAN-QUANTITY (IND-PLAN2)
           EXIT SECTION.

       PRINT-COMPONENT-LINE SECTION.
           MOVE TAB-COMP-ID (IND-COMP) TO RPT-COMP-ID
           MOVE SPACES TO RPT-COMP-NAME
           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = NOT-FILE THEN
               MOVE TAB-COMP-ID (IND-COMP) TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY MOVE "** UNKNOWN **" TO RPT-COMP-NAME
                   NOT INVALID KEY MOVE INGREDS-NAME TO RPT-COMP-NAME
               END-READ
           END-IF
           CLOSE FXINGRED
           MOVE TAB-COMP-NEED (IND-COMP) TO RPT-COMP-NEED
      *> PART BATCHES ARE NOT MADE - ROUND UP TO THE NEXT WHOLE ONE
           COMPUTE WS-COMP-BATCHES =
               (TAB-COMP-NEED (IND-COMP) + TAB-COMP-YIELD (IND-COMP)
                - 1) / TAB-COMP-YIELD (IND-COMP)
           MOVE WS-COMP-BATCHES TO RPT-COMP-BATCHES
           COMPUTE WS-PREP-DATE-NUM = DATE-OF-INTEGER(
               INTEGER-OF-DATE(WS-PLAN-DATE-NUM)
               - TAB-COMP-LEAD (IND-COMP))
           MOVE WS-PREP-YEAR TO RPT-COMP-PREP-YEAR
           MOVE WS-PREP-MONTH TO RPT-COMP-PREP-MONTH
           MOVE WS-PREP-DAY TO RPT-COMP-PREP-DAY
           WRITE REPORT-LINE FROM RPT-COMP-LINE
      *> THE INGREDIENTS OF THE WHOLE BATCHES GO ON THE PICK LIST
           COMPUTE WS-EXP-LINE-QTY =
               WS-COMP-BATCHES * TAB-COMP-YIELD (IND-COMP)
           MOVE WS-PLAN-DATE-NUM TO WS-EXP-AS-AT
           CALL "SREXPLODE" USING TAB-COMP-ID (IND-COMP) WS-EXP-AS-AT
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                 TO WS-PICK-INGRED-ID
               MOVE WS-EXP-PART-QTY (WS-EXP-IX) TO WS-PICK-ADD-QTY
               PERFORM ADD-PICK-QUANTITY
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
               EXIT SECTION
           END-IF
           MOVE WS-CURR-SITE TO BIN-SITE-ID
           MOVE WS-PICK-INGRED-ID TO BIN-INGRED-ID
           READ BINLOCS
               INVALID KEY CONTINUE
               NOT INVALID KEY
           CLOSE SUBLOG
           EXIT SECTION.

      ******************************************************************
      *    THE DAY'S RUN ORDER REPLACES ANY EARLIER RUN FOR THE SAME
      *    DAY, NUMBERED FROM 1 AT EACH SITE, FOR THE RECIPE CARDS
      ******************************************************************
       WRITE-PRODUCTION-SEQUENCE SECTION.
           OPEN I-O PRODSEQS
           IF PRODSEQ-FS = NOT-FILE THEN
               OPEN OUTPUT PRODSEQS
               CLOSE PRODSEQS
               OPEN I-O PRODSEQS
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-PLAN-DATE-NUM TO PSQ-DATE
           MOVE ZEROS TO PSQ-SITE-ID, PSQ-SEQ
           START PRODSEQS KEY IS NOT LESS THAN PSQ-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PRODSEQS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF PSQ-DATE NOT = WS-PLAN-DATE-NUM THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           DELETE PRODSEQS RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE

           MOVE ZEROS TO WS-SEQ-NO
           PERFORM VARYING IND-PLAN FROM 1 BY 1
                   UNTIL IND-PLAN > MAX-PLAN
               IF IND-PLAN = 1 THEN
                   MOVE 1 TO WS-SEQ-NO
               ELSE
                   IF TAB-PLAN-SITE-ID (IND-PLAN)
                      NOT = TAB-PLAN-SITE-ID (IND-PLAN - 1) THEN
                       MOVE 1 TO WS-SEQ-NO
                   ELSE
                       ADD 1 TO WS-SEQ-NO
                   END-IF
               END-IF
               MOVE WS-PLAN-DATE-NUM TO PSQ-DATE
               MOVE TAB-PLAN-SITE-ID (IND-PLAN) TO PSQ-SITE-ID
               MOVE WS-SEQ-NO TO PSQ-SEQ
               MOVE TAB-PLAN-SANDWICH-ID (IND-PLAN) TO PSQ-SANDWICH-ID
               MOVE TAB-PLAN-QUANTITY (IND-PLAN) TO PSQ-QUANTITY
               MOVE TAB-PLAN-START (IND-PLAN) TO PSQ-START-MINUTES
               MOVE TAB-PLAN-ALRG-FLAGS (IND-PLAN) TO PSQ-ALRG-FLAGS
               MOVE TAB-PLAN-CLEAN (IND-PLAN) TO PSQ-CLEAN-DOWN
               MOVE TAB-PLAN-CLEAN-FLAGS (IND-PLAN) TO PSQ-CLEAN-FLAGS
               WRITE FD-PRODSEQ
           END-PERFORM
           CLOSE PRODSEQS
           EXIT SECTION.

      ******************************************************************
      *    SEQUENCE CHECK - EVERY ALLERGEN-FREE BATCH THAT STILL RUNS
      *    AFTER AN ALLERGEN BATCH AT ITS SITE, BECAUSE THE ALLERGEN
      *    BATCH HAD TO GO FIRST TO MAKE ITS DELIVERY
      ******************************************************************
       PRINT-SEQUENCE-CHECK SECTION.
           OPEN OUTPUT CHECKFILE
           MOVE WS-PLAN-DATE-NUM TO RPT-CHECK-DATE
           WRITE CHECK-LINE FROM RPT-CHECK-HEADER
           WRITE CHECK-LINE FROM DIVIDER-LINE
           WRITE CHECK-LINE FROM RPT-CHECK-COLUMNS
           WRITE CHECK-LINE FROM DIVIDER-LINE
           MOVE ZEROS TO WS-BREACH-COUNT
           PERFORM VARYING IND-PLAN FROM 1 BY 1
                   UNTIL IND-PLAN > MAX-PLAN
               IF IND-PLAN = 1 THEN
                   MOVE 1 TO WS-SEQ-NO
                   MOVE ZEROS TO WS-SEQ-LAST-ALRG
               ELSE
                   IF TAB-PLAN-SITE-ID (IND-PLAN)
                      NOT = TAB-PLAN-SITE-ID (IND-PLAN - 1) THEN
                       MOVE 1 TO WS-SEQ-NO
                       MOVE ZEROS TO WS-SEQ-LAST-ALRG
                   ELSE
                       ADD 1 TO WS-SEQ-NO
                   END-IF
               END-IF
               IF TAB-PLAN-ALRG-COUNT (IND-PLAN) > ZEROS THEN
                   SET WS-SEQ-LAST-ALRG TO IND-PLAN
               ELSE
                   IF WS-SEQ-LAST-ALRG NOT = ZEROS THEN
                       PERFORM WRITE-CHECK-LINE
                   END-IF
               END-IF
           END-PERFORM
           WRITE CHECK-LINE FROM DIVIDER-LINE
           IF WS-BREACH-COUNT = ZEROS THEN
               WRITE CHECK-LINE FROM RPT-CHECK-NONE
           ELSE
               MOVE WS-BREACH-COUNT TO RPT-CHECK-COUNT
               WRITE CHECK-LINE FROM RPT-CHECK-TOTAL
           END-IF
           CLOSE CHECKFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           EXIT SECTION.

       WRITE-CHECK-LINE SECTION.
           ADD 1 TO WS-BREACH-COUNT
           MOVE TAB-PLAN-SITE-ID (IND-PLAN) TO RPT-CHECK-SITE
           MOVE WS-SEQ-NO TO RPT-CHECK-SEQ
           MOVE TAB-PLAN-SANDWICH-ID (IND-PLAN) TO WS-SW-ID
           PERFORM GET-SANDWICH-NAME
           MOVE WS-SW-NAME TO RPT-CHECK-FREE
           MOVE TAB-PLAN-HOUR (IND-PLAN) TO RPT-CHECK-FREE-HH
           MOVE TAB-PLAN-MINUTE (IND-PLAN) TO RPT-CHECK-FREE-MM
           MOVE TAB-PLAN-SANDWICH-ID (WS-SEQ-LAST-ALRG) TO WS-SW-ID
           PERFORM GET-SANDWICH-NAME
           MOVE WS-SW-NAME TO RPT-CHECK-ALRG
           MOVE TAB-PLAN-HOUR (WS-SEQ-LAST-ALRG) TO RPT-CHECK-ALRG-HH
           MOVE TAB-PLAN-MINUTE (WS-SEQ-LAST-ALRG)
             TO RPT-CHECK-ALRG-MM
           WRITE CHECK-LINE FROM RPT-CHECK-LINE
           WRITE CHECK-LINE FROM RPT-CHECK-REASON
           EXIT SECTION.

       GET-SANDWICH-NAME SECTION.
           MOVE SPACES TO WS-SW-NAME
           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = NOT-FILE THEN
               MOVE WS-SW-ID TO SR-IID
               READ SANDWICHES
                   INVALID KEY MOVE "** UNKNOWN **" TO WS-SW-NAME
                   NOT INVALID KEY
                       MOVE SR-S-DESCRIPTION TO WS-SW-NAME
               END-READ
           END-IF
           CLOSE SANDWICHES
           EXIT SECTION.

      *> EARLIEST LIVE LOT PER PICK LINE - COOKS DRAW THAT LOT
      *> FIRST SO NOTHING HIDES BEHIND NEWER STOCK. A LOT ON
      *> QUARANTINE HOLD IS NEVER PICKED UNTIL LOTHOLD RELEASES IT
       FIND-FEFO-LOTS SECTION.
           OPEN INPUT LOTEXP
           IF LOTEXP-FS = NOT-FILE THEN
               READ LOTEXP NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF LOTX-STILL-LIVE
                          AND NOT LOTX-ON-HOLD THEN
                           PERFORM VARYING IND-PICK FROM 1 BY 1
                                   UNTIL IND-PICK > MAX-PICK
                               IF TAB-PICK-INGRED-ID (IND-PICK) =
