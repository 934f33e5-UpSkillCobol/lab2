      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    MONTHLY LATE-DELIVERY PENALTY RUN - JUDGES EVERY PROOF OF
      *    DELIVERY OF THE MONTH AGAINST THE SCHOOL'S DELIVERY WINDOW
      *    AND ITS CONTRACTUAL PENALTY RULE (PENRULE), PRICES EACH
      *    LATE DELIVERY UNDER THE MONTHLY CAP, QUEUES IT FOR
      *    SUPERVISOR APPROVAL AND PRINTS THE PENALTY SCHEDULE
      *    V0.1 | 15.10.2026
      ******************************************************************
      *    A DELIVERY IS LATE WHEN IT ARRIVED MORE THAN THE RULE'S
      *    GRACE MINUTES AFTER THE LATEST TIME OF THE SCHOOL'S WINDOW
      *    FOR THAT WEEKDAY (17:00 FOR SCHOOLS WITHOUT ONE). THE
      *    SCHOOL'S OWN RULE WINS OVER ITS PAYER'S. A PERCENTAGE RULE
      *    NEEDS THE ORDER INVOICED FIRST - IT IS PRICED ON THE NET
      *    OF ITS INVOICE LINES AND WAITS FOR A LATER RUN UNTIL THEN.
      *    EACH ORDER IS PENALISED AT MOST ONCE; RE-RUNNING A MONTH
      *    ONLY PICKS UP WHAT IS NOT ON FXPENALTY YET. APPROVED ROWS
      *    ARE DEDUCTED BY RSOBILL ON THE NEXT INVOICE
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENRUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PODFILE ASSIGN TO "FXPODFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POD-KEY
           FILE STATUS IS POD-FS.

           SELECT ORDERS ASSIGN TO "FX-ORDERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ORDERS-ID
           ALTERNATE RECORD KEY IS FD-DELIVERY-DATE
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-ORDERS-SCHOOL-DATE-KEY
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

           SELECT DELWINDOWS ASSIGN TO "FXDELWINDOW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DLW-KEY
           FILE STATUS IS DELWINDOW-FS.

           SELECT PENRULES ASSIGN TO "FXPENRULE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PNR-ENTITY-ID
           FILE STATUS IS PENRULE-FS.

           SELECT SCHPAYERS ASSIGN TO "FXSCHPAYER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPY-SCHOOL-ID
           FILE STATUS IS SCHPAYER-FS.

           SELECT INVLINES ASSIGN TO "FXINVLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVL-KEY
           FILE STATUS IS INVLINE-FS.

           SELECT PENALTIES ASSIGN TO "FXPENALTY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-ORDER-ID
           FILE STATUS IS PENALTY-FS.

           SELECT PRICEPEND ASSIGN TO "FXPRICEPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPD-ID
           FILE STATUS IS PRICEPEND-FS.

      *> RUNNING COUNTER FOR THE NEXT PENDING-CHANGE ID
           SELECT PENDKEYS ASSIGN TO "PRICEPENDKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PENDKEY-FS.

           SELECT REPORTFILE ASSIGN TO "PENRUNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PODFILE.
       COPY FD-POD.

       FD  ORDERS.
       COPY RSOFD.

       FD  DELWINDOWS.
       COPY FD-DELWINDOW.

       FD  PENRULES.
       COPY FD-PENRULE.

       FD  SCHPAYERS.
       COPY FD-SCHPAYER.

       FD  INVLINES.
       COPY FD-INVLINE.

       FD  PENALTIES.
       COPY FD-PENALTY.

       FD  PRICEPEND.
       COPY FD-PRICEPEND.

       FD  PENDKEYS.
       01  FDPENDKEYS                           PIC 9(006).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  POD-FS                               PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  DELWINDOW-FS                         PIC 9(002).
       77  PENRULE-FS                           PIC 9(002).
       77  SCHPAYER-FS                          PIC 9(002).
       77  INVLINE-FS                           PIC 9(002).
       77  PENALTY-FS                           PIC 9(002).
       77  PRICEPEND-FS                         PIC 9(002).
       77  PENDKEY-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> LATEST TIME OF THE GLOBAL 09-17 RULE, AS HHMM
       78  GLOBAL-WINDOW-LATEST                 VALUE 1700.
      *> LARGEST AMOUNT THE APPROVAL QUEUE CAN CARRY
       78  MAX-QUEUE-AMOUNT                     VALUE 99999.99.
       78  MAX-LATE-ITEMS                       VALUE 999.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "PENALTY".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "PENRUNFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-RUN-PERIOD.
           05 WS-RUN-YEAR                       PIC 9(004).
           05 WS-RUN-MONTH                      PIC 9(002).
       01  WS-RUN-PERIOD-NUM REDEFINES WS-RUN-PERIOD
                                                PIC 9(006).
       77  WS-ENT-ROLE                          PIC 9(001).
       77  WS-RULE-FOUND                        PIC X(001).
       77  WS-RULE-ENTITY                       PIC 9(003).
       77  WS-WEEKDAY                           PIC 9(001).
       77  WS-LATEST                            PIC 9(004).
       77  WS-ARRIVAL-MIN                       PIC 9(005).
       77  WS-LATEST-MIN                        PIC 9(005).
       77  WS-MINUTES-LATE                      PIC 9(004).
       77  WS-RULE-AMOUNT                       PIC 9(009)V99.
       77  WS-CAP-LEFT                          PIC S9(007)V99.
       77  WS-NEW-PEND-ID                       PIC 9(006).
       77  WS-POD-COUNT                         PIC 9(005).
       77  WS-NO-RULE-COUNT                     PIC 9(005).
       77  WS-ON-TIME-COUNT                     PIC 9(005).
       77  WS-KNOWN-COUNT                       PIC 9(005).
       77  WS-QUEUED-COUNT                      PIC 9(004).
       77  WS-QUEUED-SUM                        PIC 9(009)V99.
       77  WS-SKIPPED-COUNT                     PIC 9(004).

      *> LATE DELIVERIES FOUND THIS RUN, IN PROOF-OF-DELIVERY ORDER
       77  WS-LATE-COUNT                        PIC 9(004).
       77  WS-LATE-IX                           PIC 9(004).
       01  WS-LATE-TABLE.
           05 WS-LATE-ITEM OCCURS 999 TIMES.
               10 WS-LATE-ORDER-ID              PIC 9(005).
               10 WS-LATE-SCHOOL                PIC 9(003).
               10 WS-LATE-ENTITY                PIC 9(003).
               10 WS-LATE-DATE                  PIC 9(008).
               10 WS-LATE-LATEST                PIC 9(004).
               10 WS-LATE-ARRIVAL               PIC 9(004).
               10 WS-LATE-MINUTES               PIC 9(004).
               10 WS-LATE-METHOD                PIC X(001).
               10 WS-LATE-PERCENT               PIC 9(002)V99.
               10 WS-LATE-FIXED                 PIC 9(005)V99.
               10 WS-LATE-VALUE                 PIC 9(007)V99.
               10 WS-LATE-INVOICED              PIC X(001).
               10 WS-LATE-RULE-AMT              PIC 9(005)V99.
               10 WS-LATE-AMOUNT                PIC 9(005)V99.
               10 WS-LATE-REMARK                PIC X(018).

      *> PER RULE: ITS MONTHLY CAP AND WHAT THE MONTH HAS TAKEN SO
      *> FAR - PENALTIES ON FILE THAT WERE NOT WAIVED PLUS THIS RUN
       77  WS-CAP-COUNT                         PIC 9(004).
       77  WS-CAP-IX                            PIC 9(004).
       01  WS-CAP-TABLE.
           05 WS-CAP-ITEM OCCURS 999 TIMES.
               10 WS-CAP-ENTITY                 PIC 9(003).
               10 WS-CAP-LIMIT                  PIC 9(005)V99.
               10 WS-CAP-USED                   PIC 9(007)V99.
       77  WS-CAP-FIND                          PIC 9(003).

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(039)
              VALUE "BREADWICH - LATE-DELIVERY PENALTIES - ".
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(010)
              VALUE "  RUN ON: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(007) VALUE "ORDER".
           05 FILLER PIC X(005) VALUE "SCH".
           05 FILLER PIC X(005) VALUE "RULE".
           05 FILLER PIC X(010) VALUE "DELIVERED".
           05 FILLER PIC X(006) VALUE "LATEST".
           05 FILLER PIC X(006) VALUE "ARRIV".
           05 FILLER PIC X(005) VALUE "MIN".
           05 FILLER PIC X(012) VALUE "ORDER NET".
           05 FILLER PIC X(010) VALUE "RULE".
           05 FILLER PIC X(010) VALUE "PENALTY".
           05 FILLER PIC X(018) VALUE "REMARK".

       01  RPT-DETAIL.
           05 RPT-DET-ORDER                     PIC 9(005).
           05 FILLER                            PIC X(002).
           05 RPT-DET-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-DET-ENTITY                    PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-DET-DATE                      PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-LATEST                    PIC 9(004).
           05 FILLER                            PIC X(002).
           05 RPT-DET-ARRIVAL                   PIC 9(004).
           05 FILLER                            PIC X(002).
           05 RPT-DET-MINUTES                   PIC ZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-VALUE                     PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-RULE-AMT                  PIC ZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-AMOUNT                    PIC ZZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-REMARK                    PIC X(018).

       01  RPT-CAP-HEAD.
           05 FILLER                            PIC X(044)
              VALUE "MONTH TO DATE PER RULE (NOT WAIVED)".

       01  RPT-CAP-LINE.
           05 FILLER                            PIC X(006)
              VALUE "RULE: ".
           05 RPT-CAP-ENTITY                    PIC 9(003).
           05 FILLER                            PIC X(012)
              VALUE "  CHARGED: ".
           05 RPT-CAP-USED                      PIC ZZZZZZ9.99.
           05 FILLER                            PIC X(008)
              VALUE "  CAP: ".
           05 RPT-CAP-LIMIT                     PIC ZZZZ9.99.
           05 RPT-CAP-REMARK                    PIC X(010).

       01  RPT-SUMMARY.
           05 RPT-SUM-LABEL                     PIC X(036).
           05 RPT-SUM-COUNT                     PIC ZZZZ9.
           05 FILLER                            PIC X(010)
              VALUE "  AMOUNT: ".
           05 RPT-SUM-AMOUNT                    PIC ZZZZZZZZ9.99.

       01  RPT-COUNT-LINE.
           05 RPT-CNT-LABEL                     PIC X(036).
           05 RPT-CNT-COUNT                     PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  RUN-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | LATE-DELIVERY PENALTY RUN"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"                 LINE 02 COL 60.
           05 VALUE "DELIVERY YEAR  (YYYY):"    LINE 05 COL 10.
           05 SS-RUN-YEAR PIC 9(004) LINE 05 COL 36
              USING WS-RUN-YEAR.
           05 VALUE "DELIVERY MONTH (MM)  :"    LINE 06 COL 10.
           05 SS-RUN-MONTH PIC 9(002) LINE 06 COL 36
              USING WS-RUN-MONTH.
           05 VALUE "YOUR ROLE CODE.......:"    LINE 07 COL 10.
           05 SS-ROLE PIC 9(001) LINE 07 COL 36
              USING WS-ENT-ROLE.
           05 VALUE "LATE DELIVERIES ARE PRICED AND QUEUED FOR"
              LINE 09 COL 10.
           05 VALUE "SUPERVISOR APPROVAL; NOTHING IS DEDUCTED YET"
              LINE 10 COL 10.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "PENALTY RUN COMPLETE"     LINE 10 COL 10.
           05 VALUE "PENALTIES QUEUED:"        LINE 12 COL 10.
           05 SS-QUEUED PIC ZZZ9 LINE 12 COL 32 FROM WS-QUEUED-COUNT.
           05 VALUE "TOTAL PROPOSED:"          LINE 13 COL 10.
           05 SS-QUEUED-SUM PIC ZZZZZZZZ9.99 LINE 13 COL 32
              FROM WS-QUEUED-SUM.
           05 VALUE "SEE PENRUNFILE FOR THE SCHEDULE" LINE 15 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 17 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES

      *> DEFAULT TO LAST MONTH - THE RUN IS MADE AT MONTH END
           MOVE WS-TODAY-NUM (1:4) TO WS-RUN-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-RUN-MONTH
           IF WS-RUN-MONTH = 1 THEN
               SUBTRACT 1 FROM WS-RUN-YEAR
               MOVE 12 TO WS-RUN-MONTH
           ELSE
               SUBTRACT 1 FROM WS-RUN-MONTH
           END-IF
           MOVE ZEROS TO WS-ENT-ROLE
           DISPLAY CLEAR-SCREEN
           DISPLAY RUN-SCREEN
           ACCEPT RUN-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
              OR WS-RUN-PERIOD-NUM > WS-TODAY-NUM (1:6) THEN
               MOVE "DELIVERY MONTH NOT VALID - NOTHING RUN"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

           PERFORM LOAD-MONTH-TO-DATE
           PERFORM SWEEP-MONTH-PODS
           PERFORM VALUE-LATE-ORDERS
           PERFORM PRICE-LATE-DELIVERIES
           PERFORM PRINT-SCHEDULE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O PENALTIES
           IF PENALTY-FS = NOT-FILE THEN
               OPEN OUTPUT PENALTIES
           END-IF
           CLOSE PENALTIES
           EXIT SECTION.

      ******************************************************************
      *    WHAT EARLIER RUNS OF THE SAME MONTH ALREADY CHARGED UNDER
      *    EACH RULE - A WAIVED PENALTY GIVES ITS ROOM BACK
      ******************************************************************
       LOAD-MONTH-TO-DATE SECTION.
           MOVE ZEROS TO WS-CAP-COUNT
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT PENALTIES
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PENALTIES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF PEN-PERIOD-YEAR = WS-RUN-YEAR
                          AND PEN-PERIOD-MONTH = WS-RUN-MONTH
                          AND NOT PEN-WAIVED THEN
                           MOVE PEN-RULE-ENTITY TO WS-CAP-FIND
                           PERFORM FIND-CAP-ROW
                           IF WS-CAP-IX <= WS-CAP-COUNT THEN
                               ADD PEN-AMOUNT
                                 TO WS-CAP-USED (WS-CAP-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENALTIES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> THE RULE'S ROW IN THE CAP TABLE, ADDED WITH THE RULE'S CAP
      *> THE FIRST TIME IT IS MET; WS-CAP-IX PAST WS-CAP-COUNT WHEN
      *> THE TABLE IS FULL
       FIND-CAP-ROW SECTION.
           PERFORM VARYING WS-CAP-IX FROM 1 BY 1
                   UNTIL WS-CAP-IX > WS-CAP-COUNT
                      OR WS-CAP-ENTITY (WS-CAP-IX) = WS-CAP-FIND
               CONTINUE
           END-PERFORM
           IF WS-CAP-IX <= WS-CAP-COUNT
              OR WS-CAP-COUNT >= MAX-LATE-ITEMS THEN
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CAP-COUNT
           MOVE WS-CAP-COUNT TO WS-CAP-IX
           MOVE WS-CAP-FIND TO WS-CAP-ENTITY (WS-CAP-IX)
           MOVE ZEROS TO WS-CAP-LIMIT (WS-CAP-IX)
           MOVE ZEROS TO WS-CAP-USED (WS-CAP-IX)
           OPEN INPUT PENRULES
           IF PENRULE-FS = NOT-FILE THEN
               CLOSE PENRULES
               EXIT SECTION
           END-IF
           MOVE WS-CAP-FIND TO PNR-ENTITY-ID
           READ PENRULES
               NOT INVALID KEY
                   MOVE PNR-MONTH-CAP TO WS-CAP-LIMIT (WS-CAP-IX)
           END-READ
           CLOSE PENRULES
           EXIT SECTION.

      ******************************************************************
      *    EVERY PROOF OF DELIVERY OF THE MONTH, IN DATE ORDER
      ******************************************************************
       SWEEP-MONTH-PODS SECTION.
           MOVE ZEROS TO WS-LATE-COUNT, WS-POD-COUNT
           MOVE ZEROS TO WS-NO-RULE-COUNT, WS-ON-TIME-COUNT
           MOVE ZEROS TO WS-KNOWN-COUNT, WS-SKIPPED-COUNT
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT PODFILE
           IF POD-FS = NOT-FILE THEN
               CLOSE PODFILE
               EXIT SECTION
           END-IF
           OPEN INPUT ORDERS
           OPEN INPUT PENALTIES
           MOVE WS-RUN-PERIOD-NUM TO POD-DATE (1:6)
           MOVE "01" TO POD-DATE (7:2)
           MOVE ZEROS TO POD-ORDER-ID
           START PODFILE KEY IS NOT LESS THAN POD-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PODFILE NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF POD-DATE (1:6) NOT = WS-RUN-PERIOD-NUM THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
      *> A FAILED CALL IS NOT A LATE DELIVERY - ITS REDELIVERY IS
      *> JUDGED ON ITS OWN PROOF ROW
                           IF POD-DELIVERED THEN
                               ADD 1 TO WS-POD-COUNT
                               PERFORM JUDGE-ONE-POD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENALTIES
           CLOSE ORDERS
           CLOSE PODFILE
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       JUDGE-ONE-POD SECTION.
           IF POD-ARRIVAL-TIME = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE POD-ORDER-ID TO PEN-ORDER-ID
           READ PENALTIES
               NOT INVALID KEY
                   ADD 1 TO WS-KNOWN-COUNT
                   EXIT SECTION
           END-READ
           MOVE POD-ORDER-ID TO FD-ORDERS-ID
           READ ORDERS
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF FD-ORDERS-STATUS = 0 THEN
               EXIT SECTION
           END-IF

           PERFORM FIND-PENALTY-RULE
           IF WS-RULE-FOUND NOT = "Y" THEN
               ADD 1 TO WS-NO-RULE-COUNT
               EXIT SECTION
           END-IF
           PERFORM GET-WINDOW-LATEST
           COMPUTE WS-ARRIVAL-MIN =
               (POD-ARRIVAL-TIME / 100) * 60
               + FUNCTION MOD (POD-ARRIVAL-TIME, 100)
           COMPUTE WS-LATEST-MIN =
               (WS-LATEST / 100) * 60 + FUNCTION MOD (WS-LATEST, 100)
           IF WS-ARRIVAL-MIN <= WS-LATEST-MIN + PNR-GRACE-MINUTES THEN
               ADD 1 TO WS-ON-TIME-COUNT
               EXIT SECTION
           END-IF
           IF WS-LATE-COUNT >= MAX-LATE-ITEMS THEN
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT SECTION
           END-IF
           COMPUTE WS-MINUTES-LATE = WS-ARRIVAL-MIN - WS-LATEST-MIN

           ADD 1 TO WS-LATE-COUNT
           MOVE WS-LATE-COUNT TO WS-LATE-IX
           MOVE POD-ORDER-ID TO WS-LATE-ORDER-ID (WS-LATE-IX)
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID
             TO WS-LATE-SCHOOL (WS-LATE-IX)
           MOVE WS-RULE-ENTITY TO WS-LATE-ENTITY (WS-LATE-IX)
           MOVE POD-DATE TO WS-LATE-DATE (WS-LATE-IX)
           MOVE WS-LATEST TO WS-LATE-LATEST (WS-LATE-IX)
           MOVE POD-ARRIVAL-TIME TO WS-LATE-ARRIVAL (WS-LATE-IX)
           MOVE WS-MINUTES-LATE TO WS-LATE-MINUTES (WS-LATE-IX)
           MOVE PNR-METHOD TO WS-LATE-METHOD (WS-LATE-IX)
           MOVE PNR-PERCENT TO WS-LATE-PERCENT (WS-LATE-IX)
           MOVE PNR-FIXED-AMOUNT TO WS-LATE-FIXED (WS-LATE-IX)
           MOVE ZEROS TO WS-LATE-VALUE (WS-LATE-IX)
           MOVE "N" TO WS-LATE-INVOICED (WS-LATE-IX)
           MOVE ZEROS TO WS-LATE-RULE-AMT (WS-LATE-IX)
           MOVE ZEROS TO WS-LATE-AMOUNT (WS-LATE-IX)
           MOVE SPACES TO WS-LATE-REMARK (WS-LATE-IX)
           EXIT SECTION.

      *> THE SCHOOL'S OWN RULE, ELSE THE RULE OF THE PAYER IT IS
      *> LINKED TO; LEAVES THE RULE ROW IN FD-PENRULE
       FIND-PENALTY-RULE SECTION.
           MOVE SPACES TO WS-RULE-FOUND
           OPEN INPUT PENRULES
           IF PENRULE-FS = NOT-FILE THEN
               CLOSE PENRULES
               EXIT SECTION
           END-IF
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO PNR-ENTITY-ID
           READ PENRULES
               NOT INVALID KEY
                   MOVE "Y" TO WS-RULE-FOUND
                   MOVE PNR-ENTITY-ID TO WS-RULE-ENTITY
           END-READ
           IF WS-RULE-FOUND = "Y" THEN
               CLOSE PENRULES
               EXIT SECTION
           END-IF
           OPEN INPUT SCHPAYERS
           IF SCHPAYER-FS NOT = NOT-FILE THEN
               MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO SPY-SCHOOL-ID
               READ SCHPAYERS
                   NOT INVALID KEY
                       MOVE SPY-PAYER-ID TO PNR-ENTITY-ID
                       READ PENRULES
                           NOT INVALID KEY
                               MOVE "Y" TO WS-RULE-FOUND
                               MOVE PNR-ENTITY-ID TO WS-RULE-ENTITY
                       END-READ
               END-READ
           END-IF
           CLOSE SCHPAYERS
           CLOSE PENRULES
           EXIT SECTION.

      *> LATEST TIME OF THE SCHOOL'S WINDOW FOR THE DELIVERY'S
      *> WEEKDAY - SAME LOOKUP POD JUDGES LATENESS WITH
       GET-WINDOW-LATEST SECTION.
           MOVE GLOBAL-WINDOW-LATEST TO WS-LATEST
           OPEN INPUT DELWINDOWS
           IF DELWINDOW-FS = NOT-FILE THEN
               CLOSE DELWINDOWS
               EXIT SECTION
           END-IF
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD (INTEGER-OF-DATE (POD-DATE) - 1, 7) + 1
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO DLW-SCHOOL-ID
           MOVE WS-WEEKDAY TO DLW-WEEKDAY
           READ DELWINDOWS
               NOT INVALID KEY
                   COMPUTE WS-LATEST =
                       DLW-LATE-HOUR * 100 + DLW-LATE-MINUTE
           END-READ
           CLOSE DELWINDOWS
           EXIT SECTION.

      ******************************************************************
      *    ONE PASS OVER THE INVOICE LINES GIVES EACH LATE ORDER ITS
      *    BILLED NET VALUE - THE BASE OF A PERCENTAGE PENALTY
      ******************************************************************
       VALUE-LATE-ORDERS SECTION.
           IF WS-LATE-COUNT = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT INVLINES
           IF INVLINE-FS = NOT-FILE THEN
               CLOSE INVLINES
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ INVLINES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       PERFORM VARYING WS-LATE-IX FROM 1 BY 1
                               UNTIL WS-LATE-IX > WS-LATE-COUNT
                           IF WS-LATE-ORDER-ID (WS-LATE-IX)
                              = INVL-ORDER-ID THEN
                               ADD INVL-AMOUNT
                                 TO WS-LATE-VALUE (WS-LATE-IX)
                               MOVE "Y"
                                 TO WS-LATE-INVOICED (WS-LATE-IX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE INVLINES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************
      *    PRICE EACH LATE DELIVERY, HOLD IT UNDER ITS RULE'S MONTHLY
      *    CAP, FILE IT AND QUEUE IT FOR SUPERVISOR APPROVAL
      ******************************************************************
       PRICE-LATE-DELIVERIES SECTION.
           MOVE ZEROS TO WS-QUEUED-COUNT, WS-QUEUED-SUM
           IF WS-LATE-COUNT = ZEROS THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-LATE-IX FROM 1 BY 1
                   UNTIL WS-LATE-IX > WS-LATE-COUNT
               PERFORM PRICE-ONE-DELIVERY
           END-PERFORM
           EXIT SECTION.

       PRICE-ONE-DELIVERY SECTION.
           IF WS-LATE-METHOD (WS-LATE-IX) = "P" THEN
               IF WS-LATE-INVOICED (WS-LATE-IX) NOT = "Y" THEN
                   MOVE "NOT YET INVOICED"
                     TO WS-LATE-REMARK (WS-LATE-IX)
                   EXIT SECTION
               END-IF
               COMPUTE WS-RULE-AMOUNT ROUNDED =
                   WS-LATE-VALUE (WS-LATE-IX)
                   * WS-LATE-PERCENT (WS-LATE-IX) / 100
           ELSE
               MOVE WS-LATE-FIXED (WS-LATE-IX) TO WS-RULE-AMOUNT
           END-IF
           IF WS-RULE-AMOUNT > MAX-QUEUE-AMOUNT THEN
               MOVE MAX-QUEUE-AMOUNT TO WS-RULE-AMOUNT
           END-IF
           IF WS-RULE-AMOUNT = ZEROS THEN
               MOVE "NOTHING TO CHARGE" TO WS-LATE-REMARK (WS-LATE-IX)
               EXIT SECTION
           END-IF
           MOVE WS-RULE-AMOUNT TO WS-LATE-RULE-AMT (WS-LATE-IX)
           MOVE WS-RULE-AMOUNT TO WS-LATE-AMOUNT (WS-LATE-IX)

           MOVE WS-LATE-ENTITY (WS-LATE-IX) TO WS-CAP-FIND
           PERFORM FIND-CAP-ROW
           IF WS-CAP-IX > WS-CAP-COUNT THEN
               MOVE ZEROS TO WS-LATE-AMOUNT (WS-LATE-IX)
               MOVE "TABLE FULL" TO WS-LATE-REMARK (WS-LATE-IX)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT SECTION
           END-IF
           IF WS-CAP-LIMIT (WS-CAP-IX) > ZEROS THEN
               COMPUTE WS-CAP-LEFT = WS-CAP-LIMIT (WS-CAP-IX)
                   - WS-CAP-USED (WS-CAP-IX)
               IF WS-CAP-LEFT <= ZEROS THEN
                   MOVE ZEROS TO WS-LATE-AMOUNT (WS-LATE-IX)
                   MOVE "MONTHLY CAP REACHED"
                     TO WS-LATE-REMARK (WS-LATE-IX)
                   EXIT SECTION
               END-IF
               IF WS-LATE-AMOUNT (WS-LATE-IX) > WS-CAP-LEFT THEN
                   MOVE WS-CAP-LEFT TO WS-LATE-AMOUNT (WS-LATE-IX)
                   MOVE "CAPPED - QUEUED"
                     TO WS-LATE-REMARK (WS-LATE-IX)
               END-IF
           END-IF

           PERFORM QUEUE-PENALTY
           PERFORM WRITE-PENALTY-ROW
           ADD WS-LATE-AMOUNT (WS-LATE-IX) TO WS-CAP-USED (WS-CAP-IX)
           IF WS-LATE-REMARK (WS-LATE-IX) = SPACES THEN
               MOVE "QUEUED" TO WS-LATE-REMARK (WS-LATE-IX)
           END-IF
           ADD 1 TO WS-QUEUED-COUNT
           ADD WS-LATE-AMOUNT (WS-LATE-IX) TO WS-QUEUED-SUM
           EXIT SECTION.

      *> SAME QUEUE ENTRY ARWRITEOFF WRITES: OLD VALUE IS WHAT THE
      *> RULE GAVE, NEW VALUE WHAT IS LEFT OF IT UNDER THE CAP
       QUEUE-PENALTY SECTION.
           OPEN I-O PENDKEYS
           IF PENDKEY-FS = NOT-FILE THEN
               CLOSE PENDKEYS
               OPEN OUTPUT PENDKEYS
               MOVE ZEROS TO FDPENDKEYS
               WRITE FDPENDKEYS
               CLOSE PENDKEYS
               OPEN I-O PENDKEYS
           END-IF
           READ PENDKEYS
               ADD 1 TO FDPENDKEYS
               MOVE FDPENDKEYS TO WS-NEW-PEND-ID
           REWRITE FDPENDKEYS
           CLOSE PENDKEYS

           OPEN I-O PRICEPEND
           IF PRICEPEND-FS = NOT-FILE THEN
               CLOSE PRICEPEND
               OPEN OUTPUT PRICEPEND
               CLOSE PRICEPEND
               OPEN I-O PRICEPEND
           END-IF
           MOVE WS-NEW-PEND-ID TO PPD-ID
           MOVE "L" TO PPD-KIND
           MOVE WS-LATE-RULE-AMT (WS-LATE-IX) TO PPD-OLD-VALUE
           MOVE WS-LATE-AMOUNT (WS-LATE-IX) TO PPD-NEW-VALUE
           MOVE WS-ENT-ROLE TO PPD-KEYED-BY
           MOVE WS-TODAY-NUM TO PPD-DATE
           MOVE "P" TO PPD-STATUS
           MOVE SPACES TO PPD-PAYLOAD
           MOVE WS-LATE-ORDER-ID (WS-LATE-IX) TO PPD-PEN-ORDER-ID
           MOVE WS-LATE-SCHOOL (WS-LATE-IX) TO PPD-PEN-SCHOOL-ID
           MOVE WS-LATE-MINUTES (WS-LATE-IX) TO PPD-PEN-MINUTES
           MOVE WS-LATE-DATE (WS-LATE-IX) TO PPD-PEN-DATE
           WRITE FD-PRICEPEND
           END-WRITE
           CLOSE PRICEPEND
           EXIT SECTION.

       WRITE-PENALTY-ROW SECTION.
           OPEN I-O PENALTIES
           MOVE WS-LATE-ORDER-ID (WS-LATE-IX) TO PEN-ORDER-ID
           MOVE WS-RUN-YEAR TO PEN-PERIOD-YEAR
           MOVE WS-RUN-MONTH TO PEN-PERIOD-MONTH
           MOVE WS-LATE-SCHOOL (WS-LATE-IX) TO PEN-SCHOOL-ID
           MOVE WS-LATE-ENTITY (WS-LATE-IX) TO PEN-RULE-ENTITY
           MOVE WS-LATE-DATE (WS-LATE-IX) TO PEN-DELIVERY-DATE
           MOVE WS-LATE-LATEST (WS-LATE-IX) TO PEN-WINDOW-LATEST
           MOVE WS-LATE-ARRIVAL (WS-LATE-IX) TO PEN-ARRIVAL-TIME
           MOVE WS-LATE-MINUTES (WS-LATE-IX) TO PEN-MINUTES-LATE
           MOVE WS-LATE-VALUE (WS-LATE-IX) TO PEN-ORDER-VALUE
           MOVE WS-LATE-RULE-AMT (WS-LATE-IX) TO PEN-RULE-AMOUNT
           MOVE WS-LATE-AMOUNT (WS-LATE-IX) TO PEN-AMOUNT
           MOVE "P" TO PEN-STATUS
           MOVE WS-NEW-PEND-ID TO PEN-PEND-ID
           MOVE ZEROS TO PEN-INV-ID
           MOVE WS-TODAY-NUM TO PEN-RUN-DATE
           WRITE FD-PENALTY
               INVALID KEY
                   MOVE "PENALTY ALREADY ON FILE FOR AN ORDER - CHECK"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
           END-WRITE
           CLOSE PENALTIES
           EXIT SECTION.

      ******************************************************************
      *    THE PENALTY SCHEDULE - EVERY LATE DELIVERY FOUND THIS RUN,
      *    THEN WHERE EACH RULE STANDS AGAINST ITS CAP
      ******************************************************************
       PRINT-SCHEDULE SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-RUN-YEAR TO RPT-HEAD-YEAR
           MOVE WS-RUN-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING WS-LATE-IX FROM 1 BY 1
                   UNTIL WS-LATE-IX > WS-LATE-COUNT
               MOVE SPACES TO RPT-DETAIL
               MOVE WS-LATE-ORDER-ID (WS-LATE-IX) TO RPT-DET-ORDER
               MOVE WS-LATE-SCHOOL (WS-LATE-IX) TO RPT-DET-SCHOOL
               MOVE WS-LATE-ENTITY (WS-LATE-IX) TO RPT-DET-ENTITY
               MOVE WS-LATE-DATE (WS-LATE-IX) TO RPT-DET-DATE
               MOVE WS-LATE-LATEST (WS-LATE-IX) TO RPT-DET-LATEST
               MOVE WS-LATE-ARRIVAL (WS-LATE-IX) TO RPT-DET-ARRIVAL
               MOVE WS-LATE-MINUTES (WS-LATE-IX) TO RPT-DET-MINUTES
               MOVE WS-LATE-VALUE (WS-LATE-IX) TO RPT-DET-VALUE
               MOVE WS-LATE-RULE-AMT (WS-LATE-IX) TO RPT-DET-RULE-AMT
               MOVE WS-LATE-AMOUNT (WS-LATE-IX) TO RPT-DET-AMOUNT
               MOVE WS-LATE-REMARK (WS-LATE-IX) TO RPT-DET-REMARK
               WRITE REPORT-LINE FROM RPT-DETAIL
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE

           IF WS-CAP-COUNT > ZEROS THEN
               WRITE REPORT-LINE FROM RPT-CAP-HEAD
               PERFORM VARYING WS-CAP-IX FROM 1 BY 1
                       UNTIL WS-CAP-IX > WS-CAP-COUNT
                   MOVE WS-CAP-ENTITY (WS-CAP-IX) TO RPT-CAP-ENTITY
                   MOVE WS-CAP-USED (WS-CAP-IX) TO RPT-CAP-USED
                   MOVE WS-CAP-LIMIT (WS-CAP-IX) TO RPT-CAP-LIMIT
                   MOVE SPACES TO RPT-CAP-REMARK
                   IF WS-CAP-LIMIT (WS-CAP-IX) = ZEROS THEN
                       MOVE "  (NO CAP)" TO RPT-CAP-REMARK
                   END-IF
                   WRITE REPORT-LINE FROM RPT-CAP-LINE
               END-PERFORM
               WRITE REPORT-LINE FROM DIVIDER-LINE
           END-IF

           MOVE "PENALTIES QUEUED FOR APPROVAL" TO RPT-SUM-LABEL
           MOVE WS-QUEUED-COUNT TO RPT-SUM-COUNT
           MOVE WS-QUEUED-SUM TO RPT-SUM-AMOUNT
           WRITE REPORT-LINE FROM RPT-SUMMARY
           MOVE "PROOFS OF DELIVERY READ" TO RPT-CNT-LABEL
           MOVE WS-POD-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE "ON TIME OR WITHIN GRACE" TO RPT-CNT-LABEL
           MOVE WS-ON-TIME-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE "NO PENALTY RULE FOR THE SCHOOL" TO RPT-CNT-LABEL
           MOVE WS-NO-RULE-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE "ALREADY ON FILE FROM AN EARLIER RUN" TO RPT-CNT-LABEL
           MOVE WS-KNOWN-COUNT TO RPT-CNT-COUNT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           IF WS-SKIPPED-COUNT > ZEROS THEN
               MOVE "LEFT OUT - TABLE FULL, RUN AGAIN" TO RPT-CNT-LABEL
               MOVE WS-SKIPPED-COUNT TO RPT-CNT-COUNT
               WRITE REPORT-LINE FROM RPT-COUNT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE REPORTFILE
           EXIT SECTION.

       END PROGRAM PENRUN.
