      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    MONTHLY MENU CALENDAR FOR PARENTS - FOR ONE SCHOOL AND
      *    MONTH, EVERY SCHOOL DAY WITH THE SANDWICHES DUE: FROM THE
      *    CONFIRMED ORDERS WHERE THERE ARE ANY, OTHERWISE FROM THE
      *    ACTIVE MENU CYCLE. EACH SANDWICH CARRIES ITS FOURTEEN-
      *    ALLERGEN DECLARATION (SRALLERGEN) AND KEY NUTRITION VALUES
      *    (SRNUTRI), AND FXSCHCLOSE CLOSURES SHOW AS CLOSED DAYS.
      *    PRINTED ON MENUCALFILE, WRITTEN AS SEMICOLON ROWS ON
      *    MENUCAL.CSV AND QUEUED TO THE SCHOOL'S PREFERRED CONTACT
      *    THROUGH THE NOTIFICATION OUTBOX | V0.1 | 15.10.2026
      ******************************************************************
      *    THE CYCLE WEEK OF THE MONTH'S FIRST WEEK IS KEYED (AS FOR
      *    THE MENUCYC EXPLOSION RUN); EACH FOLLOWING MONDAY MOVES
      *    THE CYCLE ON ONE WEEK, WRAPPING AFTER WEEK 4
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE CALENDAR HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT
      *    WAS ISSUED ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUCAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT MENUCYCLE ASSIGN TO "FXMENUCYC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCY-KEY
           FILE STATUS IS MENUCYC-FS.

           SELECT SCHCLOSURES ASSIGN TO "FXSCHCLOSE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCL-KEY
           FILE STATUS IS SCHCLOSE-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT SCHCONTACTS ASSIGN TO "FXSCHCONTACTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCT-KEY
           FILE STATUS IS SCHCONTACT-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT REPORTFILE ASSIGN TO "MENUCALFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

           SELECT CALFILE ASSIGN TO "MENUCAL.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  MENUCYCLE.
       COPY FD-MENUCYC.

       FD  SCHCLOSURES.
       COPY FD-SCHCLOSE.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SCHCONTACTS.
       COPY CB-SCHCONTACT.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       FD  CALFILE.
       01  CAL-LINE                             PIC X(200).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  MENUCYC-FS                           PIC 9(002).
       77  SCHCLOSE-FS                          PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SCHCONTACT-FS                        PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  CAL-FS                               PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-LINES                           PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "MENUCAL".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "MENUCALFILE".

       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-ASK-SCHOOL                        PIC 9(003).
       77  WS-ASK-CYCLE                         PIC 9(001).
       77  WS-SCHOOL-NAME                       PIC X(050).
       01  WS-FIRST-DATE.
           05 WS-ASK-YEAR                       PIC 9(004).
           05 WS-ASK-MONTH                      PIC 9(002).
           05 WS-FIRST-DAY                      PIC 9(002) VALUE 01.
       01  WS-FIRST-NUM REDEFINES WS-FIRST-DATE PIC 9(008).
       01  WS-NEXT-DATE.
           05 WS-NEXT-YEAR                      PIC 9(004).
           05 WS-NEXT-MONTH                     PIC 9(002).
           05 WS-NEXT-DAY                       PIC 9(002) VALUE 01.
       01  WS-NEXT-NUM REDEFINES WS-NEXT-DATE   PIC 9(008).

       77  WS-FIRST-INT                         PIC 9(008).
       77  WS-NEXT-INT                          PIC 9(008).
       77  WS-MONDAY-INT                        PIC 9(008).
       77  WS-DAY-INT                           PIC 9(008).
       77  WS-DAY-NUM                           PIC 9(008).
       77  WS-WEEKDAY                           PIC 9(001).
       77  WS-CYCLE-WEEK                        PIC 9(001).
       77  WS-WEEKS-IN                          PIC 9(002).

       77  WS-CLOSED                            PIC X(001).
       77  WS-CLOSE-REASON                      PIC X(030).
       77  WS-DAY-SOURCE                        PIC X(001).
           88 WS-FROM-ORDERS                    VALUE "O".
           88 WS-FROM-CYCLE                     VALUE "C".

      *> THE DISTINCT SANDWICHES DUE ON THE DAY BEING LAID OUT
       77  MAX-ITEM                             PIC 9(002).
       78  ITEM-LIMIT                           VALUE 30.
       01  TAB-ITEM OCCURS 30 INDEXED BY IND-ITEM.
           05 TAB-ITM-SANDWICH                  PIC 9(003).
       77  WS-NOTE-SANDWICH                     PIC 9(003).
       77  WS-ITEM-FOUND                        PIC X(001).
       77  WS-LINE-ORDER                        PIC 9(005).
       77  WS-LINES-SEEN                        PIC X(001).

       77  WS-LIFE-SANDWICH                     PIC 9(003).
       77  WS-LIFE-SCHOOL                       PIC 9(003).
       77  WS-LIFE-DATE                         PIC 9(008).
       77  WS-LIFE-RESULT                       PIC X(001).

       77  WS-DAYS-SERVED                       PIC 9(002).
       77  WS-DAYS-CLOSED                       PIC 9(002).

       01  NTQ-FIELDS.
           05 NTQ-TYPE                          PIC X(010).
           05 NTQ-RECIPIENT                     PIC X(050).
           05 NTQ-TEXT                          PIC X(060).
       77  WS-NTQ-DONE                          PIC X(001).

      *> ALLERGEN AND NUTRITION ROLL-UPS FOR ONE SANDWICH
       77  WS-ALRG-FLAGS                        PIC X(014).
       77  WS-ALRG-BAN-HIT                      PIC X(001).
       01  WS-ALRG-NO-BANS.
           05 FILLER OCCURS 5                   PIC 9(003) VALUE ZEROS.
       77  WS-FLAG-IX                           PIC 9(002).
       01  WS-NUTR-TOTALS.
           05 WS-TOT-ENERGY                     PIC 9(007)V9.
           05 WS-TOT-PROTEIN                    PIC 9(006)V9.
           05 WS-TOT-FAT                        PIC 9(006)V9.
           05 WS-TOT-CARB                       PIC 9(006)V9.
           05 WS-TOT-SALT                       PIC 9(005)V99.

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

       01  WS-DAY-NAMES.
           05 FILLER PIC X(009) VALUE "MONDAY".
           05 FILLER PIC X(009) VALUE "TUESDAY".
           05 FILLER PIC X(009) VALUE "WEDNESDAY".
           05 FILLER PIC X(009) VALUE "THURSDAY".
           05 FILLER PIC X(009) VALUE "FRIDAY".
           05 FILLER PIC X(009) VALUE "SATURDAY".
           05 FILLER PIC X(009) VALUE "SUNDAY".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7              PIC X(009).

      *> SHOW FIELDS FOR THE CALENDAR FILE ROWS
       77  WS-NAME-SHOW                         PIC X(030).
       77  WS-KCAL-SHOW                         PIC Z(6)9.9.
       77  WS-PROTEIN-SHOW                      PIC Z(5)9.9.
       77  WS-FAT-SHOW                          PIC Z(5)9.9.
       77  WS-CARB-SHOW                         PIC Z(5)9.9.
       77  WS-SALT-SHOW                         PIC Z(4)9.99.
       77  WS-SOURCE-SHOW                       PIC X(006).

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".

       01  RPT-HEAD-LINE.
           05 FILLER                            PIC X(036)
              VALUE "MONTHLY MENU CALENDAR FOR PARENTS - ".
           05 RPT-HD-YEAR                       PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "/".
           05 RPT-HD-MONTH                      PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE "   ISSUED: ".
           05 RPT-HD-DATE                       PIC 9(008).

       01  RPT-SCHOOL-LINE.
           05 FILLER                            PIC X(008)
              VALUE "SCHOOL: ".
           05 RPT-SCH-ID                        PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-SCH-NAME                      PIC X(050).

       01  RPT-DAY-LINE.
           05 RPT-DAY-DATE                      PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-DAY-NAME                      PIC X(009).
           05 FILLER                            PIC X(002).
           05 RPT-DAY-TEXT                      PIC X(060).

       01  RPT-ITEM-LINE.
           05 FILLER                            PIC X(004).
           05 RPT-ITM-NAME                      PIC X(030).
           05 FILLER                            PIC X(006)
              VALUE " KCAL ".
           05 RPT-ITM-ENERGY                    PIC ZZZZZZ9.9.
           05 FILLER                            PIC X(006)
              VALUE " PROT ".
           05 RPT-ITM-PROTEIN                   PIC ZZZZ9.9.
           05 FILLER                            PIC X(005)
              VALUE " FAT ".
           05 RPT-ITM-FAT                       PIC ZZZZ9.9.
           05 FILLER                            PIC X(006)
              VALUE " CARB ".
           05 RPT-ITM-CARB                      PIC ZZZZ9.9.
           05 FILLER                            PIC X(006)
              VALUE " SALT ".
           05 RPT-ITM-SALT                      PIC ZZZ9.99.

       01  RPT-ALRG-LINE.
           05 FILLER                            PIC X(016)
              VALUE "      CONTAINS: ".
           05 RPT-ALRG-TEXT                     PIC X(080).

       01  RPT-FOOT-LINE.
           05 FILLER                            PIC X(020)
              VALUE "DAYS WITH A MENU...:".
           05 RPT-FT-SERVED                     PIC ZZ9.
           05 FILLER                            PIC X(024)
              VALUE "   CLOSED SCHOOL DAYS..:".
           05 RPT-FT-CLOSED                     PIC ZZ9.

       01  RPT-NOTE-LINE1                       PIC X(070)
           VALUE "NUTRITION VALUES ARE PER SANDWICH (KCAL, GRAMS)".
       01  RPT-NOTE-LINE2                       PIC X(070)
           VALUE "ALLERGENS ARE THE FOURTEEN STATUTORY ALLERGENS".

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  ASK-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | MONTHLY MENU CALENDAR"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"               LINE 02 COL 60.
           05 VALUE "SCHOOL ID.............:" LINE 05 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 05 COL 35 USING WS-ASK-SCHOOL.
           05 VALUE "YEAR (YYYY)...........:" LINE 06 COL 10.
           05 SS-YEAR PIC 9(004)   LINE 06 COL 35 USING WS-ASK-YEAR.
           05 VALUE "MONTH (MM)............:" LINE 07 COL 10.
           05 SS-MONTH PIC 9(002)  LINE 07 COL 35 USING WS-ASK-MONTH.
           05 VALUE "CYCLE WEEK OF WEEK 1..:" LINE 08 COL 10.
           05 SS-CYCLE PIC 9(001)  LINE 08 COL 35 USING WS-ASK-CYCLE.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "MENU CALENDAR WRITTEN - DAYS WITH A MENU:"
              LINE 12 COL 10.
           05 SS-D-SERVED PIC ZZ9 LINE 12 COL 52
              FROM WS-DAYS-SERVED.
           05 VALUE "SPOOLED AS MENUCAL, FILE LAYOUT ON MENUCAL.CSV,"
              LINE 14 COL 10.
           05 VALUE "CONTACT QUEUED ON THE NOTIFICATION OUTBOX"
              LINE 15 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 17 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ASK-SCHOOL
           MOVE WS-TODAY-NUM (1:4) TO WS-ASK-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-ASK-MONTH
           MOVE 1 TO WS-ASK-CYCLE
           DISPLAY CLEAR-SCREEN
           DISPLAY ASK-SCREEN
           ACCEPT ASK-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           IF WS-ASK-MONTH < 1 OR WS-ASK-MONTH > 12 THEN
               MOVE "MONTH MUST BE 01 TO 12" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           IF WS-ASK-CYCLE < 1 OR WS-ASK-CYCLE > 4 THEN
               MOVE "CYCLE WEEK MUST BE 1 TO 4" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           PERFORM GET-SCHOOL-NAME
           IF WS-SCHOOL-NAME = SPACES THEN
               MOVE "SCHOOL NOT FOUND" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

      *> THE MONTH RUNS UP TO THE FIRST OF THE NEXT; THE CYCLE IS
      *> COUNTED FROM THE MONDAY OF THE WEEK HOLDING THE FIRST
           MOVE 01 TO WS-FIRST-DAY
           IF WS-ASK-MONTH = 12 THEN
               COMPUTE WS-NEXT-YEAR = WS-ASK-YEAR + 1
               MOVE 01 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-ASK-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-ASK-MONTH + 1
           END-IF
           MOVE 01 TO WS-NEXT-DAY
           COMPUTE WS-FIRST-INT = INTEGER-OF-DATE (WS-FIRST-NUM)
           COMPUTE WS-NEXT-INT = INTEGER-OF-DATE (WS-NEXT-NUM)
           COMPUTE WS-MONDAY-INT =
               WS-FIRST-INT - FUNCTION MOD (WS-FIRST-INT - 1, 7)

           MOVE ZEROS TO WS-DAYS-SERVED, WS-DAYS-CLOSED
           OPEN OUTPUT REPORTFILE
           OPEN OUTPUT CALFILE
           PERFORM WRITE-CALENDAR-HEAD
           OPEN INPUT ORDERS
           OPEN INPUT ORDLINES
           OPEN INPUT MENUCYCLE
           OPEN INPUT SCHCLOSURES
           OPEN INPUT SANDWICHES
           PERFORM VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
                   UNTIL WS-DAY-INT >= WS-NEXT-INT
               PERFORM CALENDAR-ONE-DAY
           END-PERFORM
           CLOSE SANDWICHES
           CLOSE SCHCLOSURES
           CLOSE MENUCYCLE
           CLOSE ORDLINES
           CLOSE ORDERS
           PERFORM WRITE-CALENDAR-FOOT
           CLOSE CALFILE
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           PERFORM QUEUE-CALENDAR

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       GET-SCHOOL-NAME SECTION.
           MOVE SPACES TO WS-SCHOOL-NAME
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS = NOT-FILE THEN
               CLOSE SCHOOLS
               EXIT SECTION
           END-IF
           MOVE WS-ASK-SCHOOL TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SCHOOL-DESIGNATION1 TO WS-SCHOOL-NAME
           END-READ
           CLOSE SCHOOLS
           EXIT SECTION.

       WRITE-CALENDAR-HEAD SECTION.
           MOVE WS-ASK-YEAR TO RPT-HD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HD-DATE
           WRITE REPORT-LINE FROM RPT-HEAD-LINE
           MOVE WS-ASK-SCHOOL TO RPT-SCH-ID
           MOVE WS-SCHOOL-NAME TO RPT-SCH-NAME
           WRITE REPORT-LINE FROM RPT-SCHOOL-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE SPACES TO CAL-LINE
           STRING "SCHOOL;" WS-ASK-SCHOOL ";"
                  TRIM (WS-SCHOOL-NAME) ";"
                  WS-ASK-YEAR WS-ASK-MONTH
               DELIMITED BY SIZE INTO CAL-LINE
           WRITE CAL-LINE
           EXIT SECTION.

      ******************************************************************
      *    ONE CALENDAR DAY - A CLOSED DAY SHOWS AS CLOSED, OTHERWISE
      *    THE CONFIRMED ORDERS ARE WHAT THE SCHOOL WILL GET AND THE
      *    MENU CYCLE IS ONLY THE PLAN FOR DAYS NOT YET ORDERED.
      *    WEEKEND DAYS ONLY APPEAR WHEN SOMETHING IS DUE ON THEM
      ******************************************************************
       CALENDAR-ONE-DAY SECTION.
           COMPUTE WS-DAY-NUM = DATE-OF-INTEGER (WS-DAY-INT)
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INT - 1, 7) + 1
           COMPUTE WS-WEEKS-IN = (WS-DAY-INT - WS-MONDAY-INT) / 7
           COMPUTE WS-CYCLE-WEEK =
               FUNCTION MOD (WS-ASK-CYCLE - 1 + WS-WEEKS-IN, 4) + 1
           MOVE WS-DAY-NUM TO RPT-DAY-DATE
           MOVE WS-DAY-NAME (WS-WEEKDAY) TO RPT-DAY-NAME

           PERFORM CHECK-DAY-CLOSURE
           IF WS-CLOSED = "Y" THEN
               IF WS-WEEKDAY < 6 THEN
                   ADD 1 TO WS-DAYS-CLOSED
                   MOVE SPACES TO RPT-DAY-TEXT
                   STRING "SCHOOL CLOSED - " WS-CLOSE-REASON
                       DELIMITED BY SIZE INTO RPT-DAY-TEXT
                   WRITE REPORT-LINE FROM RPT-DAY-LINE
                   MOVE SPACES TO CAL-LINE
                   STRING "CLOSED;" WS-DAY-NUM ";"
                          TRIM (WS-DAY-NAME (WS-WEEKDAY)) ";"
                          TRIM (WS-CLOSE-REASON)
                       DELIMITED BY SIZE INTO CAL-LINE
                   WRITE CAL-LINE
               END-IF
               EXIT SECTION
           END-IF

           MOVE ZEROS TO MAX-ITEM
           SET WS-FROM-ORDERS TO TRUE
           PERFORM COLLECT-ORDER-SANDWICHES
           IF MAX-ITEM = ZEROS THEN
               SET WS-FROM-CYCLE TO TRUE
               PERFORM COLLECT-CYCLE-SANDWICHES
           END-IF
           IF MAX-ITEM = ZEROS THEN
               IF WS-WEEKDAY < 6 THEN
                   MOVE "NO SANDWICHES PLANNED" TO RPT-DAY-TEXT
                   WRITE REPORT-LINE FROM RPT-DAY-LINE
                   MOVE SPACES TO CAL-LINE
                   STRING "NONE;" WS-DAY-NUM ";"
                          TRIM (WS-DAY-NAME (WS-WEEKDAY))
                       DELIMITED BY SIZE INTO CAL-LINE
                   WRITE CAL-LINE
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO WS-DAYS-SERVED
           MOVE SPACES TO RPT-DAY-TEXT
           IF WS-FROM-ORDERS THEN
               MOVE "CONFIRMED MENU" TO RPT-DAY-TEXT
               MOVE "ORDER" TO WS-SOURCE-SHOW
           ELSE
               STRING "PLANNED MENU - CYCLE WEEK " WS-CYCLE-WEEK
                   DELIMITED BY SIZE INTO RPT-DAY-TEXT
               MOVE "CYCLE" TO WS-SOURCE-SHOW
           END-IF
           WRITE REPORT-LINE FROM RPT-DAY-LINE
           PERFORM VARYING IND-ITEM FROM 1 BY 1
                   UNTIL IND-ITEM > MAX-ITEM
               PERFORM WRITE-ONE-SANDWICH
           END-PERFORM
           EXIT SECTION.

       CHECK-DAY-CLOSURE SECTION.
           MOVE SPACES TO WS-CLOSED
           MOVE SPACES TO WS-CLOSE-REASON
           IF SCHCLOSE-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-ASK-SCHOOL TO SCL-SCHOOL-ID
           MOVE ZEROS TO SCL-START-DATE
           START SCHCLOSURES KEY IS NOT LESS THAN SCL-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SCHCLOSURES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SCL-SCHOOL-ID NOT = WS-ASK-SCHOOL
                          OR SCL-START-DATE > WS-DAY-NUM THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF SCL-END-DATE >= WS-DAY-NUM THEN
                               MOVE "Y" TO WS-CLOSED
                               MOVE SCL-REASON TO WS-CLOSE-REASON
                               MOVE "E" TO FLAG-TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> LIVE CONFIRMED ORDERS FOR THE SCHOOL AND DAY, OVER THE
      *> SCHOOL-PLUS-DATE ALTERNATE KEY; FAILED DELIVERIES ARE LEFT
      *> OUT AS THE SANDWICHES NEVER ARRIVED
       COLLECT-ORDER-SANDWICHES SECTION.
           IF ORDERS-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-ASK-SCHOOL TO FD-ORDERS-SDK-SCHOOL
           MOVE WS-DAY-NUM TO FD-ORDERS-SDK-DATE
           START ORDERS KEY IS = FD-ORDERS-SCHOOL-DATE-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ORDERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF FD-ORDERS-SDK-SCHOOL NOT = WS-ASK-SCHOOL
                          OR FD-ORDERS-SDK-DATE NOT = WS-DAY-NUM
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF ORDER-CONFIRMED
                              AND FD-ORDERS-STATUS NOT = 0
                              AND FD-ORDERS-STATUS NOT = 7 THEN
                               PERFORM NOTE-ORDER-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> OLDER SINGLE-LINE ORDERS HAVE NO LINE ROWS - THE HEADER'S
      *> MIRRORED SANDWICH STANDS IN FOR THEM
       NOTE-ORDER-LINES SECTION.
           MOVE SPACES TO WS-LINES-SEEN
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE SPACES TO FLAG-LINES
               MOVE FD-ORDERS-ID TO WS-LINE-ORDER
               MOVE WS-LINE-ORDER TO OL-ORDER-ID
               MOVE ZEROS TO OL-LINE-NO
               START ORDLINES KEY IS NOT LESS THAN OL-KEY
                   INVALID KEY MOVE "E" TO FLAG-LINES
               END-START
               PERFORM UNTIL FLAG-LINES = "E"
                   READ ORDLINES NEXT RECORD
                       AT END MOVE "E" TO FLAG-LINES
                       NOT AT END
                           IF OL-ORDER-ID = WS-LINE-ORDER THEN
                               MOVE OL-SANDWICH-ID
                                 TO WS-NOTE-SANDWICH
                               PERFORM NOTE-DAY-SANDWICH
                               MOVE "Y" TO WS-LINES-SEEN
                           ELSE
                               MOVE "E" TO FLAG-LINES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-LINES-SEEN NOT = "Y" THEN
               MOVE FD-ORDERS-SANDWICH-INTERNAL-ID
                 TO WS-NOTE-SANDWICH
               PERFORM NOTE-DAY-SANDWICH
           END-IF
           EXIT SECTION.

      *> THE CYCLE ROWS OF THE SCHOOL, CYCLE WEEK AND WEEKDAY; A
      *> SANDWICH THAT COULD NOT BE ORDERED FOR THE DAY (PHASED OUT,
      *> RETIRED, NOT YET RELEASED) IS NOT PROMISED TO PARENTS
       COLLECT-CYCLE-SANDWICHES SECTION.
           IF MENUCYC-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-ASK-SCHOOL TO MCY-SCHOOL-ID
           MOVE WS-CYCLE-WEEK TO MCY-WEEK
           MOVE WS-WEEKDAY TO MCY-WEEKDAY
           MOVE ZEROS TO MCY-SANDWICH-ID
           START MENUCYCLE KEY IS NOT LESS THAN MCY-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ MENUCYCLE NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF MCY-SCHOOL-ID NOT = WS-ASK-SCHOOL
                          OR MCY-WEEK NOT = WS-CYCLE-WEEK
                          OR MCY-WEEKDAY NOT = WS-WEEKDAY THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF MCY-IS-ACTIVE = 1 THEN
                               PERFORM NOTE-CYCLE-SANDWICH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       NOTE-CYCLE-SANDWICH SECTION.
           MOVE MCY-SANDWICH-ID TO WS-LIFE-SANDWICH
           MOVE WS-ASK-SCHOOL TO WS-LIFE-SCHOOL
           MOVE WS-DAY-NUM TO WS-LIFE-DATE
           CALL "SRLIFECHK" USING WS-LIFE-SANDWICH WS-LIFE-SCHOOL
               WS-LIFE-DATE WS-LIFE-RESULT
           IF WS-LIFE-RESULT = "Y" THEN
               MOVE MCY-SANDWICH-ID TO WS-NOTE-SANDWICH
               PERFORM NOTE-DAY-SANDWICH
           END-IF
           EXIT SECTION.

      *> EACH SANDWICH IS LISTED ONCE A DAY HOWEVER MANY ORDERS OR
      *> LINES CARRY IT
       NOTE-DAY-SANDWICH SECTION.
           MOVE SPACES TO WS-ITEM-FOUND
           PERFORM VARYING IND-ITEM FROM 1 BY 1
                   UNTIL IND-ITEM > MAX-ITEM
               IF TAB-ITM-SANDWICH (IND-ITEM) = WS-NOTE-SANDWICH
                   MOVE "Y" TO WS-ITEM-FOUND
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND NOT = "Y" AND MAX-ITEM < ITEM-LIMIT THEN
               ADD 1 TO MAX-ITEM
               SET IND-ITEM TO MAX-ITEM
               MOVE WS-NOTE-SANDWICH TO TAB-ITM-SANDWICH (IND-ITEM)
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    ONE SANDWICH OF THE DAY WITH ITS NUTRITION AND ALLERGENS,
      *    ON THE PRINT AND AS A FILE ROW; THE RECIPE IN FORCE ON THE
      *    DAY IS THE ONE DECLARED
      ******************************************************************
       WRITE-ONE-SANDWICH SECTION.
           MOVE SPACES TO WS-NAME-SHOW
           IF SANDWICH-FS NOT = NOT-FILE THEN
               MOVE TAB-ITM-SANDWICH (IND-ITEM) TO SR-IID
               READ SANDWICHES
                   INVALID KEY
                       MOVE "** UNKNOWN SANDWICH **" TO WS-NAME-SHOW
                   NOT INVALID KEY
                       MOVE SR-S-DESCRIPTION TO WS-NAME-SHOW
               END-READ
           END-IF
           CALL "SRALLERGEN" USING TAB-ITM-SANDWICH (IND-ITEM)
               WS-DAY-NUM WS-ALRG-FLAGS WS-ALRG-NO-BANS
               WS-ALRG-BAN-HIT
           PERFORM BUILD-ALLERGEN-TEXT
           CALL "SRNUTRI" USING TAB-ITM-SANDWICH (IND-ITEM)
               WS-DAY-NUM WS-NUTR-TOTALS

           MOVE WS-NAME-SHOW TO RPT-ITM-NAME
           MOVE WS-TOT-ENERGY TO RPT-ITM-ENERGY
           MOVE WS-TOT-PROTEIN TO RPT-ITM-PROTEIN
           MOVE WS-TOT-FAT TO RPT-ITM-FAT
           MOVE WS-TOT-CARB TO RPT-ITM-CARB
           MOVE WS-TOT-SALT TO RPT-ITM-SALT
           WRITE REPORT-LINE FROM RPT-ITEM-LINE
           MOVE WS-ALRG-TEXT TO RPT-ALRG-TEXT
           WRITE REPORT-LINE FROM RPT-ALRG-LINE

           MOVE WS-TOT-ENERGY TO WS-KCAL-SHOW
           MOVE WS-TOT-PROTEIN TO WS-PROTEIN-SHOW
           MOVE WS-TOT-FAT TO WS-FAT-SHOW
           MOVE WS-TOT-CARB TO WS-CARB-SHOW
           MOVE WS-TOT-SALT TO WS-SALT-SHOW
           MOVE SPACES TO CAL-LINE
           STRING "SANDWICH;" WS-DAY-NUM ";"
                  TRIM (WS-DAY-NAME (WS-WEEKDAY)) ";"
                  TRIM (WS-SOURCE-SHOW) ";"
                  TAB-ITM-SANDWICH (IND-ITEM) ";"
                  TRIM (WS-NAME-SHOW) ";"
                  TRIM (WS-KCAL-SHOW) ";"
                  TRIM (WS-PROTEIN-SHOW) ";"
                  TRIM (WS-FAT-SHOW) ";"
                  TRIM (WS-CARB-SHOW) ";"
                  TRIM (WS-SALT-SHOW) ";"
                  TRIM (WS-ALRG-TEXT)
               DELIMITED BY SIZE INTO CAL-LINE
           WRITE CAL-LINE
           EXIT SECTION.

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
           IF WS-ALRG-POINTER = 1 THEN
               MOVE "NO DECLARED STATUTORY ALLERGENS"
                 TO WS-ALRG-TEXT
           END-IF
           EXIT SECTION.

       WRITE-CALENDAR-FOOT SECTION.
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-DAYS-SERVED TO RPT-FT-SERVED
           MOVE WS-DAYS-CLOSED TO RPT-FT-CLOSED
           WRITE REPORT-LINE FROM RPT-FOOT-LINE
           WRITE REPORT-LINE FROM RPT-NOTE-LINE1
           WRITE REPORT-LINE FROM RPT-NOTE-LINE2
           EXIT SECTION.

      *> THE CALENDAR GOES OUT TO THE SCHOOL'S PREFERRED CONTACT TO
      *> PASS ON TO PARENTS - THE OUTBOX ROW CARRIES THE POINTER,
      *> THE SPOOL AND MENUCAL.CSV CARRY THE CALENDAR ITSELF
       QUEUE-CALENDAR SECTION.
           MOVE "MENUCAL" TO NTQ-TYPE
           MOVE "SCHOOL OFFICE" TO NTQ-RECIPIENT
           PERFORM FIND-PREFERRED-CONTACT
           MOVE SPACES TO NTQ-TEXT
           STRING "MENU CALENDAR " WS-ASK-YEAR WS-ASK-MONTH
               " SCHOOL " WS-ASK-SCHOOL
               " - SEE MENUCAL SPOOL"
               DELIMITED BY SIZE INTO NTQ-TEXT
           CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
           EXIT SECTION.

       FIND-PREFERRED-CONTACT SECTION.
           OPEN INPUT SCHCONTACTS
           IF SCHCONTACT-FS = NOT-FILE THEN
               CLOSE SCHCONTACTS
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-NTQ-DONE
           MOVE WS-ASK-SCHOOL TO SCT-SCHOOL-ID
           MOVE ZEROS TO SCT-SEQ
           START SCHCONTACTS KEY IS NOT LESS THAN SCT-KEY
               INVALID KEY MOVE "Y" TO WS-NTQ-DONE
           END-START
           PERFORM UNTIL WS-NTQ-DONE = "Y"
               READ SCHCONTACTS NEXT RECORD
                   AT END MOVE "Y" TO WS-NTQ-DONE
                   NOT AT END
                       IF SCT-SCHOOL-ID NOT = WS-ASK-SCHOOL THEN
                           MOVE "Y" TO WS-NTQ-DONE
                       ELSE
                           IF SCT-PREFERRED = "Y" THEN
                               MOVE SCT-EMAIL TO NTQ-RECIPIENT
                               MOVE "Y" TO WS-NTQ-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHCONTACTS
           EXIT SECTION.

       END PROGRAM MENUCAL.
