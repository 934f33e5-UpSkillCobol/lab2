      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    MENU RANKING - SANDWICHES RANKED BY THEIR SCHOOL
      *    SATISFACTION SCORE OVER A PERIOD, SET AGAINST THE VOLUME
      *    ORDERED (AS RSOSALESRPT COUNTS IT) AND THE MARGIN FROM THE
      *    LAST SRMARGIN RUN; THEN THE SAME BY CATEGORY AND, WITHIN
      *    EACH SCHOOL, BY SANDWICH | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENURANK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SURVEYS ASSIGN TO "FXSURVEY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SVY-KEY
           FILE STATUS IS SURVEY-FS.

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

           SELECT SRMARGINS ASSIGN TO "FXSRMARGIN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMG-SANDWICH-ID
           FILE STATUS IS SRMARGIN-FS.

           SELECT SR-CAT ASSIGN TO "FX-SR-CAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-SAND-CAT-ID
           FILE STATUS IS SR-CAT-FS.

           SELECT CATEGORIES ASSIGN TO "FXCATEGORIES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CATEGORY-ID
           FILE STATUS IS CATEGORY-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT REPORTFILE ASSIGN TO "MENURANKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SURVEYS.
       COPY FD-SURVEY.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  SRMARGINS.
       COPY FD-SRMARGIN.

       FD  SR-CAT.
       COPY FD-SR-CAT.

       FD  CATEGORIES.
       COPY CB-CATEGORIES.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(120).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SURVEY-FS                            PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  SRMARGIN-FS                          PIC 9(002).
       77  SR-CAT-FS                            PIC 9(002).
       77  CATEGORY-FS                          PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> PERIOD LOOKED BACK OVER WHEN NO START DAY IS GIVEN
       78  DEFAULT-RANK-DAYS                    VALUE 90.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-OL-DONE                           PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "MENURANK".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "MENURANKFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-FROM-DATE                         PIC 9(008).
       77  WS-TO-DATE                           PIC 9(008).

      *> PER SANDWICH INTERNAL ID OVER ALL SCHOOLS: PUPILS ANSWERING,
      *> SCORE SUMS WEIGHTED BY THOSE PUPILS, VOLUME ORDERED, MARGIN,
      *> FIRST CATEGORY AND PUPILS PER COMMENT CODE
       01  TAB-SRK OCCURS 999 INDEXED BY IND-SRK.
           05 TAB-SRK-RESP                      PIC 9(007).
           05 TAB-SRK-TASTE                     PIC 9(008)V9.
           05 TAB-SRK-PORTION                   PIC 9(008)V9.
           05 TAB-SRK-PRESENT                   PIC 9(008)V9.
           05 TAB-SRK-VOLUME                    PIC 9(008).
           05 TAB-SRK-MARGIN                    PIC S9(004)V99.
           05 TAB-SRK-PRICED                    PIC X(001).
           05 TAB-SRK-CATEGORY                  PIC 9(003).
           05 TAB-SRK-CMT OCCURS 9 TIMES        PIC 9(007).

      *> PER CATEGORY ID, ROLLED UP FROM THE SANDWICH ROWS
       01  TAB-CAT OCCURS 999 INDEXED BY IND-CAT.
           05 TAB-CAT-RESP                      PIC 9(008).
           05 TAB-CAT-SCORE                     PIC 9(010)V99.
           05 TAB-CAT-VOLUME                    PIC 9(009).
           05 TAB-CAT-MARGIN                    PIC S9(007)V99.
           05 TAB-CAT-PRICED                    PIC 9(004).

      *> PER SANDWICH FOR THE ONE SCHOOL BEING LISTED
       01  TAB-SCS OCCURS 999 INDEXED BY IND-SCS.
           05 TAB-SCS-RESP                      PIC 9(007).
           05 TAB-SCS-SCORE                     PIC 9(009)V99.
           05 TAB-SCS-VOLUME                    PIC 9(008).

      *> THE ROWS OF ONE RANKING, BEST SCORE FIRST AND, ON A TIE,
      *> THE LARGER VOLUME
       77  MAX-RNK                              PIC 9(004).
       01  TAB-RNK OCCURS 999 INDEXED BY IND-RNK IND-RNK2.
           05 TAB-RNK-KEY.
               10 TAB-RNK-SCORE                 PIC 9(001)V99.
               10 TAB-RNK-VOLUME                PIC 9(009).
           05 TAB-RNK-ID                        PIC 9(003).
       77  WS-RNK-SAVE                          PIC X(015).
       77  WS-RNK-PASS                          PIC 9(004).

       77  WS-SCORE                             PIC 9(001)V99.
       77  WS-AVG-MARGIN                        PIC S9(004)V99.
       77  WS-SANDWICH-ID                       PIC 9(003).
       77  WS-ORDER-SANDWICH                    PIC 9(003).
       77  WS-LOOK-ORDER                        PIC 9(005).
       77  WS-LINES-SEEN                        PIC 9(003).
       77  WS-ADD-QTY                           PIC 9(004).
      *> "A" CREDITS ORDER VOLUME TO TAB-SRK, "S" TO TAB-SCS
       77  WS-VOLUME-TARGET                     PIC X(001).
       77  WS-CURR-SCHOOL                       PIC 9(003).
       77  WS-SCHOOL-LISTED                     PIC X(001).
       77  WS-TOP-CODE                          PIC 9(002).
       77  WS-TOP-COUNT                         PIC 9(007).
       77  WS-CMT-IX                            PIC 9(002).
       77  WS-SANDWICHES-RANKED                 PIC 9(004).

       COPY CB-SVYCMT.

       01  DIVIDER-LINE                         PIC X(120)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(030)
              VALUE "BREADWICH - MENU RANKING FROM ".
           05 RPT-HEAD-FROM                     PIC 9(008).
           05 FILLER                            PIC X(004) VALUE " TO ".
           05 RPT-HEAD-TO                       PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-SECTION-TITLE                    PIC X(060).

       01  RPT-COLUMNS.
           05 FILLER PIC X(005) VALUE "RANK".
           05 FILLER PIC X(025) VALUE "SANDWICH".
           05 FILLER PIC X(021) VALUE "CATEGORY".
           05 FILLER PIC X(008) VALUE " PUPILS".
           05 FILLER PIC X(006) VALUE " TASTE".
           05 FILLER PIC X(006) VALUE "  PORT".
           05 FILLER PIC X(006) VALUE "  PRES".
           05 FILLER PIC X(006) VALUE " SCORE".
           05 FILLER PIC X(010) VALUE "    VOLUME".
           05 FILLER PIC X(009) VALUE "  MARGIN%".
           05 FILLER PIC X(012) VALUE "  TOP REMARK".

       01  RPT-DETAIL.
           05 RPT-DET-RANK                      PIC ZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-SR-ID                     PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-DET-NAME                      PIC X(020).
           05 FILLER                            PIC X(001).
           05 RPT-DET-CATEGORY                  PIC X(020).
           05 FILLER                            PIC X(001).
           05 RPT-DET-RESP                      PIC ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-TASTE                     PIC 9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-PORTION                   PIC 9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-PRESENT                   PIC 9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-SCORE                     PIC 9.99.
           05 FILLER                            PIC X(001).
           05 RPT-DET-VOLUME                    PIC ZZZZZZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-MARGIN                    PIC -ZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-DET-REMARK                    PIC X(020).

       01  RPT-CAT-COLUMNS.
           05 FILLER PIC X(005) VALUE "RANK".
           05 FILLER PIC X(035) VALUE "CATEGORY".
           05 FILLER PIC X(009) VALUE "   PUPILS".
           05 FILLER PIC X(007) VALUE "  SCORE".
           05 FILLER PIC X(011) VALUE "     VOLUME".
           05 FILLER PIC X(013) VALUE "  AVG MARGIN%".

       01  RPT-CAT-DETAIL.
           05 RPT-CAT-RANK                      PIC ZZZ9.
           05 FILLER                            PIC X(001).
           05 RPT-CAT-ID                        PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-CAT-NAME                      PIC X(030).
           05 FILLER                            PIC X(001).
           05 RPT-CAT-RESP                      PIC ZZZZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-CAT-SCORE                     PIC 9.99.
           05 FILLER                            PIC X(001).
           05 RPT-CAT-VOLUME                    PIC ZZZZZZZZZ9.
           05 FILLER                            PIC X(005).
           05 RPT-CAT-MARGIN                    PIC -ZZZ9.99.
           05 FILLER                            PIC X(002).
           05 RPT-CAT-NOTE                      PIC X(012).

       01  RPT-SCHOOL-HEADER.
           05 FILLER                            PIC X(007)
              VALUE "SCHOOL ".
           05 RPT-SCH-ID                        PIC 9(003).
           05 FILLER                            PIC X(003) VALUE " - ".
           05 RPT-SCH-NAME                      PIC X(050).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "MENU RANKING - SATISFACTION, VOLUME AND MARGIN"
              LINE 03 COL 10.
           05 VALUE "FROM DAY (YYYYMMDD)..:" LINE 05 COL 10.
           05 SS-FROM PIC 9(008) LINE 05 COL 34 USING WS-FROM-DATE.
           05 VALUE "TO DAY (YYYYMMDD)....:" LINE 06 COL 10.
           05 SS-TO PIC 9(008)   LINE 06 COL 34 USING WS-TO-DATE.
           05 VALUE "(0 = TODAY AND THE 90 DAYS BEFORE IT)"
              LINE 07 COL 10.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "REPORT WRITTEN ON MENURANKFILE"
              LINE 12 COL 10.
           05 VALUE "SANDWICHES RANKED:" LINE 14 COL 10.
           05 SS-ROWS PIC ZZZ9 LINE 14 COL 30
              FROM WS-SANDWICHES-RANKED.
           05 VALUE "PRESS ANY KEY" LINE 16 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-FROM-DATE WS-TO-DATE
           DISPLAY CLEAR-SCREEN
           ACCEPT PERIOD-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           IF WS-TO-DATE = ZEROS THEN
               MOVE WS-TODAY-NUM TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE = ZEROS
              AND TEST-DATE-YYYYMMDD (WS-TO-DATE) = ZEROS THEN
               COMPUTE WS-FROM-DATE = DATE-OF-INTEGER
                   (INTEGER-OF-DATE (WS-TO-DATE) - DEFAULT-RANK-DAYS)
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = ZEROS
              OR TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = ZEROS
              OR WS-FROM-DATE > WS-TO-DATE THEN
               MOVE "PERIOD IS NOT A VALID FROM/TO RANGE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

           PERFORM VARYING IND-SRK FROM 1 BY 1 UNTIL IND-SRK > 999
               INITIALIZE TAB-SRK (IND-SRK)
               MOVE "N" TO TAB-SRK-PRICED (IND-SRK)
               INITIALIZE TAB-CAT (IND-SRK)
           END-PERFORM
           PERFORM SUM-SURVEYS
           MOVE "A" TO WS-VOLUME-TARGET
           PERFORM SUM-ORDER-VOLUME
           PERFORM LOAD-MARGINS
           PERFORM LOAD-CATEGORIES

           OPEN OUTPUT REPORTFILE
           OPEN INPUT SANDWICHES
           OPEN INPUT CATEGORIES
           MOVE WS-FROM-DATE TO RPT-HEAD-FROM
           MOVE WS-TO-DATE TO RPT-HEAD-TO
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM WRITE-SANDWICH-RANKING
           PERFORM WRITE-CATEGORY-RANKING
           PERFORM WRITE-SCHOOL-RANKINGS
           CLOSE CATEGORIES
           CLOSE SANDWICHES
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    EVERY SURVEY RESULT TAKEN IN THE PERIOD, WEIGHTED BY THE
      *    PUPILS IT STANDS FOR
      ******************************************************************
       SUM-SURVEYS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SURVEYS
           IF SURVEY-FS = NOT-FILE THEN
               CLOSE SURVEYS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SURVEYS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SVY-DATE NOT < WS-FROM-DATE
                          AND SVY-DATE NOT > WS-TO-DATE
                          AND SVY-SANDWICH-ID > 0 THEN
                           PERFORM ADD-SURVEY-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SURVEYS
           EXIT SECTION.

       ADD-SURVEY-RESULT SECTION.
           SET IND-SRK TO SVY-SANDWICH-ID
           ADD SVY-RESPONSES TO TAB-SRK-RESP (IND-SRK)
           COMPUTE TAB-SRK-TASTE (IND-SRK) = TAB-SRK-TASTE (IND-SRK)
               + SVY-RESPONSES * SVY-TASTE
           COMPUTE TAB-SRK-PORTION (IND-SRK) =
               TAB-SRK-PORTION (IND-SRK)
               + SVY-RESPONSES * SVY-PORTION
           COMPUTE TAB-SRK-PRESENT (IND-SRK) =
               TAB-SRK-PRESENT (IND-SRK)
               + SVY-RESPONSES * SVY-PRESENTATION
           IF SVY-COMMENT-CODE > 0 AND SVY-COMMENT-CODE < 10 THEN
               ADD SVY-RESPONSES
                 TO TAB-SRK-CMT (IND-SRK, SVY-COMMENT-CODE)
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    VOLUME IS COUNTED AS RSOSALESRPT COUNTS IT - EVERY ORDER
      *    NOT CANCELLED, BY DELIVERY DAY - BUT PER SANDWICH FROM THE
      *    ORDER LINES
      ******************************************************************
       SUM-ORDER-VOLUME SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               EXIT SECTION
           END-IF
           OPEN INPUT ORDLINES
           MOVE WS-FROM-DATE TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
               INVALID KEY
                   MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ORDERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF FD-DELIVERY-DATE > WS-TO-DATE THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF FD-ORDERS-STATUS NOT = 0 THEN
                               PERFORM ADD-ORDER-VOLUME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDLINES
           CLOSE ORDERS
           EXIT SECTION.

      *> AN ORDER FROM BEFORE THE HEADER/LINES SPLIT FALLS BACK TO
      *> ITS HEADER SANDWICH AND QUANTITY
       ADD-ORDER-VOLUME SECTION.
           MOVE FD-ORDERS-ID TO WS-LOOK-ORDER
           MOVE ZEROS TO WS-LINES-SEEN
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE WS-LOOK-ORDER TO OL-ORDER-ID
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
                                   IF OL-ORDER-ID NOT = WS-LOOK-ORDER
                                       MOVE "Y" TO WS-OL-DONE
                                   ELSE
                                       ADD 1 TO WS-LINES-SEEN
                                       MOVE OL-SANDWICH-ID
                                         TO WS-ORDER-SANDWICH
                                       MOVE OL-QUANTITY TO WS-ADD-QTY
                                       PERFORM ADD-VOLUME
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           IF WS-LINES-SEEN = ZEROS THEN
               MOVE FD-ORDERS-SANDWICH-INTERNAL-ID
                 TO WS-ORDER-SANDWICH
               MOVE FD-ORDERS-QUANTITY TO WS-ADD-QTY
               PERFORM ADD-VOLUME
           END-IF
           EXIT SECTION.

       ADD-VOLUME SECTION.
           IF WS-ORDER-SANDWICH = ZEROS THEN
               EXIT SECTION
           END-IF
           IF WS-VOLUME-TARGET = "A" THEN
               SET IND-SRK TO WS-ORDER-SANDWICH
               ADD WS-ADD-QTY TO TAB-SRK-VOLUME (IND-SRK)
           ELSE
               SET IND-SCS TO WS-ORDER-SANDWICH
               ADD WS-ADD-QTY TO TAB-SCS-VOLUME (IND-SCS)
           END-IF
           EXIT SECTION.

      *> MARGIN AS AT THE LAST SRMARGIN RUN; A SANDWICH WITHOUT A
      *> SELLING PRICE SHOWS NO MARGIN
       LOAD-MARGINS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SRMARGINS
           IF SRMARGIN-FS = NOT-FILE THEN
               CLOSE SRMARGINS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SRMARGINS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SMG-SANDWICH-ID > 0
                          AND SMG-SELL-PRICE > ZEROS THEN
                           SET IND-SRK TO SMG-SANDWICH-ID
                           MOVE SMG-MARGIN-PCT
                             TO TAB-SRK-MARGIN (IND-SRK)
                           MOVE "Y" TO TAB-SRK-PRICED (IND-SRK)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRMARGINS
           EXIT SECTION.

      *> A SANDWICH IN SEVERAL CATEGORIES IS RANKED UNDER THE FIRST
       LOAD-CATEGORIES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SR-CAT
           IF SR-CAT-FS = NOT-FILE THEN
               CLOSE SR-CAT
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SR-CAT NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SR-CAT-SANDWICH-ID > 0 THEN
                           SET IND-SRK TO SR-CAT-SANDWICH-ID
                           IF TAB-SRK-CATEGORY (IND-SRK) = ZEROS THEN
                               MOVE SR-CATEGORY-ID
                                 TO TAB-SRK-CATEGORY (IND-SRK)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SR-CAT
           EXIT SECTION.

      ******************************************************************
      *    ALL SCHOOLS BY SANDWICH - EVERY SANDWICH RATED OR ORDERED
      *    IN THE PERIOD; ONE NOT RATED RANKS BELOW EVERY RATED ONE
      ******************************************************************
       WRITE-SANDWICH-RANKING SECTION.
           MOVE ZEROS TO MAX-RNK
           PERFORM VARYING IND-SRK FROM 1 BY 1 UNTIL IND-SRK > 999
               IF TAB-SRK-RESP (IND-SRK) > ZEROS
                  OR TAB-SRK-VOLUME (IND-SRK) > ZEROS THEN
                   ADD 1 TO MAX-RNK
                   SET IND-RNK TO MAX-RNK
                   MOVE ZEROS TO WS-SCORE
                   IF TAB-SRK-RESP (IND-SRK) > ZEROS THEN
                       COMPUTE WS-SCORE ROUNDED =
                           (TAB-SRK-TASTE (IND-SRK)
                           + TAB-SRK-PORTION (IND-SRK)
                           + TAB-SRK-PRESENT (IND-SRK))
                           / (3 * TAB-SRK-RESP (IND-SRK))
                   END-IF
                   MOVE WS-SCORE TO TAB-RNK-SCORE (IND-RNK)
                   MOVE TAB-SRK-VOLUME (IND-SRK)
                     TO TAB-RNK-VOLUME (IND-RNK)
                   SET TAB-RNK-ID (IND-RNK) TO IND-SRK
               END-IF
           END-PERFORM
           MOVE MAX-RNK TO WS-SANDWICHES-RANKED
           PERFORM SORT-RANK-ROWS

           MOVE "RANKING BY SANDWICH - ALL SCHOOLS" TO RPT-SECTION-TITLE
           WRITE REPORT-LINE FROM RPT-SECTION-TITLE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-RNK FROM 1 BY 1 UNTIL IND-RNK > MAX-RNK
               PERFORM WRITE-SANDWICH-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           EXIT SECTION.

       WRITE-SANDWICH-LINE SECTION.
           SET IND-SRK TO TAB-RNK-ID (IND-RNK)
           MOVE TAB-RNK-ID (IND-RNK) TO WS-SANDWICH-ID
           MOVE SPACES TO RPT-DETAIL
           SET RPT-DET-RANK TO IND-RNK
           MOVE WS-SANDWICH-ID TO RPT-DET-SR-ID
           PERFORM GET-SANDWICH-NAME
           MOVE SPACES TO RPT-DET-CATEGORY
           IF TAB-SRK-CATEGORY (IND-SRK) > ZEROS THEN
               MOVE TAB-SRK-CATEGORY (IND-SRK) TO CATEGORY-ID
               PERFORM GET-CATEGORY-NAME
               MOVE CATEGORY-NAME TO RPT-DET-CATEGORY
           END-IF
           MOVE TAB-SRK-RESP (IND-SRK) TO RPT-DET-RESP
           IF TAB-SRK-RESP (IND-SRK) > ZEROS THEN
               COMPUTE RPT-DET-TASTE ROUNDED =
                   TAB-SRK-TASTE (IND-SRK) / TAB-SRK-RESP (IND-SRK)
               COMPUTE RPT-DET-PORTION ROUNDED =
                   TAB-SRK-PORTION (IND-SRK) / TAB-SRK-RESP (IND-SRK)
               COMPUTE RPT-DET-PRESENT ROUNDED =
                   TAB-SRK-PRESENT (IND-SRK) / TAB-SRK-RESP (IND-SRK)
               MOVE TAB-RNK-SCORE (IND-RNK) TO RPT-DET-SCORE
               PERFORM FIND-TOP-REMARK
           ELSE
               MOVE ZEROS TO RPT-DET-TASTE RPT-DET-PORTION
               MOVE ZEROS TO RPT-DET-PRESENT RPT-DET-SCORE
               MOVE "NOT RATED" TO RPT-DET-REMARK
           END-IF
           MOVE TAB-SRK-VOLUME (IND-SRK) TO RPT-DET-VOLUME
           MOVE TAB-SRK-MARGIN (IND-SRK) TO RPT-DET-MARGIN
           IF TAB-SRK-PRICED (IND-SRK) NOT = "Y"
              AND RPT-DET-REMARK = SPACES THEN
               MOVE "NO MARGIN" TO RPT-DET-REMARK
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      *> THE COMMENT MOST PUPILS GAVE - BLANK WHEN NONE GAVE ANY
       FIND-TOP-REMARK SECTION.
           MOVE ZEROS TO WS-TOP-CODE WS-TOP-COUNT
           PERFORM VARYING WS-CMT-IX FROM 1 BY 1 UNTIL WS-CMT-IX > 9
               IF TAB-SRK-CMT (IND-SRK, WS-CMT-IX) > WS-TOP-COUNT
                  THEN
                   MOVE TAB-SRK-CMT (IND-SRK, WS-CMT-IX)
                     TO WS-TOP-COUNT
                   MOVE WS-CMT-IX TO WS-TOP-CODE
               END-IF
           END-PERFORM
           IF WS-TOP-CODE > ZEROS THEN
               MOVE SVY-COMMENT-TEXT (WS-TOP-CODE) TO RPT-DET-REMARK
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    BY CATEGORY - THE PUPIL-WEIGHTED SCORE OF ITS SANDWICHES,
      *    THEIR VOLUME AND THE PLAIN AVERAGE OF THEIR MARGINS.
      *    SANDWICHES WITHOUT A CATEGORY ARE LEFT OUT
      ******************************************************************
       WRITE-CATEGORY-RANKING SECTION.
           PERFORM VARYING IND-SRK FROM 1 BY 1 UNTIL IND-SRK > 999
               IF TAB-SRK-CATEGORY (IND-SRK) > ZEROS
                  AND (TAB-SRK-RESP (IND-SRK) > ZEROS
                  OR TAB-SRK-VOLUME (IND-SRK) > ZEROS) THEN
                   SET IND-CAT TO TAB-SRK-CATEGORY (IND-SRK)
                   ADD TAB-SRK-RESP (IND-SRK) TO TAB-CAT-RESP (IND-CAT)
                   COMPUTE TAB-CAT-SCORE (IND-CAT) =
                       TAB-CAT-SCORE (IND-CAT)
                       + (TAB-SRK-TASTE (IND-SRK)
                       + TAB-SRK-PORTION (IND-SRK)
                       + TAB-SRK-PRESENT (IND-SRK)) / 3
                   ADD TAB-SRK-VOLUME (IND-SRK)
                     TO TAB-CAT-VOLUME (IND-CAT)
                   IF TAB-SRK-PRICED (IND-SRK) = "Y" THEN
                       ADD TAB-SRK-MARGIN (IND-SRK)
                         TO TAB-CAT-MARGIN (IND-CAT)
                       ADD 1 TO TAB-CAT-PRICED (IND-CAT)
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZEROS TO MAX-RNK
           PERFORM VARYING IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 999
               IF TAB-CAT-RESP (IND-CAT) > ZEROS
                  OR TAB-CAT-VOLUME (IND-CAT) > ZEROS THEN
                   ADD 1 TO MAX-RNK
                   SET IND-RNK TO MAX-RNK
                   MOVE ZEROS TO WS-SCORE
                   IF TAB-CAT-RESP (IND-CAT) > ZEROS THEN
                       COMPUTE WS-SCORE ROUNDED =
                           TAB-CAT-SCORE (IND-CAT)
                           / TAB-CAT-RESP (IND-CAT)
                   END-IF
                   MOVE WS-SCORE TO TAB-RNK-SCORE (IND-RNK)
                   MOVE TAB-CAT-VOLUME (IND-CAT)
                     TO TAB-RNK-VOLUME (IND-RNK)
                   SET TAB-RNK-ID (IND-RNK) TO IND-CAT
               END-IF
           END-PERFORM
           PERFORM SORT-RANK-ROWS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RANKING BY CATEGORY - ALL SCHOOLS"
             TO RPT-SECTION-TITLE
           WRITE REPORT-LINE FROM RPT-SECTION-TITLE
           WRITE REPORT-LINE FROM RPT-CAT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-RNK FROM 1 BY 1 UNTIL IND-RNK > MAX-RNK
               PERFORM WRITE-CATEGORY-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           EXIT SECTION.

       WRITE-CATEGORY-LINE SECTION.
           SET IND-CAT TO TAB-RNK-ID (IND-RNK)
           MOVE SPACES TO RPT-CAT-DETAIL
           SET RPT-CAT-RANK TO IND-RNK
           MOVE TAB-RNK-ID (IND-RNK) TO RPT-CAT-ID
           MOVE TAB-RNK-ID (IND-RNK) TO CATEGORY-ID
           PERFORM GET-CATEGORY-NAME
           MOVE CATEGORY-NAME TO RPT-CAT-NAME
           MOVE TAB-CAT-RESP (IND-CAT) TO RPT-CAT-RESP
           MOVE TAB-RNK-SCORE (IND-RNK) TO RPT-CAT-SCORE
           MOVE TAB-CAT-VOLUME (IND-CAT) TO RPT-CAT-VOLUME
           MOVE ZEROS TO RPT-CAT-MARGIN
           IF TAB-CAT-PRICED (IND-CAT) > ZEROS THEN
               COMPUTE WS-AVG-MARGIN ROUNDED =
                   TAB-CAT-MARGIN (IND-CAT) / TAB-CAT-PRICED (IND-CAT)
               MOVE WS-AVG-MARGIN TO RPT-CAT-MARGIN
           ELSE
               MOVE "NO MARGIN" TO RPT-CAT-NOTE
           END-IF
           IF TAB-CAT-RESP (IND-CAT) = ZEROS THEN
               MOVE "NOT RATED" TO RPT-CAT-NOTE
           END-IF
           WRITE REPORT-LINE FROM RPT-CAT-DETAIL
           EXIT SECTION.

      ******************************************************************
      *    PER SCHOOL - ITS OWN PUPILS' SCORES AND ITS OWN ORDERS;
      *    A SCHOOL WITH NEITHER IN THE PERIOD IS NOT LISTED
      ******************************************************************
       WRITE-SCHOOL-RANKINGS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RANKING BY SANDWICH WITHIN EACH SCHOOL"
             TO RPT-SECTION-TITLE
           WRITE REPORT-LINE FROM RPT-SECTION-TITLE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS = NOT-FILE THEN
               CLOSE SCHOOLS
               EXIT SECTION
           END-IF
           OPEN INPUT SURVEYS
           OPEN INPUT ORDERS
           OPEN INPUT ORDLINES
           MOVE "S" TO WS-VOLUME-TARGET
           MOVE SPACE TO WS-SCHOOL-LISTED
           PERFORM UNTIL WS-SCHOOL-LISTED = "E"
               READ SCHOOLS NEXT RECORD
                   AT END MOVE "E" TO WS-SCHOOL-LISTED
                   NOT AT END
                       IF SCHOOL-INTERNAL-ID > 0 THEN
                           PERFORM WRITE-ONE-SCHOOL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDLINES
           CLOSE ORDERS
           CLOSE SURVEYS
           CLOSE SCHOOLS
           EXIT SECTION.

       WRITE-ONE-SCHOOL SECTION.
           MOVE SCHOOL-INTERNAL-ID TO WS-CURR-SCHOOL
           PERFORM VARYING IND-SCS FROM 1 BY 1 UNTIL IND-SCS > 999
               INITIALIZE TAB-SCS (IND-SCS)
           END-PERFORM
           PERFORM SUM-SCHOOL-SURVEYS
           PERFORM SUM-SCHOOL-ORDERS

           MOVE ZEROS TO MAX-RNK
           PERFORM VARYING IND-SCS FROM 1 BY 1 UNTIL IND-SCS > 999
               IF TAB-SCS-RESP (IND-SCS) > ZEROS
                  OR TAB-SCS-VOLUME (IND-SCS) > ZEROS THEN
                   ADD 1 TO MAX-RNK
                   SET IND-RNK TO MAX-RNK
                   MOVE ZEROS TO WS-SCORE
                   IF TAB-SCS-RESP (IND-SCS) > ZEROS THEN
                       COMPUTE WS-SCORE ROUNDED =
                           TAB-SCS-SCORE (IND-SCS)
                           / TAB-SCS-RESP (IND-SCS)
                   END-IF
                   MOVE WS-SCORE TO TAB-RNK-SCORE (IND-RNK)
                   MOVE TAB-SCS-VOLUME (IND-SCS)
                     TO TAB-RNK-VOLUME (IND-RNK)
                   SET TAB-RNK-ID (IND-RNK) TO IND-SCS
               END-IF
           END-PERFORM
           IF MAX-RNK = ZEROS THEN
               EXIT SECTION
           END-IF
           PERFORM SORT-RANK-ROWS

           MOVE WS-CURR-SCHOOL TO RPT-SCH-ID
           MOVE SCHOOL-DESIGNATION1 TO RPT-SCH-NAME
           WRITE REPORT-LINE FROM RPT-SCHOOL-HEADER
           PERFORM VARYING IND-RNK FROM 1 BY 1 UNTIL IND-RNK > MAX-RNK
               PERFORM WRITE-SCHOOL-SANDWICH-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           EXIT SECTION.

      *> THE SURVEY KEY LEADS WITH THE SCHOOL, SO ONE SCHOOL'S
      *> RESULTS ARE READ AS A RUN
       SUM-SCHOOL-SURVEYS SECTION.
           IF SURVEY-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-CURR-SCHOOL TO SVY-SCHOOL-ID
           MOVE ZEROS TO SVY-SANDWICH-ID SVY-DATE SVY-SEQ
           START SURVEYS KEY IS NOT LESS THAN SVY-KEY
               INVALID KEY
                   MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SURVEYS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SVY-SCHOOL-ID NOT = WS-CURR-SCHOOL THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF SVY-DATE NOT < WS-FROM-DATE
                              AND SVY-DATE NOT > WS-TO-DATE
                              AND SVY-SANDWICH-ID > 0 THEN
                               SET IND-SCS TO SVY-SANDWICH-ID
                               ADD SVY-RESPONSES
                                 TO TAB-SCS-RESP (IND-SCS)
                               COMPUTE TAB-SCS-SCORE (IND-SCS) =
                                   TAB-SCS-SCORE (IND-SCS)
                                   + SVY-RESPONSES
                                   * (SVY-TASTE + SVY-PORTION
                                   + SVY-PRESENTATION) / 3
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       SUM-SCHOOL-ORDERS SECTION.
           IF ORDERS-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-CURR-SCHOOL TO FD-ORDERS-SDK-SCHOOL
           MOVE WS-FROM-DATE TO FD-ORDERS-SDK-DATE
           START ORDERS KEY IS NOT LESS THAN FD-ORDERS-SCHOOL-DATE-KEY
               INVALID KEY
                   MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ORDERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF FD-ORDERS-SDK-SCHOOL NOT = WS-CURR-SCHOOL
                          OR FD-ORDERS-SDK-DATE > WS-TO-DATE THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF FD-ORDERS-STATUS NOT = 0 THEN
                               PERFORM ADD-ORDER-VOLUME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       WRITE-SCHOOL-SANDWICH-LINE SECTION.
           SET IND-SCS TO TAB-RNK-ID (IND-RNK)
           SET IND-SRK TO TAB-RNK-ID (IND-RNK)
           MOVE TAB-RNK-ID (IND-RNK) TO WS-SANDWICH-ID
           MOVE SPACES TO RPT-DETAIL
           SET RPT-DET-RANK TO IND-RNK
           MOVE WS-SANDWICH-ID TO RPT-DET-SR-ID
           PERFORM GET-SANDWICH-NAME
           MOVE SPACES TO RPT-DET-CATEGORY
           IF TAB-SRK-CATEGORY (IND-SRK) > ZEROS THEN
               MOVE TAB-SRK-CATEGORY (IND-SRK) TO CATEGORY-ID
               PERFORM GET-CATEGORY-NAME
               MOVE CATEGORY-NAME TO RPT-DET-CATEGORY
           END-IF
           MOVE TAB-SCS-RESP (IND-SCS) TO RPT-DET-RESP
           MOVE ZEROS TO RPT-DET-TASTE RPT-DET-PORTION
           MOVE ZEROS TO RPT-DET-PRESENT
           MOVE TAB-RNK-SCORE (IND-RNK) TO RPT-DET-SCORE
           MOVE TAB-SCS-VOLUME (IND-SCS) TO RPT-DET-VOLUME
           MOVE TAB-SRK-MARGIN (IND-SRK) TO RPT-DET-MARGIN
           IF TAB-SCS-RESP (IND-SCS) = ZEROS THEN
               MOVE "NOT RATED" TO RPT-DET-REMARK
           END-IF
           IF TAB-SRK-PRICED (IND-SRK) NOT = "Y"
              AND RPT-DET-REMARK = SPACES THEN
               MOVE "NO MARGIN" TO RPT-DET-REMARK
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      ******************************************************************

       SORT-RANK-ROWS SECTION.
           IF MAX-RNK < 2 THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-RNK-PASS FROM 1 BY 1
                   UNTIL WS-RNK-PASS >= MAX-RNK
               PERFORM VARYING IND-RNK FROM 1 BY 1
                       UNTIL IND-RNK >= MAX-RNK
                   SET IND-RNK2 TO IND-RNK
                   SET IND-RNK2 UP BY 1
                   IF TAB-RNK-KEY (IND-RNK) < TAB-RNK-KEY (IND-RNK2)
                      THEN
                       MOVE TAB-RNK (IND-RNK) TO WS-RNK-SAVE
                       MOVE TAB-RNK (IND-RNK2) TO TAB-RNK (IND-RNK)
                       MOVE WS-RNK-SAVE TO TAB-RNK (IND-RNK2)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT SECTION.

       GET-SANDWICH-NAME SECTION.
           MOVE SPACES TO RPT-DET-NAME
           IF SANDWICH-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE WS-SANDWICH-ID TO SR-IID
           READ SANDWICHES
               INVALID KEY
                   MOVE "NOT ON FILE" TO RPT-DET-NAME
               NOT INVALID KEY
                   MOVE SR-S-DESCRIPTION TO RPT-DET-NAME
           END-READ
           EXIT SECTION.

      *> CATEGORY-ID IS SET BY THE CALLER
       GET-CATEGORY-NAME SECTION.
           IF CATEGORY-FS = NOT-FILE THEN
               MOVE SPACES TO CATEGORY-NAME
               EXIT SECTION
           END-IF
           READ CATEGORIES
               INVALID KEY
                   MOVE "NOT ON FILE" TO CATEGORY-NAME
           END-READ
           EXIT SECTION.

       END PROGRAM MENURANK.
