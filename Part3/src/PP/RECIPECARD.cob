      *    CONVERTED TO SUPPLIER UNITS; EFFECTIVE-DATED RECIPE
      *    VERSIONS ARE HONOURED AT THE PRODUCTION DATE | V0.1
      *    02.09.2026
      ******************************************************************
      *    CARDS IN LINE RUN ORDER WITH THE CLEAN-DOWN BEFORE
      *    EACH BATCH THAT NEEDS ONE
      ******************************************************************
      *    THE REPORT HEADING ALSO CARRIES THE BUSINESS DATE (BUSDATE)
      *    IT WAS RUN ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

      *> THE DAY'S RUN ORDER AND CLEAN-DOWNS WRITTEN BY PPSCHED
           SELECT PRODSEQS ASSIGN TO "FXPRODSEQ"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSQ-KEY
           FILE STATUS IS PRODSEQ-FS.

           SELECT REPORTFILE ASSIGN TO "RECIPECARDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.
       FD  SITES.
       COPY FD-SITES.

       FD  PRODSEQS.
       COPY FD-PRODSEQ.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       77  INVENTORY-FS                         PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  PRODSEQ-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       01  WS-TODAY-NUM                         PIC 9(008).
       78  DEFAULT-SITE-ID                      VALUE 1.

       77  PRESS-KEY                            PIC X(001).
       01  WS-PLAN-DATE-NUM REDEFINES WS-PLAN-DATE
                                                PIC 9(008).

      *> THE DAY'S TOTALS, ONE ROW PER SITE AND SANDWICH, IN THE
      *> ORDER THE SANDWICH FIRST RUNS ON THE SITE'S LINE
       77  MAX-CARD                             PIC 9(003).
       01  TAB-CARD OCCURS 500
           INDEXED BY IND-CARD IND-CARD2.
           05 TAB-CARD-SITE-ID                  PIC 9(003).
           05 TAB-CARD-SEQ                      PIC 9(003).
           05 TAB-CARD-SANDWICH-ID              PIC 9(003).
           05 TAB-CARD-QTY                      PIC 9(005).
           05 TAB-CARD-CLEAN                    PIC X(001).
           05 TAB-CARD-CLEAN-FLAGS              PIC X(014).
       01  WS-CARD-SAVE.
           05 WS-CARD-SAVE-SITE                 PIC 9(003).
           05 WS-CARD-SAVE-SEQ                  PIC 9(003).
           05 WS-CARD-SAVE-SANDWICH             PIC 9(003).
           05 WS-CARD-SAVE-QTY                  PIC 9(005).
           05 WS-CARD-SAVE-CLEAN                PIC X(001).
           05 WS-CARD-SAVE-CLEAN-FLAGS          PIC X(014).
       77  WS-CARD-PASS                         PIC 9(003).
       77  WS-FOUND-INDEX                       PIC 9(003).

       77  WS-VERS-DONE                         PIC X(001).
       77  WS-SCALED-QTY                        PIC 9(007).

       77  WS-SEQ-FOUND                         PIC X(001).
       77  WS-FLAG-IX                           PIC 9(002).
       01  WS-ALRG-FLAGS                        PIC X(014).
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

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".

           05 FILLER                            PIC X(038)
              VALUE "BREADWICH - BATCH RECIPE CARDS - DAY: ".
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-RUN-DATE                 PIC 9(008).

       01  RPT-SITE-HEAD.
           05 FILLER                            PIC X(006)
              VALUE "  SUPP UNITS:".
           05 RPT-CARD-SUPP                     PIC ZZZZZ9.99.

       01  RPT-CLEAN-LINE.
           05 FILLER                            PIC X(003).
           05 FILLER                            PIC X(037)
              VALUE "*** MANDATORY LINE CLEAN-DOWN ***  ".
           05 FILLER                            PIC X(009)
              VALUE "REMOVES: ".
           05 RPT-CLEAN-ALLERGENS               PIC X(051).

       01  RPT-NO-SEQUENCE.
           05 FILLER                            PIC X(031)
              VALUE "NO ALLERGEN SEQUENCE ON FILE - ".
           05 FILLER                            PIC X(033)
              VALUE "RUN THE PRODUCTION SCHEDULE FIRST".

      ******************************************************************

       SCREEN SECTION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY DATE-SCREEN
           ACCEPT DATE-SCREEN
           MOVE ZEROS TO MAX-CARD

           PERFORM COLLECT-DAY-TOTALS
           PERFORM LOAD-CARD-SEQUENCE
           PERFORM SORT-CARD-TABLE
           PERFORM FILL-CONV-TABLE

           OPEN OUTPUT REPORTFILE
           MOVE WS-PLAN-DATE-NUM TO RPT-HEAD-DATE
           MOVE WS-TODAY-NUM TO RPT-HEAD-RUN-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           IF WS-SEQ-FOUND NOT = "Y" THEN
               WRITE REPORT-LINE FROM RPT-NO-SEQUENCE
           END-IF
           PERFORM PRINT-PER-SITE
           CLOSE REPORTFILE

                   MOVE WS-ROW-SANDWICH
                     TO TAB-CARD-SANDWICH-ID (IND-CARD)
                   MOVE ZEROS TO TAB-CARD-QTY (IND-CARD)
                   MOVE 999 TO TAB-CARD-SEQ (IND-CARD)
                   MOVE "N" TO TAB-CARD-CLEAN (IND-CARD)
                   MOVE ALL "N" TO TAB-CARD-CLEAN-FLAGS (IND-CARD)
                   SET WS-FOUND-INDEX TO IND-CARD
               ELSE
                   EXIT SECTION
           ADD WS-ROW-QTY TO TAB-CARD-QTY (IND-CARD)
           EXIT SECTION.

      ******************************************************************
      *    RUN ORDER FROM THE PRODUCTION SCHEDULE - A CARD TAKES THE
      *    FIRST RUN OF ITS SANDWICH AT THE SITE AND EVERY CLEAN-DOWN
      *    ANY RUN OF IT NEEDS. A SANDWICH WITH NO RUN GOES LAST
      ******************************************************************
       LOAD-CARD-SEQUENCE SECTION.
           MOVE "N" TO WS-SEQ-FOUND
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT PRODSEQS
           IF PRODSEQ-FS = NOT-FILE THEN
               CLOSE PRODSEQS
               EXIT SECTION
           END-IF
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
                           MOVE "Y" TO WS-SEQ-FOUND
                           PERFORM NOTE-CARD-SEQUENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODSEQS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       NOTE-CARD-SEQUENCE SECTION.
           PERFORM VARYING IND-CARD FROM 1 BY 1
                   UNTIL IND-CARD > MAX-CARD
               IF TAB-CARD-SITE-ID (IND-CARD) = PSQ-SITE-ID
                  AND TAB-CARD-SANDWICH-ID (IND-CARD)
                      = PSQ-SANDWICH-ID THEN
                   IF PSQ-SEQ < TAB-CARD-SEQ (IND-CARD) THEN
                       MOVE PSQ-SEQ TO TAB-CARD-SEQ (IND-CARD)
                   END-IF
                   IF PSQ-CLEAN-BEFORE THEN
                       MOVE "Y" TO TAB-CARD-CLEAN (IND-CARD)
                       PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                               UNTIL WS-FLAG-IX > 14
                           IF PSQ-CLEAN-FLAGS (WS-FLAG-IX:1) = "Y"
                               MOVE "Y" TO TAB-CARD-CLEAN-FLAGS
                                   (IND-CARD) (WS-FLAG-IX:1)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

       SORT-CARD-TABLE SECTION.
           IF MAX-CARD < 2 THEN
               EXIT SECTION
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-CARD-HEAD
           IF TAB-CARD-CLEAN (IND-CARD) = "Y" THEN
               MOVE TAB-CARD-CLEAN-FLAGS (IND-CARD) TO WS-ALRG-FLAGS
               PERFORM BUILD-ALLERGEN-TEXT
               MOVE WS-ALRG-TEXT TO RPT-CLEAN-ALLERGENS
               WRITE REPORT-LINE FROM RPT-CLEAN-LINE
           END-IF

           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SR-ING
           WRITE REPORT-LINE FROM RPT-CARD-LINE
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
      *    THE RECIPE QUANTITY IN FORCE ON THE PRODUCTION DATE - A
      *    VERSIONED LINE OVERRIDES THE CURRENT VIEW, SAME RULE AS
