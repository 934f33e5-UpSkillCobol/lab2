      *    OFFICER ASKS FOR, AND PRINTS A PER-ORDER DECLARATION
      *    SHEET FOR A KEYED DELIVERY DAY TO GO WITH THE VAN
      *    PAPERWORK | V0.1 | 02.09.2026
      ******************************************************************
      *    A PREPARED COMPONENT ON A RECIPE ROLLS UP THE FLAGS OF
      *    EVERY INGREDIENT OF ITS OWN RECIPE (SREXPLODE)
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  ORDLINE-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       01  WS-TODAY-NUM                         PIC 9(008).

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
                                                PIC 9(008).
       77  WS-LOOK-ORDER                        PIC 9(005).
       77  WS-LINES-SEEN                        PIC 9(003).
       77  WS-ALRG-INGRED-ID                    PIC 9(003).
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(050)
              VALUE "BREADWICH - STATUTORY ALLERGEN DECLARATIONS".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-SAND-LINE.
           05 FILLER                            PIC X(010)

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
      ******************************************************************
       FULL-MENU-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE SPACES TO FLAG-TRUE
                          WS-DECL-SANDWICH THEN
                           MOVE "E" TO FLAG-INNER
                       ELSE
                           PERFORM MERGE-LINE-FLAGS
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-INNER
           EXIT SECTION.

      *> A PREPARED COMPONENT CARRIES THE ALLERGENS OF EVERYTHING IN
      *> ITS RECIPE AS WELL AS ANY FLAGGED ON THE COMPONENT ITSELF
       MERGE-LINE-FLAGS SECTION.
           MOVE SR-INGREDIENT-ID TO WS-ALRG-INGRED-ID
           PERFORM MERGE-INGRED-FLAGS
           MOVE 1 TO WS-EXP-LINE-QTY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               IF WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                  NOT = SR-INGREDIENT-ID THEN
                   MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                     TO WS-ALRG-INGRED-ID
                   PERFORM MERGE-INGRED-FLAGS
               END-IF
           END-PERFORM
           EXIT SECTION.

       MERGE-INGRED-FLAGS SECTION.
           OPEN INPUT INGALRG
           IF INGALRG-FS = NOT-FILE THEN
               CLOSE INGALRG
               EXIT SECTION
           END-IF
           MOVE WS-ALRG-INGRED-ID TO IAL-INGRED-ID
           READ INGALRG
               INVALID KEY CONTINUE
               NOT INVALID KEY
