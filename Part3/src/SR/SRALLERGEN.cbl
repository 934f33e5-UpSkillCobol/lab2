      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICHES AND RECIPES
      ******************************************************************
      *    SANDWICH ALLERGEN ROLL-UP - ONE Y/N FLAG PER STATUTORY
      *    ALLERGEN CODE 1-14 FOR A SANDWICH, TAKEN FROM THE FXINGALRG
      *    DECLARATION OF EVERY RECIPE INGREDIENT AND OF EVERYTHING
      *    INSIDE A PREPARED COMPONENT (SREXPLODE). OPTIONALLY SAYS
      *    WHETHER THE RECIPE DRAWS ONE OF UP TO FIVE NAMED
      *    INGREDIENTS | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRALLERGEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SR-ING ASSIGN TO "FX-SR-ING"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-SAND-ING-ID
           FILE STATUS IS SR-ING-FS.

           SELECT INGALRG ASSIGN TO "FXINGALRG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IAL-INGRED-ID
           FILE STATUS IS INGALRG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SR-ING.
       COPY FD-SR-ING.

       FD  INGALRG.
       COPY FD-INGALRG.

       WORKING-STORAGE SECTION.
       77  SR-ING-FS                            PIC 9(002).
       77  INGALRG-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  WS-ING-DONE                          PIC X(001).
       77  WS-ALRG-OPEN                         PIC X(001).
       77  WS-CHECK-INGRED                      PIC 9(003).
       77  WS-FLAG-IX                           PIC 9(002).
       77  WS-BAN-IX                            PIC 9(001).

       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.

       LINKAGE SECTION.
       01  LK-SANDWICH-ID                       PIC 9(003).
      *> RECIPE OF PREPARED COMPONENTS IN FORCE ON THIS DATE, ZERO
      *> MEANS TODAY
       01  LK-AS-AT-DATE                        PIC 9(008).
       01  LK-ALRG-FLAGS                        PIC X(014).
      *> INGREDIENTS TO LOOK FOR, ZERO = UNUSED; LK-BAN-HIT COMES
      *> BACK "Y" WHEN THE RECIPE DRAWS ANY OF THEM
       01  LK-BAN-INGREDS.
           05 LK-BAN-INGRED OCCURS 5            PIC 9(003).
       01  LK-BAN-HIT                           PIC X(001).

      ******************************************************************

       PROCEDURE DIVISION USING LK-SANDWICH-ID LK-AS-AT-DATE
           LK-ALRG-FLAGS LK-BAN-INGREDS LK-BAN-HIT.
       MAIN SECTION.
           MOVE ALL "N" TO LK-ALRG-FLAGS
           MOVE "N" TO LK-BAN-HIT
           OPEN INPUT SR-ING
           IF SR-ING-FS = NOT-FILE THEN
               CLOSE SR-ING
               EXIT PROGRAM
           END-IF
           MOVE "Y" TO WS-ALRG-OPEN
           OPEN INPUT INGALRG
           IF INGALRG-FS = NOT-FILE THEN
               MOVE "N" TO WS-ALRG-OPEN
           END-IF
           MOVE SPACES TO WS-ING-DONE
           MOVE LK-SANDWICH-ID TO SR-SANDWICH-ID
           MOVE ZEROS TO SR-INGREDIENT-ID
           START SR-ING KEY IS NOT LESS THAN SR-SAND-ING-ID
               INVALID KEY MOVE "E" TO WS-ING-DONE
           END-START
           PERFORM UNTIL WS-ING-DONE = "E"
               READ SR-ING NEXT RECORD
                   AT END MOVE "E" TO WS-ING-DONE
                   NOT AT END
                       IF SR-SANDWICH-ID NOT = LK-SANDWICH-ID THEN
                           MOVE "E" TO WS-ING-DONE
                       ELSE
                           PERFORM MERGE-RECIPE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INGALRG
           CLOSE SR-ING
           EXIT PROGRAM.

       MERGE-RECIPE-LINE SECTION.
           MOVE SR-INGREDIENT-ID TO WS-CHECK-INGRED
           PERFORM CHECK-ONE-INGREDIENT
           MOVE 1 TO WS-EXP-LINE-QTY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID LK-AS-AT-DATE
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               IF WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                  NOT = SR-INGREDIENT-ID THEN
                   MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                     TO WS-CHECK-INGRED
                   PERFORM CHECK-ONE-INGREDIENT
               END-IF
           END-PERFORM
           EXIT SECTION.

       CHECK-ONE-INGREDIENT SECTION.
           PERFORM VARYING WS-BAN-IX FROM 1 BY 1
                   UNTIL WS-BAN-IX > 5
               IF LK-BAN-INGRED (WS-BAN-IX) NOT = ZEROS
                  AND LK-BAN-INGRED (WS-BAN-IX) = WS-CHECK-INGRED
                   MOVE "Y" TO LK-BAN-HIT
               END-IF
           END-PERFORM
           IF WS-ALRG-OPEN NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE WS-CHECK-INGRED TO IAL-INGRED-ID
           READ INGALRG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                           UNTIL WS-FLAG-IX > 14
                       IF IAL-FLAG (WS-FLAG-IX) = "Y" THEN
                           MOVE "Y"
                             TO LK-ALRG-FLAGS (WS-FLAG-IX:1)
                       END-IF
                   END-PERFORM
           END-READ
           EXIT SECTION.

       END PROGRAM SRALLERGEN.
