      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH REGISTRATION
      ******************************************************************
      *    MAY THIS SCHOOL ORDER THIS SANDWICH FOR THIS DELIVERY DATE
      *    - ANSWERS FROM THE LIFECYCLE STATUS ON FX-SR AND THE PILOT
      *    SCHOOLS ON FXSRPILOT. SHARED BY ORDER ENTRY, STANDING
      *    ORDERS AND MENU CYCLES | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRLIFECHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT SRPILOTS ASSIGN TO "FXSRPILOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPL-KEY
           FILE STATUS IS SRPILOT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SRPILOTS.
       COPY FD-SRPILOT.

       WORKING-STORAGE SECTION.
       77  SANDWICH-FS                          PIC 9(002).
       77  SRPILOT-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       LINKAGE SECTION.
       01  LK-SANDWICH-ID                       PIC 9(003).
       01  LK-SCHOOL-ID                         PIC 9(003).
       01  LK-DATE                              PIC 9(008).
      *> Y = MAY ORDER, D = IN DEVELOPMENT, T = TRIAL AND NOT A
      *> PILOT SCHOOL, O = PAST THE PHASE-OUT DATE, R = RETIRED.
      *> A SANDWICH NOT ON FILE ANSWERS Y - EXISTENCE IS THE
      *> CALLER'S OWN CHECK
       01  LK-RESULT                            PIC X(001).

      ******************************************************************

       PROCEDURE DIVISION USING LK-SANDWICH-ID LK-SCHOOL-ID LK-DATE
                                LK-RESULT.
       MAIN SECTION.
           MOVE "Y" TO LK-RESULT
           OPEN INPUT SANDWICHES
           IF SANDWICH-FS = NOT-FILE THEN
               CLOSE SANDWICHES
               EXIT PROGRAM
           END-IF
           MOVE LK-SANDWICH-ID TO SR-IID
           READ SANDWICHES
               INVALID KEY
                   CLOSE SANDWICHES
                   EXIT PROGRAM
           END-READ
           CLOSE SANDWICHES

           EVALUATE TRUE
               WHEN SR-LIFE-DEVELOPMENT
                   MOVE "D" TO LK-RESULT
               WHEN SR-LIFE-TRIAL
               WHEN SR-LIFE-APPROVED
                   PERFORM CHECK-PILOT-SCHOOL
               WHEN SR-LIFE-PHASING-OUT
                   IF SR-PHASEOUT-DATE NOT = ZEROS
                      AND LK-DATE > SR-PHASEOUT-DATE THEN
                       MOVE "O" TO LK-RESULT
                   END-IF
               WHEN SR-LIFE-RETIRED
                   MOVE "R" TO LK-RESULT
           END-EVALUATE
           EXIT PROGRAM.

      *> BEFORE THE GENERAL LAUNCH ONLY THE PILOT SCHOOLS MAY ORDER
       CHECK-PILOT-SCHOOL SECTION.
           MOVE "T" TO LK-RESULT
           OPEN INPUT SRPILOTS
           IF SRPILOT-FS = NOT-FILE THEN
               CLOSE SRPILOTS
               EXIT SECTION
           END-IF
           MOVE LK-SANDWICH-ID TO SPL-SANDWICH-ID
           MOVE LK-SCHOOL-ID TO SPL-SCHOOL-ID
           READ SRPILOTS
               NOT INVALID KEY
                   MOVE "Y" TO LK-RESULT
           END-READ
           CLOSE SRPILOTS
           EXIT SECTION.

       END PROGRAM SRLIFECHK.
