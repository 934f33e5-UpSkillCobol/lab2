      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    ORDER PLAUSIBILITY AGAINST THE SCHOOL'S PUPILS - THE DAY'S
      *    HEADCOUNT IS THE ATTENDANCE FEED FIGURE WHEN ONE WAS LOADED
      *    FOR THAT DATE, OTHERWISE THE SCHOOL YEAR'S ENROLMENT. A
      *    DAY'S QUANTITY ABOVE THE HEADCOUNT PLUS THE SCHOOL'S MARGIN
      *    IS A WARNING OR A BLOCK AS SET ON THE ENROLMENT RECORD.
      *    SHARED BY ORDER ENTRY, THE ORDER IMPORT AND STANDING
      *    ORDERS | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHHEADS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENROLS ASSIGN TO "FXENROL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENR-KEY
           FILE STATUS IS ENROL-FS.

           SELECT ATTENDS ASSIGN TO "FXATTEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATT-KEY
           FILE STATUS IS ATTEND-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLS.
       COPY FD-ENROL.

       FD  ATTENDS.
       COPY FD-ATTEND.

       WORKING-STORAGE SECTION.
       77  ENROL-FS                             PIC 9(002).
       77  ATTEND-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> MARGIN WHEN THE ENROLMENT RECORD CARRIES NONE
       78  DEFAULT-MARGIN-PCT                   VALUE 10.
       78  SCHOOL-YEAR-START-MONTH              VALUE 9.

       01  WS-CHECK-DATE.
           05 WS-CHECK-YEAR                     PIC 9(004).
           05 WS-CHECK-MONTH                    PIC 9(002).
           05 WS-CHECK-DAY                      PIC 9(002).
       77  WS-MARGIN-PCT                        PIC 9(003).
       77  WS-ACTION                            PIC X(001).

       LINKAGE SECTION.
       01  LK-SCHOOL-ID                         PIC 9(003).
       01  LK-DATE                              PIC 9(008).
      *> EVERYTHING THE SCHOOL HAS ORDERED FOR THE DAY, THIS ORDER
      *> INCLUDED
       01  LK-DAY-QTY                           PIC 9(006).
       01  LK-HEADCOUNT                         PIC 9(005).
       01  LK-LIMIT                             PIC 9(006).
      *> SPACE = WITHIN THE LIMIT OR NO ENROLMENT ON FILE,
      *> "W" = ABOVE IT AND WARN, "B" = ABOVE IT AND BLOCK
       01  LK-RESULT                            PIC X(001).

      ******************************************************************

       PROCEDURE DIVISION USING LK-SCHOOL-ID LK-DATE LK-DAY-QTY
           LK-HEADCOUNT LK-LIMIT LK-RESULT.
       MAIN SECTION.
           MOVE SPACE TO LK-RESULT
           MOVE ZEROS TO LK-HEADCOUNT LK-LIMIT
           MOVE LK-DATE TO WS-CHECK-DATE

           OPEN INPUT ENROLS
           IF ENROL-FS = NOT-FILE THEN
               CLOSE ENROLS
               EXIT PROGRAM
           END-IF
           MOVE LK-SCHOOL-ID TO ENR-SCHOOL-ID
           IF WS-CHECK-MONTH < SCHOOL-YEAR-START-MONTH THEN
               COMPUTE ENR-YEAR-START = WS-CHECK-YEAR - 1
           ELSE
               MOVE WS-CHECK-YEAR TO ENR-YEAR-START
           END-IF
           READ ENROLS
               INVALID KEY
                   CLOSE ENROLS
                   EXIT PROGRAM
           END-READ
           CLOSE ENROLS
           IF ENR-PUPILS = ZEROS THEN
               EXIT PROGRAM
           END-IF
           MOVE ENR-PUPILS TO LK-HEADCOUNT
           MOVE ENR-MARGIN-PCT TO WS-MARGIN-PCT
           IF WS-MARGIN-PCT = ZEROS THEN
               MOVE DEFAULT-MARGIN-PCT TO WS-MARGIN-PCT
           END-IF
           MOVE "W" TO WS-ACTION
           IF ENR-OVER-BLOCK THEN
               MOVE "B" TO WS-ACTION
           END-IF

      *> A FEED ROW FOR THE DAY NARROWS THE HEADCOUNT TO THE PUPILS
      *> ACTUALLY EXPECTED IN
           OPEN INPUT ATTENDS
           IF ATTEND-FS NOT = NOT-FILE THEN
               MOVE LK-SCHOOL-ID TO ATT-SCHOOL-ID
               MOVE LK-DATE TO ATT-DATE
               READ ATTENDS
                   NOT INVALID KEY
                       PERFORM APPLY-ATTENDANCE
               END-READ
           END-IF
           CLOSE ATTENDS

           COMPUTE LK-LIMIT =
               LK-HEADCOUNT * (100 + WS-MARGIN-PCT) / 100
           IF LK-DAY-QTY > LK-LIMIT THEN
               MOVE WS-ACTION TO LK-RESULT
           END-IF
           EXIT PROGRAM.

       APPLY-ATTENDANCE SECTION.
           IF ATT-PRESENT > ZEROS THEN
               MOVE ATT-PRESENT TO LK-HEADCOUNT
               EXIT SECTION
           END-IF
           IF ATT-ABSENT < LK-HEADCOUNT THEN
               SUBTRACT ATT-ABSENT FROM LK-HEADCOUNT
           ELSE
               MOVE ZEROS TO LK-HEADCOUNT
           END-IF
           EXIT SECTION.

       END PROGRAM SCHHEADS.
