      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH REGISTRATION
      ******************************************************************
      *    TENDER LOT OF A SCHOOL ON A DATE - THE FIRST ACTIVE LOT THE
      *    SCHOOL TAKES PART IN WHOSE TERM COVERS THE DATE. SHARED BY
      *    ORDER ENTRY, BILLING AND TENDER MAINTENANCE
      *    | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TNDLOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TENDERS ASSIGN TO "FXTENDER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TND-LOT-ID
           FILE STATUS IS TENDER-FS.

           SELECT TNDSCHOOLS ASSIGN TO "FXTNDSCHOOL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNS-KEY
           ALTERNATE RECORD KEY IS TNS-SCHOOL-ID
           WITH DUPLICATES
           FILE STATUS IS TNDSCHOOL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TENDERS.
       COPY FD-TENDER.

       FD  TNDSCHOOLS.
       COPY FD-TNDSCHOOL.

       WORKING-STORAGE SECTION.
       77  TENDER-FS                            PIC 9(002).
       77  TNDSCHOOL-FS                         PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       LINKAGE SECTION.
       01  LK-SCHOOL-ID                         PIC 9(003).
       01  LK-DATE                              PIC 9(008).
      *> ZERO WHEN THE SCHOOL IS IN NO LOT FOR THE DATE
       01  LK-LOT-ID                            PIC 9(004).

      ******************************************************************

       PROCEDURE DIVISION USING LK-SCHOOL-ID LK-DATE LK-LOT-ID.
       MAIN SECTION.
           MOVE ZEROS TO LK-LOT-ID
           OPEN INPUT TNDSCHOOLS
           IF TNDSCHOOL-FS = NOT-FILE THEN
               CLOSE TNDSCHOOLS
               EXIT PROGRAM
           END-IF
           OPEN INPUT TENDERS
           IF TENDER-FS = NOT-FILE THEN
               CLOSE TENDERS
               CLOSE TNDSCHOOLS
               EXIT PROGRAM
           END-IF

           MOVE LK-SCHOOL-ID TO TNS-SCHOOL-ID
           START TNDSCHOOLS KEY IS = TNS-SCHOOL-ID
               INVALID KEY
                   SET EOFTNDSCHOOLS TO TRUE
           END-START
           PERFORM UNTIL EOFTNDSCHOOLS OR LK-LOT-ID NOT = ZEROS
               READ TNDSCHOOLS NEXT RECORD
                   AT END
                       SET EOFTNDSCHOOLS TO TRUE
                   NOT AT END
                       IF TNS-SCHOOL-ID NOT = LK-SCHOOL-ID THEN
                           SET EOFTNDSCHOOLS TO TRUE
                       ELSE
                           PERFORM CHECK-LOT-TERM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENDERS
           CLOSE TNDSCHOOLS
           EXIT PROGRAM.

       CHECK-LOT-TERM SECTION.
           MOVE TNS-LOT-ID TO TND-LOT-ID
           READ TENDERS
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF TND-ACTIVE AND LK-DATE >= TND-FROM-DATE
              AND LK-DATE <= TND-TO-DATE THEN
               MOVE TND-LOT-ID TO LK-LOT-ID
           END-IF
           EXIT SECTION.

       END PROGRAM TNDLOT.
