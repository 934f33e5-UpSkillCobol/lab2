      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    SANDWICH SATISFACTION RATING - THE AVERAGE OF TASTE,
      *    PORTION AND PRESENTATION OVER EVERY SURVEY RESULT ON FILE,
      *    WEIGHTED BY THE PUPILS EACH RESULT STANDS FOR, FOR ONE
      *    SCHOOL OR (SCHOOL ZERO) ALL SCHOOLS | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVYRATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SURVEYS ASSIGN TO "FXSURVEY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SVY-KEY
           FILE STATUS IS SURVEY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SURVEYS.
       COPY FD-SURVEY.

       WORKING-STORAGE SECTION.
       77  SURVEY-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  WS-SVY-DONE                          PIC X(001).
       77  WS-SCORE-SUM                         PIC 9(009)V99.

       LINKAGE SECTION.
      *> ZERO RATES THE SANDWICH ACROSS EVERY SCHOOL
       01  LK-SCHOOL-ID                         PIC 9(003).
       01  LK-SANDWICH-ID                       PIC 9(003).
      *> 1.00 TO 5.00; ZERO WHEN NOTHING HAS BEEN SURVEYED
       01  LK-RATING                            PIC 9(001)V99.
       01  LK-RESPONSES                         PIC 9(006).

      ******************************************************************

       PROCEDURE DIVISION USING LK-SCHOOL-ID LK-SANDWICH-ID
           LK-RATING LK-RESPONSES.
       MAIN SECTION.
           MOVE ZEROS TO LK-RATING LK-RESPONSES WS-SCORE-SUM
           OPEN INPUT SURVEYS
           IF SURVEY-FS = NOT-FILE THEN
               CLOSE SURVEYS
               EXIT PROGRAM
           END-IF
           MOVE SPACE TO WS-SVY-DONE
           IF LK-SCHOOL-ID > ZEROS THEN
               MOVE LK-SCHOOL-ID TO SVY-SCHOOL-ID
               MOVE LK-SANDWICH-ID TO SVY-SANDWICH-ID
               MOVE ZEROS TO SVY-DATE SVY-SEQ
               START SURVEYS KEY IS NOT LESS THAN SVY-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SVY-DONE
               END-START
           END-IF
           PERFORM UNTIL WS-SVY-DONE = "Y"
               READ SURVEYS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SVY-DONE
                   NOT AT END
                       PERFORM ADD-ONE-RESULT
               END-READ
           END-PERFORM
           CLOSE SURVEYS
           IF LK-RESPONSES > ZEROS THEN
               COMPUTE LK-RATING ROUNDED =
                   WS-SCORE-SUM / LK-RESPONSES
           END-IF
           EXIT PROGRAM.

      *> FOR ONE SCHOOL THE READ STOPS AT THE FIRST KEY PAST THE
      *> SCHOOL AND SANDWICH; FOR ALL SCHOOLS THE WHOLE FILE IS READ
       ADD-ONE-RESULT SECTION.
           IF LK-SCHOOL-ID > ZEROS THEN
               IF SVY-SCHOOL-ID NOT = LK-SCHOOL-ID
                  OR SVY-SANDWICH-ID NOT = LK-SANDWICH-ID THEN
                   MOVE "Y" TO WS-SVY-DONE
                   EXIT SECTION
               END-IF
           ELSE
               IF SVY-SANDWICH-ID NOT = LK-SANDWICH-ID THEN
                   EXIT SECTION
               END-IF
           END-IF
           COMPUTE WS-SCORE-SUM = WS-SCORE-SUM
               + SVY-RESPONSES
               * (SVY-TASTE + SVY-PORTION + SVY-PRESENTATION) / 3
           ADD SVY-RESPONSES TO LK-RESPONSES
           EXIT SECTION.

       END PROGRAM SVYRATE.
