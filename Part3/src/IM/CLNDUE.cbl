      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    CLEANING DUE-DATE RULE - WHETHER A CLEANING TASK FALLS DUE
      *    ON A GIVEN DAY. SHARED BY THE DAILY TASK LIST, THE MISSED
      *    TASK REPORT AND THE PRODUCTION SCHEDULE | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNDUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-DATE-INT                          PIC 9(007).
       77  WS-WEEKDAY                           PIC 9(001).
       77  WS-DAY                               PIC 9(002).
       77  WS-NEXT-DATE                         PIC 9(008).

       LINKAGE SECTION.
       01  LK-DATE                              PIC 9(008).
       COPY FD-CLNTASK.
      *> "Y" WHEN THE TASK IS DUE ON LK-DATE
       01  LK-DUE                               PIC X(001).

      ******************************************************************

       PROCEDURE DIVISION USING LK-DATE FD-CLNTASK LK-DUE.
       MAIN SECTION.
           MOVE "N" TO LK-DUE
           COMPUTE WS-DATE-INT = INTEGER-OF-DATE (LK-DATE)
           EVALUATE TRUE
               WHEN CLT-EVERY-SHIFT
               WHEN CLT-DAILY
                   MOVE "Y" TO LK-DUE
               WHEN CLT-WEEKLY
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD (WS-DATE-INT - 1, 7) + 1
                   IF WS-WEEKDAY = CLT-WEEKDAY THEN
                       MOVE "Y" TO LK-DUE
                   END-IF
               WHEN CLT-MONTHLY
                   MOVE LK-DATE (7:2) TO WS-DAY
                   IF WS-DAY = CLT-MONTH-DAY THEN
                       MOVE "Y" TO LK-DUE
                   END-IF
      *> A DAY THE MONTH DOES NOT HAVE FALLS ON ITS LAST DAY
                   IF WS-DAY < CLT-MONTH-DAY THEN
                       COMPUTE WS-NEXT-DATE =
                           DATE-OF-INTEGER (WS-DATE-INT + 1)
                       IF WS-NEXT-DATE (7:2) = "01" THEN
                           MOVE "Y" TO LK-DUE
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT PROGRAM.

       END PROGRAM CLNDUE.
