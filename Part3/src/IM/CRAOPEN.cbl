      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    SHARED CORRECTIVE-ACTION WRITER - TEMPLOG, PORECV, CMPLAINT
      *    AND MICRORES DROP EVERY FOOD-SAFETY EXCEPTION HERE AS AN
      *    OPEN ACTION WITH A DUE DATE BY SOURCE. THE SAME EXCEPTION
      *    KEYED TWICE KEEPS ITS ONE OPEN ACTION | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAOPEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CORRACTS ASSIGN TO "FXCORRACT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRA-ID
           FILE STATUS IS CORRACT-FS.

      *> RUNNING COUNTER FOR THE NEXT CRA-ID
           SELECT CRAKEYS ASSIGN TO "CRAKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CRAKEY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRACTS.
       COPY FD-CORRACT.

       FD  CRAKEYS.
       01  FDCRAKEYS                            PIC 9(006).

       WORKING-STORAGE SECTION.
       77  CORRACT-FS                           PIC 9(002).
       77  CRAKEY-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

      *> DAYS ALLOWED TO CLOSE AN ACTION, BY SOURCE
       78  DUE-DAYS-TEMPERATURE                 VALUE 1.
       78  DUE-DAYS-RECEIVING                   VALUE 3.
       78  DUE-DAYS-COMPLAINT                   VALUE 7.

       77  FLAG-TRUE                            PIC X(001).
       77  WS-TODAY-NUM                         PIC 9(008).
       77  WS-DUE-DAYS                          PIC 9(003).

       LINKAGE SECTION.
       01  LK-SOURCE                            PIC X(001).
       01  LK-SITE-ID                           PIC 9(003).
       01  LK-SOURCE-REF                        PIC X(020).
       01  LK-TEXT                              PIC X(040).
      *> THE ACTION OPENED - OR THE ONE ALREADY OPEN FOR IT
       01  LK-CRA-ID                            PIC 9(006).

      ******************************************************************

       PROCEDURE DIVISION USING LK-SOURCE LK-SITE-ID LK-SOURCE-REF
           LK-TEXT LK-CRA-ID.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO LK-CRA-ID
           OPEN I-O CORRACTS
           IF CORRACT-FS = NOT-FILE THEN
               CLOSE CORRACTS
               OPEN OUTPUT CORRACTS
               CLOSE CORRACTS
               OPEN I-O CORRACTS
           END-IF
           PERFORM FIND-OPEN-ACTION
           IF LK-CRA-ID NOT = ZEROS THEN
               CLOSE CORRACTS
               EXIT PROGRAM
           END-IF

           OPEN I-O CRAKEYS
           IF CRAKEY-FS = NOT-FILE THEN
               CLOSE CRAKEYS
               OPEN OUTPUT CRAKEYS
               MOVE ZEROS TO FDCRAKEYS
               WRITE FDCRAKEYS
               CLOSE CRAKEYS
               OPEN I-O CRAKEYS
           END-IF
           READ CRAKEYS
               ADD 1 TO FDCRAKEYS
               MOVE FDCRAKEYS TO LK-CRA-ID
           REWRITE FDCRAKEYS
           CLOSE CRAKEYS

           EVALUATE LK-SOURCE
               WHEN "T" MOVE DUE-DAYS-TEMPERATURE TO WS-DUE-DAYS
               WHEN "R" MOVE DUE-DAYS-RECEIVING TO WS-DUE-DAYS
               WHEN OTHER MOVE DUE-DAYS-COMPLAINT TO WS-DUE-DAYS
           END-EVALUATE
           INITIALIZE FD-CORRACT
           MOVE LK-CRA-ID TO CRA-ID
           MOVE LK-SOURCE TO CRA-SOURCE
           MOVE LK-SOURCE-REF TO CRA-SOURCE-REF
           MOVE LK-SITE-ID TO CRA-SITE-ID
           MOVE LK-TEXT TO CRA-EXCEPTION-TEXT
           MOVE WS-TODAY-NUM TO CRA-RAISED-DATE
           COMPUTE CRA-DUE-DATE = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) + WS-DUE-DAYS)
           MOVE "O" TO CRA-STATUS
           MOVE "N" TO CRA-OVERDUE-SENT
           WRITE FD-CORRACT
           END-WRITE
           CLOSE CORRACTS
           EXIT PROGRAM.

      *> AN UNVERIFIED ACTION FOR THE SAME EXCEPTION ALREADY COVERS IT
       FIND-OPEN-ACTION SECTION.
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CORRACTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF CRA-SOURCE = LK-SOURCE
                          AND CRA-SOURCE-REF = LK-SOURCE-REF
                          AND CRA-SITE-ID = LK-SITE-ID
                          AND NOT CRA-VERIFIED THEN
                           MOVE CRA-ID TO LK-CRA-ID
                           MOVE "E" TO FLAG-TRUE
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       END PROGRAM CRAOPEN.
