      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    BUSINESS DATE - HANDS BACK THE DATE ON THE FXBUSDATE
      *    CONTROL RECORD AS YYYYMMDD, CALLED WHEREVER A PROGRAM
      *    NEEDS "TODAY" SO A MISSED NIGHT CAN BE RERUN FOR ITS OWN
      *    DATE. UNTIL THE CONTROL RECORD EXISTS THE SYSTEM CLOCK
      *    STANDS IN | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUSDATEFILE ASSIGN TO "FXBUSDATE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BUSDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATEFILE.
       COPY FD-BUSDATE.

       WORKING-STORAGE SECTION.
       77  BUSDATE-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       LINKAGE SECTION.
       01  LK-BUSINESS-DATE                     PIC 9(008).

      ******************************************************************

       PROCEDURE DIVISION USING LK-BUSINESS-DATE.
       MAIN SECTION.
           ACCEPT LK-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSDATEFILE
           IF BUSDATE-FS = NOT-FILE THEN
               CLOSE BUSDATEFILE
               EXIT PROGRAM
           END-IF
           READ BUSDATEFILE
               AT END CONTINUE
               NOT AT END
                   IF BSD-BUSINESS-DATE NOT = ZEROS THEN
                       MOVE BSD-BUSINESS-DATE TO LK-BUSINESS-DATE
                   END-IF
           END-READ
           CLOSE BUSDATEFILE
           EXIT PROGRAM.

       END PROGRAM BUSDATE.
