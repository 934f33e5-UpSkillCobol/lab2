      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SHARED CERTIFICATE LOOKUP - THE FOOD-SAFETY CERTIFICATE
      *    THAT COVERS A SUPPLIER ON A GIVEN DATE. WHERE SEVERAL DO,
      *    THE ONE RUNNING LONGEST WINS. SPACES BACK MEANS THE SUPPLIER
      *    HELD NO VALID CERTIFICATE THAT DAY | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPCERTS ASSIGN TO "FXSUPCERT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCT-KEY
           FILE STATUS IS SUPCERT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPCERTS.
       COPY FD-SUPCERT.

       WORKING-STORAGE SECTION.
       77  SUPCERT-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       77  FLAG-TRUE                            PIC X(001).
       77  WS-BEST-TO                           PIC 9(008).

       LINKAGE SECTION.
       01  LK-SUPPLIER-ID                       PIC 9(003).
       01  LK-AS-AT-DATE                        PIC 9(008).
      *> BACK TO THE CALLER
       01  LK-CERT-NO                           PIC X(020).
       01  LK-CERT-TYPE                         PIC X(001).

      ******************************************************************

       PROCEDURE DIVISION USING LK-SUPPLIER-ID LK-AS-AT-DATE
           LK-CERT-NO LK-CERT-TYPE.
       MAIN SECTION.
           MOVE SPACES TO LK-CERT-NO, LK-CERT-TYPE
           MOVE ZEROS TO WS-BEST-TO
           OPEN INPUT SUPCERTS
           IF SUPCERT-FS = NOT-FILE THEN
               CLOSE SUPCERTS
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE LK-SUPPLIER-ID TO SCT-SUPPLIER-ID
           MOVE LOW-VALUES TO SCT-CERT-NO
           START SUPCERTS KEY IS NOT LESS THAN SCT-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SUPCERTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF SCT-SUPPLIER-ID NOT = LK-SUPPLIER-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM JUDGE-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPCERTS
           EXIT PROGRAM.

       JUDGE-ONE-CERTIFICATE SECTION.
           IF SCT-VALID-FROM > LK-AS-AT-DATE
              OR SCT-VALID-TO < LK-AS-AT-DATE THEN
               EXIT SECTION
           END-IF
           IF SCT-VALID-TO > WS-BEST-TO THEN
               MOVE SCT-VALID-TO TO WS-BEST-TO
               MOVE SCT-CERT-NO TO LK-CERT-NO
               MOVE SCT-TYPE TO LK-CERT-TYPE
           END-IF
           EXIT SECTION.

       END PROGRAM CERTCHK.
