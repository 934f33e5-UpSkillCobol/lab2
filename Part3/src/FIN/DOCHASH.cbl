      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    DOCUMENT SIGNATURE HASH - BUILDS THE CERTIFICATION MESSAGE
      *    (DOCUMENT DATE; SYSTEM ENTRY DATE AND TIME; DOCUMENT
      *    NUMBER; GROSS TOTAL; PREVIOUS HASH) AND FOLDS IT INTO A
      *    40-DIGIT HASH. CALLED BY DOCSTAMP WHEN A DOCUMENT IS
      *    ISSUED AND BY DOCSERIES WHEN THE CHAIN IS CHECKED, SO BOTH
      *    SIDES ALWAYS AGREE ON THE MESSAGE | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCHASH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-GROSS-EDIT                        PIC Z(006)9.99.
       77  WS-MESSAGE                           PIC X(160).
       77  WS-POS                               PIC 9(003).
       77  WS-CHAR-CODE                         PIC 9(003).

      *> FOUR INDEPENDENT ACCUMULATORS, EACH KEPT BELOW ITS OWN PRIME
       78  HASH-PRIME-1                         VALUE 9999999967.
       78  HASH-PRIME-2                         VALUE 9999999943.
       78  HASH-PRIME-3                         VALUE 9999999929.
       01  WS-HASH-PARTS.
           05 WS-ACC-1                          PIC 9(010).
           05 WS-ACC-2                          PIC 9(010).
           05 WS-ACC-3                          PIC 9(010).
           05 WS-ACC-4                          PIC 9(010).
       77  WS-WORK                              PIC 9(018).

       LINKAGE SECTION.
       01  LK-DOC-DATE                          PIC 9(008).
       01  LK-STAMP-DATE                        PIC 9(008).
       01  LK-STAMP-TIME                        PIC 9(008).
       01  LK-DOC-NO                            PIC X(020).
       01  LK-GROSS                             PIC 9(007)V99.
       01  LK-PREV-HASH                         PIC X(040).
       01  LK-HASH                              PIC X(040).

      ******************************************************************

       PROCEDURE DIVISION USING LK-DOC-DATE LK-STAMP-DATE
           LK-STAMP-TIME LK-DOC-NO LK-GROSS LK-PREV-HASH LK-HASH.
       MAIN SECTION.
           MOVE LK-GROSS TO WS-GROSS-EDIT
           MOVE SPACES TO WS-MESSAGE
           STRING LK-DOC-DATE (1:4) "-" LK-DOC-DATE (5:2) "-"
                  LK-DOC-DATE (7:2) ";"
                  LK-STAMP-DATE (1:4) "-" LK-STAMP-DATE (5:2) "-"
                  LK-STAMP-DATE (7:2) "T"
                  LK-STAMP-TIME (1:2) ":" LK-STAMP-TIME (3:2) ":"
                  LK-STAMP-TIME (5:2) ";"
                  TRIM (LK-DOC-NO) ";"
                  TRIM (WS-GROSS-EDIT) ";"
                  LK-PREV-HASH
               DELIMITED BY SIZE INTO WS-MESSAGE

           MOVE 1 TO WS-ACC-1
           MOVE 7 TO WS-ACC-2
           MOVE 13 TO WS-ACC-3
           MOVE ZEROS TO WS-ACC-4
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 160
               COMPUTE WS-CHAR-CODE = ORD (WS-MESSAGE (WS-POS:1))
               COMPUTE WS-WORK = WS-ACC-1 * 31 + WS-CHAR-CODE + WS-POS
               COMPUTE WS-ACC-1 = MOD (WS-WORK, HASH-PRIME-1)
               COMPUTE WS-WORK = WS-ACC-2 * 37 + WS-CHAR-CODE
               COMPUTE WS-ACC-2 = MOD (WS-WORK, HASH-PRIME-2)
               COMPUTE WS-WORK =
                   WS-ACC-3 * 41 + WS-CHAR-CODE * WS-POS
               COMPUTE WS-ACC-3 = MOD (WS-WORK, HASH-PRIME-3)
               COMPUTE WS-WORK =
                   WS-ACC-4 + WS-ACC-1 + WS-CHAR-CODE * 7
               COMPUTE WS-ACC-4 = MOD (WS-WORK, HASH-PRIME-1)
           END-PERFORM
           MOVE WS-HASH-PARTS TO LK-HASH
           EXIT PROGRAM.

       END PROGRAM DOCHASH.
