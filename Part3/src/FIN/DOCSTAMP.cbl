      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    CERTIFIED DOCUMENT STAMPING - CALLED BY EVERY PROGRAM THAT
      *    ISSUES AN INVOICE, CREDIT NOTE OR TRANSPORT DOCUMENT, RIGHT
      *    AFTER IT WRITES THE DOCUMENT. GIVES THE DOCUMENT ITS NUMBER
      *    IN THE SERIES OF ITS TYPE AND YEAR, ITS ATCUD AND ITS HASH
      *    CHAINED TO THE PREVIOUS DOCUMENT | V0.1 | 15.10.2026
      ******************************************************************
      *    A DOCUMENT IS STAMPED ONCE: A SECOND CALL FOR THE SAME
      *    DOCUMENT RETURNS THE ORIGINAL STAMP AND CHANGES NOTHING
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCSTAMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DOCSERIES ASSIGN TO "FXDOCSERIES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSR-KEY
           FILE STATUS IS DOCSERIES-FS.

           SELECT DOCSTAMPS ASSIGN TO "FXDOCSTAMPS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DST-KEY
           ALTERNATE RECORD KEY IS DST-CHAIN-KEY
           FILE STATUS IS DOCSTAMP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCSERIES.
       COPY FD-DOCSERIES.

       FD  DOCSTAMPS.
       COPY FD-DOCSTAMP.

       WORKING-STORAGE SECTION.
       77  DOCSERIES-FS                         PIC 9(002).
       77  DOCSTAMP-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> SERIES CODE PREFIX - THE YEAR IS APPENDED (BW2026)
       78  SERIES-PREFIX                        VALUE "BW".

       77  WS-NEXT-NUMBER                       PIC 9(006).
       77  WS-NUMBER-EDIT                       PIC Z(005)9.
       77  WS-PREV-HASH                         PIC X(040).
       77  WS-NEW-HASH                          PIC X(040).
       77  WS-STAMP-DATE                        PIC 9(008).
       77  WS-STAMP-TIME                        PIC 9(008).
       77  WS-DOC-NO                            PIC X(020).

       LINKAGE SECTION.
      *> "FT" INVOICE / "NC" CREDIT NOTE / "ND" DEBIT NOTE /
      *> "GT" TRANSPORT DOCUMENT
       01  LK-DOC-TYPE                          PIC X(002).
       01  LK-DOC-ID                            PIC 9(006).
       01  LK-DOC-DATE                          PIC 9(008).
       01  LK-CUSTOMER-ID                       PIC 9(003).
       01  LK-GROSS                             PIC 9(007)V99.
       01  LK-DOC-NO                            PIC X(020).
       01  LK-ATCUD                             PIC X(020).
      *> "Y" = STAMPED NOW, "D" = ALREADY STAMPED BEFORE
       01  LK-STAMP-RESULT                      PIC X(001).

      ******************************************************************

       PROCEDURE DIVISION USING LK-DOC-TYPE LK-DOC-ID LK-DOC-DATE
           LK-CUSTOMER-ID LK-GROSS LK-DOC-NO LK-ATCUD
           LK-STAMP-RESULT.
       MAIN SECTION.
           MOVE "Y" TO LK-STAMP-RESULT
           PERFORM OPEN-REGISTER-FILES

           MOVE LK-DOC-TYPE TO DST-DOC-TYPE
           MOVE LK-DOC-ID TO DST-DOC-ID
           READ DOCSTAMPS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DST-DOC-NO TO LK-DOC-NO
                   MOVE DST-ATCUD TO LK-ATCUD
                   MOVE "D" TO LK-STAMP-RESULT
                   CLOSE DOCSTAMPS
                   CLOSE DOCSERIES
                   EXIT PROGRAM
           END-READ

           PERFORM GET-SERIES
           ADD 1 TO DSR-LAST-NUMBER
           MOVE DSR-LAST-NUMBER TO WS-NEXT-NUMBER
           MOVE DSR-LAST-HASH TO WS-PREV-HASH

           MOVE SPACES TO WS-DOC-NO
           STRING LK-DOC-TYPE " " TRIM (DSR-SERIES) "/"
                  WS-NEXT-NUMBER
               DELIMITED BY SIZE INTO WS-DOC-NO
           MOVE WS-NEXT-NUMBER TO WS-NUMBER-EDIT
           MOVE SPACES TO LK-ATCUD
           IF DSR-VALIDATION-CODE = SPACES THEN
               MOVE "0" TO LK-ATCUD
           ELSE
               STRING TRIM (DSR-VALIDATION-CODE) "-"
                      TRIM (WS-NUMBER-EDIT)
                   DELIMITED BY SIZE INTO LK-ATCUD
           END-IF

           CALL "BUSDATE" USING WS-STAMP-DATE
           ACCEPT WS-STAMP-TIME FROM TIME
           CALL "DOCHASH" USING LK-DOC-DATE WS-STAMP-DATE
               WS-STAMP-TIME WS-DOC-NO LK-GROSS WS-PREV-HASH
               WS-NEW-HASH

           MOVE LK-DOC-TYPE TO DST-DOC-TYPE
           MOVE LK-DOC-ID TO DST-DOC-ID
           MOVE LK-DOC-TYPE TO DST-CHAIN-TYPE
           MOVE DSR-SERIES TO DST-SERIES
           MOVE WS-NEXT-NUMBER TO DST-SEQ-NO
           MOVE WS-DOC-NO TO DST-DOC-NO
           MOVE LK-ATCUD TO DST-ATCUD
           MOVE LK-DOC-DATE TO DST-DOC-DATE
           MOVE LK-CUSTOMER-ID TO DST-CUSTOMER-ID
           MOVE LK-GROSS TO DST-GROSS
           MOVE WS-STAMP-DATE TO DST-STAMP-DATE
           MOVE WS-STAMP-TIME TO DST-STAMP-TIME
           MOVE WS-NEW-HASH TO DST-HASH
           WRITE FD-DOCSTAMP
           END-WRITE

           MOVE WS-NEW-HASH TO DSR-LAST-HASH
           MOVE LK-DOC-DATE TO DSR-LAST-DATE
           REWRITE FD-DOCSERIES
           END-REWRITE
           CLOSE DOCSTAMPS
           CLOSE DOCSERIES
           MOVE WS-DOC-NO TO LK-DOC-NO
           EXIT PROGRAM.

       OPEN-REGISTER-FILES SECTION.
           OPEN I-O DOCSERIES
           IF DOCSERIES-FS = NOT-FILE THEN
               CLOSE DOCSERIES
               OPEN OUTPUT DOCSERIES
               CLOSE DOCSERIES
               OPEN I-O DOCSERIES
           END-IF
           OPEN I-O DOCSTAMPS
           IF DOCSTAMP-FS = NOT-FILE THEN
               CLOSE DOCSTAMPS
               OPEN OUTPUT DOCSTAMPS
               CLOSE DOCSTAMPS
               OPEN I-O DOCSTAMPS
           END-IF
           EXIT SECTION.

      *> THE FIRST DOCUMENT OF A TYPE IN A NEW YEAR OPENS ITS SERIES;
      *> THE VALIDATION CODE IS KEYED IN DOCSERIES ONCE THE SERIES
      *> HAS BEEN COMMUNICATED
       GET-SERIES SECTION.
           MOVE LK-DOC-TYPE TO DSR-DOC-TYPE
           MOVE LK-DOC-DATE (1:4) TO DSR-YEAR
           READ DOCSERIES
               INVALID KEY
                   MOVE SPACES TO DSR-SERIES
                   STRING SERIES-PREFIX LK-DOC-DATE (1:4)
                       DELIMITED BY SIZE INTO DSR-SERIES
                   MOVE SPACES TO DSR-VALIDATION-CODE
                   MOVE ZEROS TO DSR-LAST-NUMBER
                   MOVE SPACES TO DSR-LAST-HASH
                   MOVE ZEROS TO DSR-LAST-DATE
                   CALL "BUSDATE" USING DSR-OPENED-DATE
                   WRITE FD-DOCSERIES
                   END-WRITE
           END-READ
           EXIT SECTION.

       END PROGRAM DOCSTAMP.
