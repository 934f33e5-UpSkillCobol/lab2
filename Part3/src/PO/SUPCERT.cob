      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SUPPLIER FOOD-SAFETY CERTIFICATE MAINTENANCE - TYPE,
      *    NUMBER, ISSUER AND VALIDITY PER CERTIFICATE. ROWS ARE NEVER
      *    DELETED SO HACCPRPT CAN STILL SHOW WHICH CERTIFICATE
      *    COVERED AN OLD RECEIPT | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPCERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPCERTS ASSIGN TO "FXSUPCERT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCT-KEY
           FILE STATUS IS SUPCERT-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-ID
           ALTERNATE KEY IS SUPPLIER-TOWN WITH DUPLICATES
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS SUPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPCERTS.
       COPY FD-SUPCERT.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SUPCERT-FS                           PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-ASK-SUPPLIER                      PIC 9(003).
       77  WS-ASK-CERT-NO                       PIC X(020).
       77  WS-ASK-TYPE                          PIC X(001).
           88 ASK-TYPE-VALID                    VALUE "H" "I" "B"
                                                      "F" "O".
       77  WS-ASK-ISSUER                        PIC X(030).
       01  WS-ASK-FROM.
           05 WS-ASK-FROM-YEAR                  PIC 9(004).
           05 WS-ASK-FROM-MONTH                 PIC 9(002).
           05 WS-ASK-FROM-DAY                   PIC 9(002).
       01  WS-ASK-FROM-NUM REDEFINES WS-ASK-FROM
                                                PIC 9(008).
       01  WS-ASK-TO.
           05 WS-ASK-TO-YEAR                    PIC 9(004).
           05 WS-ASK-TO-MONTH                   PIC 9(002).
           05 WS-ASK-TO-DAY                     PIC 9(002).
       01  WS-ASK-TO-NUM REDEFINES WS-ASK-TO    PIC 9(008).
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  SUPCERT-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | SUPPLIER FOOD-SAFETY CERTIFICATES"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SUPPLIER ID...............:" LINE 05 COL 10.
           05 SS-SUPPLIER PIC 9(003) LINE 05 COL 40
              TO WS-ASK-SUPPLIER.
           05 VALUE "CERTIFICATE NUMBER........:" LINE 06 COL 10.
           05 SS-CERT-NO PIC X(020) LINE 06 COL 40
              TO WS-ASK-CERT-NO.
           05 VALUE "TYPE......................:" LINE 07 COL 10.
           05 SS-TYPE PIC X(001) LINE 07 COL 40 TO WS-ASK-TYPE.
           05 VALUE "(H)ACCP (I)SO 22000 (B)RC (F)SSC 22000 (O)THER"
              LINE 08 COL 12.
           05 VALUE "ISSUED BY.................:" LINE 09 COL 10.
           05 SS-ISSUER PIC X(030) LINE 09 COL 40
              TO WS-ASK-ISSUER.
           05 VALUE "VALID FROM................:" LINE 10 COL 10.
           05 SS-FROM-YEAR PIC 9(004) LINE 10 COL 40
              TO WS-ASK-FROM-YEAR.
           05 SS-FROM-MONTH PIC 9(002) LINE 10 COL 46
              TO WS-ASK-FROM-MONTH.
           05 SS-FROM-DAY PIC 9(002) LINE 10 COL 50
              TO WS-ASK-FROM-DAY.
           05 VALUE "(YYYY MM DD)" LINE 10 COL 55.
           05 VALUE "VALID TO..................:" LINE 11 COL 10.
           05 SS-TO-YEAR PIC 9(004) LINE 11 COL 40
              TO WS-ASK-TO-YEAR.
           05 SS-TO-MONTH PIC 9(002) LINE 11 COL 46
              TO WS-ASK-TO-MONTH.
           05 SS-TO-DAY PIC 9(002) LINE 11 COL 50
              TO WS-ASK-TO-DAY.
           05 VALUE "(YYYY MM DD)" LINE 11 COL 55.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-SUPPLIER
               MOVE ZEROS TO WS-ASK-FROM-NUM, WS-ASK-TO-NUM
               MOVE SPACES TO WS-ASK-CERT-NO, WS-ASK-ISSUER
               MOVE "H" TO WS-ASK-TYPE
               DISPLAY CLEAR-SCREEN
               DISPLAY SUPCERT-SCREEN
               ACCEPT SUPCERT-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM SAVE-CERTIFICATE
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O SUPCERTS
           IF SUPCERT-FS = NOT-FILE THEN
               OPEN OUTPUT SUPCERTS
           END-IF
           CLOSE SUPCERTS
           EXIT SECTION.

       SAVE-CERTIFICATE SECTION.
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = NOT-FILE THEN
               MOVE WS-ASK-SUPPLIER TO SUPPLIER-ID
               READ FXSUPPLY
                   INVALID KEY
                       CLOSE FXSUPPLY
                       MOVE "UNKNOWN SUPPLIER - NOTHING SAVED"
                         TO WS-ERROR-TEXT
                       ACCEPT MESSAGE-SCREEN
                       EXIT SECTION
               END-READ
           END-IF
           CLOSE FXSUPPLY

           IF WS-ASK-CERT-NO = SPACES THEN
               MOVE "CERTIFICATE NUMBER IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF NOT ASK-TYPE-VALID THEN
               MOVE "TYPE MUST BE H, I, B, F OR O" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-ISSUER = SPACES THEN
               MOVE "ISSUING BODY IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ASK-FROM-NUM) NOT = ZEROS
              OR TEST-DATE-YYYYMMDD (WS-ASK-TO-NUM) NOT = ZEROS THEN
               MOVE "VALIDITY DATES ARE NOT VALID" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-TO-NUM < WS-ASK-FROM-NUM THEN
               MOVE "VALID TO CANNOT BE BEFORE VALID FROM"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O SUPCERTS
           MOVE WS-ASK-SUPPLIER TO SCT-SUPPLIER-ID
           MOVE WS-ASK-CERT-NO TO SCT-CERT-NO
           READ SUPCERTS
               INVALID KEY
                   MOVE WS-ASK-SUPPLIER TO SCT-SUPPLIER-ID
                   MOVE WS-ASK-CERT-NO TO SCT-CERT-NO
                   PERFORM FILL-CERTIFICATE
                   WRITE FD-SUPCERT
                   MOVE "CERTIFICATE ADDED" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   PERFORM FILL-CERTIFICATE
                   REWRITE FD-SUPCERT
                   MOVE "CERTIFICATE UPDATED" TO WS-ERROR-TEXT
           END-READ
           CLOSE SUPCERTS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> A RE-KEYED WINDOW (A RENEWAL) EARNS A FRESH EXPIRY WARNING
       FILL-CERTIFICATE SECTION.
           MOVE WS-ASK-TYPE TO SCT-TYPE
           MOVE WS-ASK-ISSUER TO SCT-ISSUER
           MOVE WS-ASK-FROM-NUM TO SCT-VALID-FROM
           MOVE WS-ASK-TO-NUM TO SCT-VALID-TO
           MOVE SPACE TO SCT-WARNED
           EXIT SECTION.

       END PROGRAM SUPCERT.
