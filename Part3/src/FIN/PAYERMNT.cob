       77  WS-PAY-NAME                          PIC X(050).
       77  WS-PAY-ADDRESS                       PIC X(060).
       77  WS-PAY-ACTIVE                        PIC 9(001).
       77  WS-PAY-TAX-ID                        PIC X(009).
       77  WS-PAY-POSTAL1                       PIC 9(004).
       77  WS-PAY-POSTAL2                       PIC 9(003).
       77  WS-PAY-TOWN                          PIC X(030).
       77  WS-PAY-EINVOICE                      PIC X(001).
       77  WS-PAY-INT-WAIVED                    PIC X(001).
       77  WS-LINK-SCHOOL                       PIC 9(003).
       77  WS-LINK-PAYER                        PIC 9(003).
       77  WS-ERROR-TEXT                        PIC X(060).
           05 VALUE "ACTIVE (1/0)......:" LINE 08 COL 10.
           05 SS-PAY-ACTIVE PIC 9(001) LINE 08 COL 32
              TO WS-PAY-ACTIVE.
           05 VALUE "TAX NUMBER........:" LINE 09 COL 10.
           05 SS-PAY-TAX-ID PIC X(009) LINE 09 COL 32
              TO WS-PAY-TAX-ID.
           05 VALUE "POSTAL CODE.......:" LINE 10 COL 10.
           05 SS-PAY-POSTAL1 PIC 9(004) LINE 10 COL 32
              TO WS-PAY-POSTAL1.
           05 VALUE "-" LINE 10 COL 36.
           05 SS-PAY-POSTAL2 PIC 9(003) LINE 10 COL 37
              TO WS-PAY-POSTAL2.
           05 VALUE "TOWN..............:" LINE 11 COL 10.
           05 SS-PAY-TOWN PIC X(030) LINE 11 COL 32 TO WS-PAY-TOWN.
           05 VALUE "E-INVOICE (Y/N)...:" LINE 12 COL 10.
           05 SS-PAY-EINVOICE PIC X(001) LINE 12 COL 32
              TO WS-PAY-EINVOICE.
           05 VALUE "NO LATE INT. (Y/N):" LINE 13 COL 10.
           05 SS-PAY-INT-WAIVED PIC X(001) LINE 13 COL 32
              TO WS-PAY-INT-WAIVED.

       01  LINK-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SCHOOL ID:" LINE 05 COL 10.
       EDIT-PAYER SECTION.
           MOVE ZEROS TO WS-PAY-ID
           MOVE SPACES TO WS-PAY-NAME, WS-PAY-ADDRESS
           MOVE SPACES TO WS-PAY-TAX-ID, WS-PAY-TOWN
           MOVE ZEROS TO WS-PAY-POSTAL1, WS-PAY-POSTAL2
           MOVE 1 TO WS-PAY-ACTIVE
           MOVE "Y" TO WS-PAY-EINVOICE
           MOVE "N" TO WS-PAY-INT-WAIVED
           DISPLAY CLEAR-SCREEN
           DISPLAY PAYER-SCREEN
           ACCEPT PAYER-SCREEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-PAY-EINVOICE) TO WS-PAY-EINVOICE
           IF WS-PAY-EINVOICE NOT = "Y" AND WS-PAY-EINVOICE NOT = "N"
               MOVE "E-INVOICE MUST BE Y OR N - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-PAY-INT-WAIVED) TO WS-PAY-INT-WAIVED
           IF WS-PAY-INT-WAIVED NOT = "Y"
              AND WS-PAY-INT-WAIVED NOT = "N"
               MOVE "INTEREST WAIVER MUST BE Y OR N - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-PAY-EINVOICE = "Y" AND WS-PAY-TAX-ID = SPACES
               MOVE "E-INVOICE NEEDS THE TAX NUMBER - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           OPEN I-O PAYERS
           MOVE WS-PAY-ID TO PAY-ID
           READ PAYERS
                   MOVE WS-PAY-NAME TO PAY-NAME
                   MOVE WS-PAY-ADDRESS TO PAY-ADDRESS
                   MOVE WS-PAY-ACTIVE TO PAY-IS-ACTIVE
                   PERFORM MOVE-PAYER-DETAILS
                   WRITE FD-PAYER
                   MOVE "PAYER ADDED" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   MOVE WS-PAY-NAME TO PAY-NAME
                   MOVE WS-PAY-ADDRESS TO PAY-ADDRESS
                   MOVE WS-PAY-ACTIVE TO PAY-IS-ACTIVE
                   PERFORM MOVE-PAYER-DETAILS
                   REWRITE FD-PAYER
                   MOVE "PAYER UPDATED" TO WS-ERROR-TEXT
           END-READ
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       MOVE-PAYER-DETAILS SECTION.
           MOVE WS-PAY-TAX-ID TO PAY-TAX-ID
           MOVE WS-PAY-POSTAL1 TO PAY-POSTAL-CODE1
           MOVE WS-PAY-POSTAL2 TO PAY-POSTAL-CODE2
           MOVE WS-PAY-TOWN TO PAY-TOWN
           MOVE WS-PAY-EINVOICE TO PAY-EINVOICE
           MOVE WS-PAY-INT-WAIVED TO PAY-INTEREST-WAIVED
           EXIT SECTION.

      *> BOTH ENDS OF THE LINK MUST EXIST BEFORE IT IS SAVED
       LINK-SCHOOL SECTION.
           MOVE ZEROS TO WS-LINK-SCHOOL, WS-LINK-PAYER
