      *    TRAILER) AND A NOTIFICATION IS QUEUED TO THE SUPPLIER;
      *    THE DONE FILE GUARANTEES EXACTLY-ONCE DISPATCH, SAME
      *    PATTERN AS THE ACEXTRACT DONE FILES | V0.1 | 02.09.2026
      ******************************************************************
      *    AN ORDER WHOSE SUPPLIER HELD NO VALID FOOD-SAFETY
      *    CERTIFICATE ON THE ORDER DATE IS HELD BACK UNLESS A
      *    SUPERVISOR OVERRIDES IT; THE OVERRIDE IS JOURNALLED
      ******************************************************************
      *    EACH DISPATCH LINE CARRIES THE SUPPLIER'S ARTICLE CODE
      *    FROM THE ITEM CATALOGUE
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    EACH ORDER SENT IS BOOKED INTO A RECEIVING SLOT AT ITS
      *    KITCHEN'S DOCK ON THE DUE DATE (DOCKBOOK) AND THE SLOT GOES
      *    TO THE SUPPLIER ON AN S01 RECORD AFTER THE HEADER
      *    | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS PDD-PO-ID
           FILE STATUS IS DISPDONE-FS.

      *> THE SUPPLIER'S OWN ARTICLE CODE GOES ON EVERY ORDER LINE
           SELECT SUPITEMS ASSIGN TO "FXSUPITEM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIT-KEY
           ALTERNATE RECORD KEY IS SIT-ARTICLE-KEY
           FILE STATUS IS SUPITEM-FS.

      *> SHARED ROLE/PERMISSION LOOKUP - ONLY A SUPERVISOR MAY LET AN
      *> UNCERTIFIED SUPPLIER THROUGH
           SELECT ACCESSLVL ASSIGN TO "ACCESSLVL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCESS-ROLE-ID
           FILE STATUS IS ACCESS-FS.

           SELECT DISPATCH ASSIGN TO "PODISPATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPATCH-FS.
       01  FD-DISPDONE.
           05 PDD-PO-ID                         PIC 9(006).

       FD  SUPITEMS.
       COPY FD-SUPITEM.

       FD  ACCESSLVL.
       01  ACCESS-LEVEL-DETAILS.
           05 ACCESS-ROLE-ID                    PIC 9(001).
           05 ACCESS-ROLE-NAME                  PIC X(020).
           05 ACCESS-CAN-DELETE                 PIC X(001).
               88 ACCESS-DELETE-ALLOWED         VALUE "Y".
               88 ACCESS-DELETE-DENIED          VALUE "N".

       FD  DISPATCH.
       01  DISPATCH-RECORD                      PIC X(080).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  PO-FS                                PIC 9(002).
       77  POLINE-FS                            PIC 9(002).
       77  SUPP-STATUS                          PIC 9(002).
       77  DISPDONE-FS                          PIC 9(002).
       77  DISPATCH-FS                          PIC 9(002).
       77  ACCESS-FS                            PIC 9(002).
       77  SUPITEM-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-VALUE-TOTAL                       PIC 9(010)V99.
       77  WS-ALREADY-SENT                      PIC X(001).
       77  WS-LOOK-PO                           PIC 9(006).
       77  WS-LOOK-SUPPLIER                     PIC 9(003).
       77  WS-HELD-COUNT                        PIC 9(004).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-SLOT-COUNT                        PIC 9(004).

      *> RECEIVING SLOT FOR THE DUE DATE - SEE DOCKBOOK
       77  WS-SLOT-PO                           PIC 9(006).
       77  WS-SLOT-WANTED                       PIC 9(008).
       77  WS-SLOT-SOURCE                       PIC X(001).
       77  WS-SLOT-SITE                         PIC 9(003).
       77  WS-SLOT-DATE                         PIC 9(008).
       77  WS-SLOT-TIME                         PIC 9(004).
       77  WS-SLOT-RESULT                       PIC X(001).

      *> FOOD-SAFETY CERTIFICATE GATE - A SUPPLIER WITHOUT A VALID
      *> CERTIFICATE ON THE ORDER DATE NEEDS A SUPERVISOR OVERRIDE
       77  WS-CERT-SUPPLIER                     PIC 9(003).
       77  WS-CERT-DATE                         PIC 9(008).
       77  WS-CERT-NO                           PIC X(020).
       77  WS-CERT-TYPE                         PIC X(001).
       77  WS-CERT-CLEARED                      PIC X(001).
       77  WS-OVERRIDE-ROLE                     PIC 9(001).

       01  JRNL-FILE-TAG                        PIC X(010).
       01  JRNL-RECORD-KEY                      PIC X(012).
       01  JRNL-ACTION                          PIC X(001).
       01  JRNL-USER-ROLE                       PIC 9(001).
       01  JRNL-BEFORE                          PIC X(512).
       01  JRNL-AFTER                           PIC X(512).

       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
           05 FILLER                            PIC X(001).
           05 DSP-H-DUE-DATE                    PIC 9(008).

      *> ONLY WHEN THE DOCK HAD A SLOT - THE SUPPLIER DELIVERS TO
      *> THAT KITCHEN IN THAT SLOT
       01  DSP-SLOT.
           05 FILLER                            PIC X(004)
              VALUE "S01 ".
           05 DSP-S-SITE                        PIC 9(003).
           05 FILLER                            PIC X(001).
           05 DSP-S-DATE                        PIC 9(008).
           05 FILLER                            PIC X(001).
           05 DSP-S-TIME                        PIC 9(004).

       01  DSP-LINE.
           05 FILLER                            PIC X(004)
              VALUE "D01 ".
           05 DSP-D-QTY                         PIC 9(005).
           05 FILLER                            PIC X(001).
           05 DSP-D-PRICE                       PIC 9(003)V99.
           05 FILLER                            PIC X(001).
      *> SPACES WHEN THE PAIR HAS NO CATALOGUE ENTRY
           05 DSP-D-ARTICLE                     PIC X(015).

       01  DSP-TRAILER.
           05 FILLER                            PIC X(004)
              LINE 12 COL 10.
           05 VALUE "PURCHASE ORDERS SENT:" LINE 14 COL 10.
           05 SS-CNT PIC ZZZ9 LINE 14 COL 33 FROM WS-PO-COUNT.
           05 VALUE "HELD - NO VALID CERTIFICATE:" LINE 15 COL 10.
           05 SS-HELD PIC ZZZ9 LINE 15 COL 40 FROM WS-HELD-COUNT.
           05 VALUE "RECEIVING SLOTS BOOKED:" LINE 16 COL 10.
           05 SS-SLOTS PIC ZZZ9 LINE 16 COL 35 FROM WS-SLOT-COUNT.
           05 VALUE "PRESS ANY KEY" LINE 17 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  OVERRIDE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-OVR-TEXT PIC X(060) LINE 20 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 VALUE "SUPERVISOR ROLE TO OVERRIDE (0 = REFUSE):"
              LINE 22 COL 10.
           05 SS-OVR-ROLE PIC 9(001) LINE 22 COL 52
              TO WS-OVERRIDE-ROLE AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-PO-COUNT, WS-HELD-COUNT, WS-SLOT-COUNT

           OPEN OUTPUT DISPATCH
           MOVE SPACES TO FLAG-TRUE
               EXIT SECTION
           END-IF

      *> A HELD ORDER IS NOT MARKED DONE - IT GOES OUT ON THE FIRST
      *> RUN AFTER THE SUPPLIER'S CERTIFICATE IS RENEWED
           MOVE PO-SUPPLIER-ID TO WS-CERT-SUPPLIER
           MOVE PO-ORDER-DATE TO WS-CERT-DATE
           PERFORM CHECK-SUPPLIER-CERTIFICATE
           IF WS-CERT-CLEARED NOT = "Y" THEN
               ADD 1 TO WS-HELD-COUNT
               EXIT SECTION
           END-IF

           MOVE PO-ID TO DSP-H-PO-ID
           MOVE PO-SUPPLIER-ID TO DSP-H-SUPPLIER
           MOVE PO-ORDER-DATE TO DSP-H-ORDER-DATE
           MOVE PO-DUE-DATE TO DSP-H-DUE-DATE
           WRITE DISPATCH-RECORD FROM DSP-HEADER
           PERFORM BOOK-RECEIVING-SLOT

           MOVE ZEROS TO WS-LINE-COUNT, WS-VALUE-TOTAL
           MOVE PO-ID TO WS-LOOK-PO
           MOVE PO-SUPPLIER-ID TO WS-LOOK-SUPPLIER
           PERFORM WRITE-DISPATCH-LINES

           MOVE WS-LINE-COUNT TO DSP-T-LINES
           ADD 1 TO WS-PO-COUNT
           EXIT SECTION.

      *> AN ORDER WHOSE DOCK IS FULL OR NOT SET UP STILL GOES OUT,
      *> JUST WITHOUT A SLOT - IT ARRIVES UNBOOKED
       BOOK-RECEIVING-SLOT SECTION.
           MOVE PO-ID TO WS-SLOT-PO
           MOVE PO-DUE-DATE TO WS-SLOT-WANTED
           MOVE "D" TO WS-SLOT-SOURCE
           CALL "DOCKBOOK" USING WS-SLOT-PO WS-SLOT-WANTED
               WS-SLOT-SOURCE WS-SLOT-SITE WS-SLOT-DATE WS-SLOT-TIME
               WS-SLOT-RESULT
           IF WS-SLOT-RESULT NOT = "B" AND WS-SLOT-RESULT NOT = "K"
              THEN
               EXIT SECTION
           END-IF
           MOVE WS-SLOT-SITE TO DSP-S-SITE
           MOVE WS-SLOT-DATE TO DSP-S-DATE
           MOVE WS-SLOT-TIME TO DSP-S-TIME
           WRITE DISPATCH-RECORD FROM DSP-SLOT
           ADD 1 TO WS-SLOT-COUNT
           EXIT SECTION.

       WRITE-DISPATCH-LINES SECTION.
           MOVE SPACES TO FLAG-INNER
           OPEN INPUT POLINES
                           MOVE POL-INGRED-ID TO DSP-D-INGRED
                           MOVE POL-QTY-ORDERED TO DSP-D-QTY
                           MOVE POL-UNIT-PRICE TO DSP-D-PRICE
                           PERFORM GET-ARTICLE-CODE
                           WRITE DISPATCH-RECORD FROM DSP-LINE
                           ADD 1 TO WS-LINE-COUNT
                           COMPUTE WS-VALUE-TOTAL ROUNDED =
           MOVE SPACES TO FLAG-INNER
           EXIT SECTION.

       GET-ARTICLE-CODE SECTION.
           MOVE SPACES TO DSP-D-ARTICLE
           OPEN INPUT SUPITEMS
           IF SUPITEM-FS = NOT-FILE THEN
               CLOSE SUPITEMS
               EXIT SECTION
           END-IF
           MOVE WS-LOOK-SUPPLIER TO SIT-SUPPLIER-ID
           MOVE POL-INGRED-ID TO SIT-INGRED-ID
           READ SUPITEMS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE SIT-ARTICLE-CODE TO DSP-D-ARTICLE
           END-READ
           CLOSE SUPITEMS
           EXIT SECTION.

       NOTIFY-SUPPLIER SECTION.
           MOVE SPACES TO NTQ-RECIPIENT
           OPEN INPUT FXSUPPLY
           CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
           EXIT SECTION.

      ******************************************************************
      *    NO ORDER GOES TO A SUPPLIER WITHOUT A FOOD-SAFETY
      *    CERTIFICATE COVERING THE ORDER DATE, UNLESS A SUPERVISOR
      *    OVERRIDES IT - THE OVERRIDE IS JOURNALLED FOR THE AUDITORS
      ******************************************************************
       CHECK-SUPPLIER-CERTIFICATE SECTION.
           MOVE SPACES TO WS-CERT-CLEARED
           CALL "CERTCHK" USING WS-CERT-SUPPLIER WS-CERT-DATE
               WS-CERT-NO WS-CERT-TYPE
           IF WS-CERT-NO NOT = SPACES THEN
               MOVE "Y" TO WS-CERT-CLEARED
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "PO " PO-ID " SUPPLIER " WS-CERT-SUPPLIER
               " - NO VALID CERTIFICATE ON "
               WS-CERT-DATE INTO WS-ERROR-TEXT
           MOVE ZEROS TO WS-OVERRIDE-ROLE
           DISPLAY CLEAR-SCREEN
           ACCEPT OVERRIDE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF WS-OVERRIDE-ROLE = ZEROS THEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-OVERRIDE-ROLE
           IF WS-CERT-CLEARED NOT = "Y" THEN
               MOVE "THAT ROLE MAY NOT OVERRIDE A LAPSED CERTIFICATE"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM JOURNAL-CERT-OVERRIDE
           EXIT SECTION.

      *> THE DELETE PERMISSION DOUBLES AS THE SUPERVISOR FLAG,
      *> SAME CONVENTION AS THE BUDGET OVERRIDE IN RSOREGISTER
       CHECK-OVERRIDE-ROLE SECTION.
           OPEN INPUT ACCESSLVL
           IF ACCESS-FS = NOT-FILE THEN
               CLOSE ACCESSLVL
               EXIT SECTION
           END-IF
           MOVE WS-OVERRIDE-ROLE TO ACCESS-ROLE-ID
           READ ACCESSLVL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ACCESS-DELETE-ALLOWED THEN
                       MOVE "Y" TO WS-CERT-CLEARED
                   END-IF
           END-READ
           CLOSE ACCESSLVL
           EXIT SECTION.

       JOURNAL-CERT-OVERRIDE SECTION.
           MOVE "FXSUPCERT" TO JRNL-FILE-TAG
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE WS-CERT-SUPPLIER TO JRNL-RECORD-KEY (1:3)
           MOVE WS-CERT-DATE TO JRNL-RECORD-KEY (4:8)
           MOVE "O" TO JRNL-ACTION
           MOVE WS-OVERRIDE-ROLE TO JRNL-USER-ROLE
           MOVE SPACES TO JRNL-BEFORE
           MOVE SPACES TO JRNL-AFTER
           STRING "PODISP - PURCHASE ORDER " PO-ID
               " DISPATCHED TO SUPPLIER " WS-CERT-SUPPLIER
               " WITHOUT A VALID FOOD-SAFETY CERTIFICATE"
               INTO JRNL-AFTER
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.

       END PROGRAM PODISP.
