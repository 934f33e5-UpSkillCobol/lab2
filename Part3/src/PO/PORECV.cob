      ******************************************************************
      *    GOODS RECEIVING AGAINST AN OPEN PURCHASE ORDER | V0.1
      *    22.08.2026
      ******************************************************************
      *    A DELIVERY REJECTED AT THE TEMPERATURE CHECK GOES BACK ON A
      *    RETURN-TO-SUPPLIER DOCUMENT WITH ITS DEBIT NOTE (SUPRETDOC);
      *    NOTHING WAS TAKEN INTO STOCK, SO NO MOVEMENT IS WRITTEN
      ******************************************************************
      *    EVERY ACCEPTED LOT STARTS A LANDED-COST ROW AT THE PO LINE
      *    PRICE; FREIGHT KEYED LATER IN LANDCOST IS SPREAD OVER THEM
      ******************************************************************
      *    THE RECEIPT IS POSTED TO THE BALANCE AT THE PO LINE PRICE SO
      *    THE SITE'S WEIGHTED-AVERAGE COST MOVES WITH IT
      ******************************************************************
      *    A DELIVERY FROM A SUPPLIER WITHOUT A FOOD-SAFETY
      *    CERTIFICATE COVERING THE DELIVERY DATE IS REFUSED UNLESS A
      *    SUPERVISOR OVERRIDES IT; THE OVERRIDE IS JOURNALLED
      ******************************************************************
      *    A NEWLY RECEIVED LOT STARTS WITH NO QUARANTINE HOLD
      ******************************************************************
      *    A DELIVERY REJECTED AT THE TEMPERATURE CHECK OPENS A HACCP
      *    CORRECTIVE ACTION (CRAOPEN)
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE PO'S BOOKED RECEIVING SLOT IS SHOWN AND ITS KITCHEN
      *    OFFERED AS THE RECEIVING SITE; THE LORRY'S ARRIVAL TIME IS
      *    RECORDED AGAINST THE SLOT (DOCKARRV) FOR THE SUPPLIER
      *    PUNCTUALITY FIGURES | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS LOTX-BATCH-LOT
           FILE STATUS IS LOTEXP-FS.

      *> UNIT COST EACH RECEIVED LOT IS CARRIED AT, INCLUDING ITS
      *> SHARE OF ANY FREIGHT OR DELIVERY CHARGE
           SELECT LOTCOSTS ASSIGN TO "FXLOTCOST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTC-KEY
           ALTERNATE RECORD KEY IS LTC-BATCH-LOT WITH DUPLICATES
           FILE STATUS IS LOTCOST-FS.

      *> SHARED ROLE/PERMISSION LOOKUP - ONLY A SUPERVISOR MAY LET AN
      *> UNCERTIFIED SUPPLIER THROUGH
           SELECT ACCESSLVL ASSIGN TO "ACCESSLVL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCESS-ROLE-ID
           FILE STATUS IS ACCESS-FS.

      *> RECEIVING SLOT BOOKED BY DOCKBOOK - READ ONLY HERE, THE
      *> ARRIVAL ITSELF IS WRITTEN BY DOCKARRV
           SELECT DOCKSLOTS ASSIGN TO "FXDOCKSLOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSB-KEY
           ALTERNATE RECORD KEY IS DSB-SLOT-KEY WITH DUPLICATES
           FILE STATUS IS DOCKSLOT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY.
       FD  LOTEXP.
       COPY FD-LOTEXP.

       FD  LOTCOSTS.
       COPY FD-LOTCOST.

       FD  ACCESSLVL.
       01  ACCESS-LEVEL-DETAILS.
           05 ACCESS-ROLE-ID                    PIC 9(001).
           05 ACCESS-ROLE-NAME                  PIC X(020).
           05 ACCESS-CAN-DELETE                 PIC X(001).
               88 ACCESS-DELETE-ALLOWED         VALUE "Y".
               88 ACCESS-DELETE-DENIED          VALUE "N".

       FD  DOCKSLOTS.
       COPY FD-DOCKSLOT.

       WORKING-STORAGE SECTION.
       COPY WS-IM.

       77  INGRED-STATUS                        PIC 9(002).
       77  LOTEXP-FS                            PIC 9(002).
       77  HACCP-FS                             PIC 9(002).
       77  LOTCOST-FS                           PIC 9(002).
       77  ACCESS-FS                            PIC 9(002).
       77  DOCKSLOT-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> A RECEIPT COMES IN AT THE PO LINE PRICE
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99.

       78  MOVE-IN-ORIGIN-PO                    VALUE "PO".

           05 WS-RECV-DAY                       PIC 9(002).
       01  WS-RECV-DATE-NUM REDEFINES WS-RECV-DATE
                                                PIC 9(008).
       01  WS-RECV-TIME.
           05 WS-RECV-HOUR                      PIC 9(002).
           05 WS-RECV-MINUTE                    PIC 9(002).
       01  WS-RECV-TIME-NUM REDEFINES WS-RECV-TIME
                                                PIC 9(004).
       77  WS-SLOT-SHOW                         PIC X(040).
       77  WS-ARR-PUNCTUALITY                   PIC X(001).
       77  WS-ARR-MINUTES-OFF                   PIC 9(006).
       01  WS-TODAY.
           05 WS-TODAY-YEAR                     PIC 9(004).
           05 WS-TODAY-MONTH                    PIC 9(002).
       77  WS-INGRED-NAME-SHOW                  PIC X(030).
       77  WS-ERROR-TEXT                        PIC X(060).

      *> LINES REJECTED AT THE TEMPERATURE CHECK - THE DEBIT NOTES ARE
      *> RAISED ONCE THE PO LINES ARE CLOSED AGAIN
       77  MAX-REJECT                           PIC 9(003).
       01  TAB-REJECT OCCURS 100 INDEXED BY IND-REJECT.
           05 TAB-REJ-LINE-NO                   PIC 9(003).
           05 TAB-REJ-LOT                       PIC X(010).
           05 TAB-REJ-QTY                       PIC 9(005).
       77  WS-RTN-REASON                        PIC X(001).
       77  WS-RTN-COMPLAINT                     PIC 9(006).
       77  WS-RTN-STOCK-POSTED                  PIC X(001).
       77  WS-RTN-ID                            PIC 9(006).
       77  WS-RTN-VALUE                         PIC 9(007)V99.
       77  WS-RTN-COUNT                         PIC 9(003).

      *> FOOD-SAFETY CERTIFICATE GATE - A SUPPLIER WITHOUT A VALID
      *> CERTIFICATE ON THE DELIVERY DATE NEEDS A SUPERVISOR OVERRIDE
       77  WS-CERT-SUPPLIER                     PIC 9(003).
       77  WS-CERT-DATE                         PIC 9(008).
       77  WS-CERT-NO                           PIC X(020).
       77  WS-CERT-TYPE                         PIC X(001).
       77  WS-CERT-CLEARED                      PIC X(001).
       77  WS-OVERRIDE-ROLE                     PIC 9(001).

      *> CORRACT ACTION OPENED FOR A REJECTED DELIVERY
       01  CRQ-SOURCE                           PIC X(001).
       01  CRQ-SITE-ID                          PIC 9(003).
       01  CRQ-SOURCE-REF                       PIC X(020).
       01  CRQ-TEXT                             PIC X(040).
       01  CRQ-ID                               PIC 9(006).
       77  WS-TEMP-SHOW                         PIC -99.9.

       01  JRNL-FILE-TAG                        PIC X(010).
       01  JRNL-RECORD-KEY                      PIC X(012).
       01  JRNL-ACTION                          PIC X(001).
       01  JRNL-USER-ROLE                       PIC 9(001).
       01  JRNL-BEFORE                          PIC X(512).
       01  JRNL-AFTER                           PIC X(512).

      ******************************************************************

       SCREEN SECTION.
           05 VALUE "SUPPLIER........:" LINE 06 COL 10.
           05 SS-SUPPLIER PIC X(030)    LINE 06 COL 30
              FROM WS-SUPPLIER-SHOW.
           05 VALUE "BOOKED SLOT.....:" LINE 07 COL 10.
           05 SS-SLOT PIC X(040)        LINE 07 COL 30
              FROM WS-SLOT-SHOW.
           05 VALUE "RECEIVING SITE..:" LINE 08 COL 10.
           05 SS-SITE PIC 9(003)        LINE 08 COL 30
              TO WS-RECV-SITE-ID.
              TO WS-RECV-MONTH.
           05 SS-RECV-DAY PIC 9(002)    LINE 09 COL 40
              TO WS-RECV-DAY.
           05 VALUE "ARRIVAL TIME....:" LINE 10 COL 10.
           05 VALUE "(HH MM)"           LINE 10 COL 55.
           05 SS-RECV-HOUR PIC 9(002)   LINE 10 COL 30
              TO WS-RECV-HOUR.
           05 SS-RECV-MINUTE PIC 9(002) LINE 10 COL 33
              TO WS-RECV-MINUTE.

      ******************************************************************

              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       01  OVERRIDE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-OVR-TEXT PIC X(060) LINE 20 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 VALUE "SUPERVISOR ROLE TO OVERRIDE (0 = REFUSE):"
              LINE 22 COL 10.
           05 SS-OVR-ROLE PIC 9(001) LINE 22 COL 52
              TO WS-OVERRIDE-ROLE AUTO.

      ******************************************************************

       01  PUTAWAY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM UNTIL KEYSTATUS = F3
               DISPLAY CLEAR-SCREEN
               DISPLAY HEADER-SCREEN
           MOVE WS-TODAY-MONTH TO WS-RECV-MONTH
           MOVE WS-TODAY-DAY TO WS-RECV-DAY
           MOVE 1 TO WS-RECV-SITE-ID
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-HOUR TO WS-RECV-HOUR
           MOVE WS-NOW-MINUTE TO WS-RECV-MINUTE
           PERFORM GET-BOOKED-SLOT
           DISPLAY RECV-HEAD-SCREEN
           ACCEPT RECV-HEAD-SCREEN
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF

           MOVE PO-SUPPLIER-ID TO WS-CERT-SUPPLIER
           MOVE WS-RECV-DATE-NUM TO WS-CERT-DATE
           PERFORM CHECK-SUPPLIER-CERTIFICATE
           IF WS-CERT-CLEARED NOT = "Y" THEN
               MOVE "DELIVERY REFUSED - SUPPLIER NOT CERTIFIED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-ANY-RECEIVED
           MOVE ZEROS TO MAX-REJECT, WS-RTN-COUNT
           PERFORM RECEIVE-PO-LINES
           PERFORM RETURN-REJECTED-LINES
      *> A LORRY TURNED AWAY AT THE TEMPERATURE CHECK STILL CAME
           IF WS-ANY-RECEIVED = "Y" OR MAX-REJECT > ZEROS THEN
               PERFORM RECORD-DOCK-ARRIVAL
           END-IF
           IF WS-ANY-RECEIVED = "Y" THEN
               PERFORM UPDATE-SUPPLIER-SCORE
               PERFORM UPDATE-PO-STATUS
           ELSE
               MOVE "DELIVERY POSTED" TO WS-ERROR-TEXT
           END-IF
           IF WS-RTN-COUNT > ZEROS THEN
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "REJECTED GOODS RETURNED - DEBIT NOTES RAISED: "
                   WS-RTN-COUNT INTO WS-ERROR-TEXT
           END-IF
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> THE LATEST OPEN BOOKING - ITS KITCHEN IS WHERE THE GOODS ARE
      *> EXPECTED, SO IT REPLACES THE CENTRAL-STORE DEFAULT
       GET-BOOKED-SLOT SECTION.
           MOVE "NO SLOT BOOKED" TO WS-SLOT-SHOW
           OPEN INPUT DOCKSLOTS
           IF DOCKSLOT-FS = NOT-FILE THEN
               CLOSE DOCKSLOTS
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-RECV-PO-ID TO DSB-PO-ID
           MOVE ZEROS TO DSB-SEQ
           START DOCKSLOTS KEY IS NOT LESS THAN DSB-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DOCKSLOTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF DSB-PO-ID NOT = WS-RECV-PO-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF DSB-BOOKED THEN
                               MOVE DSB-SITE-ID TO WS-RECV-SITE-ID
                               MOVE SPACES TO WS-SLOT-SHOW
                               STRING "SITE " DSB-SITE-ID
                                   "  " DSB-SLOT-DATE
                                   "  " DSB-SLOT-TIME
                                   "-" DSB-SLOT-END
                                   DELIMITED BY SIZE INTO WS-SLOT-SHOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOCKSLOTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       RECORD-DOCK-ARRIVAL SECTION.
           CALL "DOCKARRV" USING WS-RECV-PO-ID WS-RECV-SITE-ID
               WS-RECV-DATE-NUM WS-RECV-TIME-NUM
               WS-ARR-PUNCTUALITY WS-ARR-MINUTES-OFF
           EXIT SECTION.

       GET-SUPPLIER-NAME SECTION.
           MOVE SPACES TO WS-SUPPLIER-SHOW
           OPEN INPUT FXSUPPLY
           CLOSE FXSUPPLY
           EXIT SECTION.

      ******************************************************************
      *    NO DELIVERY IS TAKEN FROM A SUPPLIER WITHOUT A FOOD-SAFETY
      *    CERTIFICATE COVERING THE DELIVERY DATE, UNLESS A SUPERVISOR
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
           STRING "SUPPLIER " WS-CERT-SUPPLIER
               " - NO VALID FOOD-SAFETY CERTIFICATE ON "
               WS-CERT-DATE INTO WS-ERROR-TEXT
           MOVE ZEROS TO WS-OVERRIDE-ROLE
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
           STRING "PORECV - DELIVERY ON PURCHASE ORDER " WS-RECV-PO-ID
               " FROM SUPPLIER " WS-CERT-SUPPLIER
               " TAKEN WITHOUT A VALID FOOD-SAFETY CERTIFICATE"
               INTO JRNL-AFTER
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.

      ******************************************************************
      *    EACH LINE: SHOW ORDERED VERSUS RECEIVED, TAKE THE DELIVERED
      *    QUANTITY AND LOT, POST THE MOVEMENT AND UPDATE THE LINE

           PERFORM WRITE-HACCP-LOG
      *> A REJECTED DELIVERY GOES STRAIGHT BACK ON THE LORRY - NO
      *> STOCK IS POSTED AND THE PO LINE STAYS OPEN, BUT THE SUPPLIER
      *> GETS A DEBIT NOTE FOR IT
           IF TEMP-REJECTED THEN
               PERFORM OPEN-REJECTION-ACTION
               IF MAX-REJECT < 100 THEN
                   ADD 1 TO MAX-REJECT
                   SET IND-REJECT TO MAX-REJECT
                   MOVE POL-LINE-NO TO TAB-REJ-LINE-NO (IND-REJECT)
                   MOVE WS-BATCH-LOT-IN TO TAB-REJ-LOT (IND-REJECT)
                   MOVE WS-DELIVERED-QTY TO TAB-REJ-QTY (IND-REJECT)
               END-IF
               EXIT SECTION
           END-IF

           PERFORM WRITE-RECEIVING-MOVEMENT
           PERFORM WRITE-LOT-EXPIRY
           PERFORM WRITE-LOT-COST
           PERFORM SHOW-PUTAWAY-LOCATION
           MOVE "Y" TO WS-ANY-RECEIVED
           ADD WS-DELIVERED-QTY TO POL-QTY-RECEIVED
           REWRITE FD-POLINE
           EXIT SECTION.

      ******************************************************************
      *    ONE RETURN DOCUMENT AND DEBIT NOTE PER REJECTED LINE - THE
      *    GOODS NEVER REACHED STOCK, SO NEITHER THE LEDGER NOR THE
      *    LINE'S RECEIVED QUANTITY CHANGES
      ******************************************************************
       RETURN-REJECTED-LINES SECTION.
           MOVE "H" TO WS-RTN-REASON
           MOVE ZEROS TO WS-RTN-COMPLAINT
           MOVE "N" TO WS-RTN-STOCK-POSTED
           PERFORM VARYING IND-REJECT FROM 1 BY 1
                   UNTIL IND-REJECT > MAX-REJECT
               CALL "SUPRETDOC" USING WS-RECV-PO-ID
                   TAB-REJ-LINE-NO (IND-REJECT)
                   TAB-REJ-LOT (IND-REJECT)
                   TAB-REJ-QTY (IND-REJECT)
                   WS-RECV-SITE-ID WS-RTN-REASON WS-RTN-COMPLAINT
                   WS-RTN-STOCK-POSTED WS-RTN-ID WS-RTN-VALUE
               IF WS-RTN-ID NOT = ZEROS THEN
                   ADD 1 TO WS-RTN-COUNT
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> WHERE THE RECEIVED STOCK BELONGS IN THE STORE - SHOWN TO
      *> THE RECEIVER SO IT LANDS ON THE RIGHT SHELF FIRST TIME
       SHOW-PUTAWAY-LOCATION SECTION.
           CLOSE HACCPLOG
           EXIT SECTION.

      *> A REJECTION AT THE DOOR IS A HACCP EXCEPTION - SOMEBODY HAS
      *> TO RECORD WHAT WAS DONE WITH THE SUPPLIER ABOUT IT
       OPEN-REJECTION-ACTION SECTION.
           MOVE "R" TO CRQ-SOURCE
           MOVE WS-RECV-SITE-ID TO CRQ-SITE-ID
           MOVE SPACES TO CRQ-SOURCE-REF CRQ-TEXT
           IF WS-BATCH-LOT-IN NOT = SPACES THEN
               MOVE WS-BATCH-LOT-IN TO CRQ-SOURCE-REF
           ELSE
               STRING "PO " WS-RECV-PO-ID " LINE " POL-LINE-NO
                   DELIMITED BY SIZE INTO CRQ-SOURCE-REF
           END-IF
           MOVE WS-TEMP-MEASURED TO WS-TEMP-SHOW
           STRING "RECEIVING REJECTED - SUPPLIER " PO-SUPPLIER-ID
               " AT " WS-TEMP-SHOW
               DELIMITED BY SIZE INTO CRQ-TEXT
           CALL "CRAOPEN" USING CRQ-SOURCE CRQ-SITE-ID
               CRQ-SOURCE-REF CRQ-TEXT CRQ-ID
           EXIT SECTION.

       FILL-HACCP-FIELDS SECTION.
           MOVE PO-SUPPLIER-ID TO HCP-SUPPLIER-ID
           MOVE WS-TEMP-MEASURED TO HCP-TEMPERATURE
                   MOVE POL-INGRED-ID TO LOTX-INGRED-ID
                   MOVE WS-LOT-EXPIRY-NUM TO LOTX-EXPIRY-DATE
                   MOVE "N" TO LOTX-WRITTEN-OFF
                   INITIALIZE LOTX-HOLD-DETAILS
                   WRITE FD-LOTEXP
               NOT INVALID KEY
                   MOVE WS-LOT-EXPIRY-NUM TO LOTX-EXPIRY-DATE
           CLOSE LOTEXP
           EXIT SECTION.

      *> THE LOT STARTS AT THE PRICE IT WAS ORDERED AT; A SECOND
      *> DELIVERY OF THE SAME LOT ON THE SAME LINE ADDS TO ITS QUANTITY
      *> AND SPREADS ANY CHARGE ALREADY ON IT OVER THE LARGER AMOUNT
       WRITE-LOT-COST SECTION.
           OPEN I-O LOTCOSTS
           IF LOTCOST-FS = NOT-FILE THEN
               CLOSE LOTCOSTS
               OPEN OUTPUT LOTCOSTS
               CLOSE LOTCOSTS
               OPEN I-O LOTCOSTS
           END-IF
           MOVE WS-RECV-PO-ID TO LTC-PO-ID
           MOVE POL-LINE-NO TO LTC-PO-LINE-NO
           MOVE WS-BATCH-LOT-IN TO LTC-BATCH-LOT
           READ LOTCOSTS
               INVALID KEY
                   MOVE POL-INGRED-ID TO LTC-INGRED-ID
                   MOVE PO-SUPPLIER-ID TO LTC-SUPPLIER-ID
                   MOVE WS-RECV-SITE-ID TO LTC-SITE-ID
                   MOVE WS-RECV-DATE-NUM TO LTC-RECV-DATE
                   MOVE WS-DELIVERED-QTY TO LTC-QTY
                   MOVE POL-UNIT-PRICE TO LTC-BASE-PRICE
                   MOVE ZEROS TO LTC-CHARGE-TOTAL
                   MOVE POL-UNIT-PRICE TO LTC-LANDED-PRICE
                   WRITE FD-LOTCOST
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-DELIVERED-QTY TO LTC-QTY
                   MOVE WS-RECV-DATE-NUM TO LTC-RECV-DATE
                   COMPUTE LTC-LANDED-PRICE ROUNDED =
                       LTC-BASE-PRICE + LTC-CHARGE-TOTAL / LTC-QTY
                   REWRITE FD-LOTCOST
                   END-REWRITE
           END-READ
           CLOSE LOTCOSTS
           EXIT SECTION.

       GET-INGRED-NAME SECTION.
           MOVE SPACES TO WS-INGRED-NAME-SHOW
           OPEN INPUT FXINGRED
           MOVE SPACES TO MOVE-REASON-CODE
           WRITE FD-INVENTORY
           END-WRITE
           MOVE POL-UNIT-PRICE TO WS-STOCK-UNIT-COST
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

           ELSE
               MOVE 2 TO PO-STATUS
           END-IF
           MOVE WS-RECV-SITE-ID TO PO-RECV-SITE-ID
           REWRITE FD-PO
           CLOSE POFILE
           EXIT SECTION.
