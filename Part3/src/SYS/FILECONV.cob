      ******************************************************************
      *    ONE-OFF FILE CONVERSIONS FOR THE RECORD EXTENSIONS:
      *    FXCATEGORIES (+VAT CODE), SITESFILE (+DAILY CAPACITY),
      *    FX-LEADTIME (+MONTHLY BUDGET), INVENTORYFILE (+REASON
      *    CODE), FXPAYERS (+TAX NUMBER, POSTAL CODE, TOWN, E-INVOICE
      *    AND INTEREST-WAIVER FLAGS), FXINVOICES (+DOCUMENT TYPE
      *    AND ORIGIN INVOICE), FXGLPOSTS (+COST-CENTRE SITE) AND
      *    FXPOFILE (+RECEIVING SITE). EACH FILE IS REBUILT UNDER A
      *    -NEW NAME WITH SENSIBLE DEFAULTS IN THE NEW FIELDS; THE
      *    OPERATOR SWAPS THE NEW FILES IN ONCE THE COUNTS CHECK OUT
      *    | V0.1
      *    22.08.2026
      ******************************************************************
      *    FXPODFILE (+FAILED-DELIVERY OUTCOME, DECISION AND COSTS)
      *    JOINS THE CONVERSIONS
      ******************************************************************
      *    FX-SR (+LIFECYCLE STATUS AND PHASE-OUT DATE) JOINS THE
      *    CONVERSIONS - EXISTING SANDWICHES COME ACROSS AS ACTIVE
      *    | 15.10.2026
      ******************************************************************
      *    FXLOTEXPIRY (+QUARANTINE HOLD DETAILS) AND FXSTOCKBAL
      *    (+WEIGHTED-AVERAGE UNIT COST) JOIN THE CONVERSIONS
      *    | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS OLDINVEN-FS.

           SELECT OLDPAYERS ASSIGN TO "FXPAYERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLDPAY-ID
           FILE STATUS IS OLDPAYERS-FS.

           SELECT OLDINVOICES ASSIGN TO "FXINVOICES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLDINVC-ID
           FILE STATUS IS OLDINVOICES-FS.

           SELECT OLDGLPOSTS ASSIGN TO "FXGLPOSTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLDGLP-ID
           FILE STATUS IS OLDGLPOSTS-FS.

           SELECT OLDPOS ASSIGN TO "FXPOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLDPO-ID
           FILE STATUS IS OLDPOS-FS.

           SELECT OLDPODS ASSIGN TO "FXPODFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLDPOD-KEY
           FILE STATUS IS OLDPODS-FS.

           SELECT OLDSR ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLDSR-IID
           FILE STATUS IS OLDSR-FS.

           SELECT OLDLOTEXP ASSIGN TO "FXLOTEXPIRY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLDLOTX-BATCH-LOT
           FILE STATUS IS OLDLOTEXP-FS.

           SELECT OLDSTOCKBAL ASSIGN TO "FXSTOCKBAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLDSTB-KEY
           FILE STATUS IS OLDSTOCKBAL-FS.

      *> THE REBUILT FILES WITH THE EXTENDED LAYOUTS

           SELECT NEWCATEG ASSIGN TO "FXCATEGORIES-NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-SCHOOL-ID
           FILE STATUS IS NEWLEADT-FS.

           SELECT NEWPAYERS ASSIGN TO "FXPAYERS-NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-ID
           FILE STATUS IS NEWPAYERS-FS.

           SELECT NEWINVEN ASSIGN TO "INVENTORYFILE-NEW"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS NEWINVEN-FS.

           SELECT NEWINVOICES ASSIGN TO "FXINVOICES-NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ID
           FILE STATUS IS NEWINVOICES-FS.

           SELECT NEWGLPOSTS ASSIGN TO "FXGLPOSTS-NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLP-ID
           FILE STATUS IS NEWGLPOSTS-FS.

           SELECT NEWPOS ASSIGN TO "FXPOFILE-NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-ID
           FILE STATUS IS NEWPOS-FS.

           SELECT NEWPODS ASSIGN TO "FXPODFILE-NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POD-KEY
           FILE STATUS IS NEWPODS-FS.

           SELECT NEWSR ASSIGN TO "FX-SR-NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS NEWSR-FS.

           SELECT NEWLOTEXP ASSIGN TO "FXLOTEXPIRY-NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTX-BATCH-LOT
           FILE STATUS IS NEWLOTEXP-FS.

           SELECT NEWSTOCKBAL ASSIGN TO "FXSTOCKBAL-NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STB-KEY
           FILE STATUS IS NEWSTOCKBAL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDCATEG.
      *> OLD LAYOUT: 80 BYTES BEFORE THE REASON CODE
       01  OLDINV-REC                           PIC X(080).

       FD  OLDPAYERS.
      *> OLD LAYOUT: ID, NAME, ADDRESS, ACTIVE - 114
       01  OLDPAY-REC.
           05  OLDPAY-ID                        PIC 9(003).
           05  OLDPAY-BODY                      PIC X(111).

       FD  OLDINVOICES.
      *> OLD LAYOUT: ID, SCHOOL, PERIOD, DATE, TOTALS, STATUS - 51
       01  OLDINVC-REC.
           05  OLDINVC-ID                       PIC 9(006).
           05  OLDINVC-BODY                     PIC X(045).

       FD  OLDGLPOSTS.
      *> OLD LAYOUT: ID, ACCOUNT, PERIOD, DATE, AMOUNTS, SOURCE - 69
       01  OLDGLP-REC.
           05  OLDGLP-ID                        PIC 9(008).
           05  OLDGLP-BODY                      PIC X(061).

       FD  OLDPOS.
      *> OLD LAYOUT: ID, SUPPLIER, ORDER AND DUE DATES, STATUS - 26
       01  OLDPO-REC.
           05  OLDPO-ID                         PIC 9(006).
           05  OLDPO-BODY                       PIC X(020).

       FD  OLDPODS.
      *> OLD LAYOUT: DATE, ORDER, ARRIVAL, RECEIVED BY - 47
       01  OLDPOD-REC.
           05  OLDPOD-KEY                       PIC X(013).
           05  OLDPOD-BODY                      PIC X(034).

       FD  OLDSR.
      *> OLD LAYOUT: ID, CODE, DESCRIPTIONS, SHELF DAYS - 140
       01  OLDSR-REC.
           05  OLDSR-IID                        PIC 9(003).
           05  OLDSR-BODY                       PIC X(137).

       FD  OLDLOTEXP.
      *> OLD LAYOUT: LOT, INGREDIENT, EXPIRY, WRITTEN OFF - 22
       01  OLDLOTX-REC.
           05  OLDLOTX-BATCH-LOT                PIC X(010).
           05  OLDLOTX-BODY                     PIC X(012).

       FD  OLDSTOCKBAL.
      *> OLD LAYOUT: INGREDIENT, SITE, ON HAND, LAST POSTED - 21
       01  OLDSTB-REC.
           05  OLDSTB-KEY                       PIC X(006).
           05  OLDSTB-BODY                      PIC X(015).

       FD  NEWCATEG.
       COPY CB-CATEGORIES.

       FD  NEWINVEN.
       COPY FD-IM.

       FD  NEWPAYERS.
       COPY FD-PAYER.

       FD  NEWINVOICES.
       COPY FD-INVOICE.

       FD  NEWGLPOSTS.
       COPY FD-GLPOST.

       FD  NEWPOS.
       COPY FD-PO.

       FD  NEWPODS.
       COPY FD-POD.

       FD  NEWSR.
       COPY CB-FD-SR.

       FD  NEWLOTEXP.
       COPY FD-LOTEXP.

       FD  NEWSTOCKBAL.
       COPY FD-STOCKBAL.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  OLDCATEG-FS                          PIC 9(002).
       77  NEWSITES-FS                          PIC 9(002).
       77  NEWLEADT-FS                          PIC 9(002).
       77  NEWINVEN-FS                          PIC 9(002).
       77  OLDPAYERS-FS                         PIC 9(002).
       77  NEWPAYERS-FS                         PIC 9(002).
       77  OLDINVOICES-FS                       PIC 9(002).
       77  NEWINVOICES-FS                       PIC 9(002).
       77  OLDGLPOSTS-FS                        PIC 9(002).
       77  NEWGLPOSTS-FS                        PIC 9(002).
       77  OLDPOS-FS                            PIC 9(002).
       77  NEWPOS-FS                            PIC 9(002).
       77  OLDPODS-FS                           PIC 9(002).
       77  NEWPODS-FS                           PIC 9(002).
       77  OLDSR-FS                             PIC 9(002).
       77  NEWSR-FS                             PIC 9(002).
       77  OLDLOTEXP-FS                         PIC 9(002).
       77  NEWLOTEXP-FS                         PIC 9(002).
       77  OLDSTOCKBAL-FS                       PIC 9(002).
       77  NEWSTOCKBAL-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-SITE-COUNT                        PIC 9(005).
       77  WS-LT-COUNT                          PIC 9(005).
       77  WS-INV-COUNT                         PIC 9(007).
       77  WS-PAY-COUNT                         PIC 9(005).
       77  WS-INVC-COUNT                        PIC 9(006).
       77  WS-GLP-COUNT                         PIC 9(008).
       77  WS-PO-COUNT                          PIC 9(006).
       77  WS-POD-COUNT                         PIC 9(006).
       77  WS-SR-COUNT                          PIC 9(005).
       77  WS-LOTX-COUNT                        PIC 9(007).
       77  WS-STB-COUNT                         PIC 9(007).

      ******************************************************************

           05 SS-LT PIC 9(005) LINE 08 COL 34 FROM WS-LT-COUNT.
           05 VALUE "MOVEMENTS CONVERTED.:" LINE 09 COL 10.
           05 SS-INV PIC 9(007) LINE 09 COL 34 FROM WS-INV-COUNT.
           05 VALUE "PAYERS CONVERTED....:" LINE 10 COL 10.
           05 SS-PAY PIC 9(005) LINE 10 COL 34 FROM WS-PAY-COUNT.
           05 VALUE "INVOICES CONVERTED..:" LINE 11 COL 10.
           05 SS-INVC PIC 9(006) LINE 11 COL 34 FROM WS-INVC-COUNT.
           05 VALUE "GL LEGS CONVERTED...:" LINE 12 COL 10.
           05 SS-GLP PIC 9(008) LINE 12 COL 34 FROM WS-GLP-COUNT.
           05 VALUE "PURCHASE ORDERS.....:" LINE 13 COL 10.
           05 SS-PO PIC 9(006) LINE 13 COL 34 FROM WS-PO-COUNT.
           05 VALUE "PROOFS OF DELIVERY..:" LINE 14 COL 10.
           05 SS-POD PIC 9(006) LINE 14 COL 34 FROM WS-POD-COUNT.
           05 VALUE "SANDWICHES..........:" LINE 15 COL 10.
           05 SS-SR PIC 9(005) LINE 15 COL 34 FROM WS-SR-COUNT.
           05 VALUE "LOT EXPIRIES........:" LINE 16 COL 10.
           05 SS-LOTX PIC 9(007) LINE 16 COL 34 FROM WS-LOTX-COUNT.
           05 VALUE "STOCK BALANCES......:" LINE 17 COL 10.
           05 SS-STB PIC 9(007) LINE 17 COL 34 FROM WS-STB-COUNT.
           05 VALUE "THE NEW FILES CARRY A -NEW SUFFIX - RENAME THEM"
              LINE 19 COL 10.
           05 VALUE "OVER THE ORIGINALS ONCE THE COUNTS CHECK OUT"
              LINE 20 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 22 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************
       MAIN SECTION.
           MOVE ZEROS TO WS-CAT-COUNT WS-SITE-COUNT
           MOVE ZEROS TO WS-LT-COUNT WS-INV-COUNT
           MOVE ZEROS TO WS-PAY-COUNT WS-INVC-COUNT
           MOVE ZEROS TO WS-GLP-COUNT WS-PO-COUNT
           MOVE ZEROS TO WS-POD-COUNT WS-SR-COUNT
           MOVE ZEROS TO WS-LOTX-COUNT WS-STB-COUNT
           PERFORM CONVERT-CATEGORIES
           PERFORM CONVERT-SITES
           PERFORM CONVERT-LEADTIMES
           PERFORM CONVERT-INVENTORY
           PERFORM CONVERT-PAYERS
           PERFORM CONVERT-INVOICES
           PERFORM CONVERT-GLPOSTS
           PERFORM CONVERT-POS
           PERFORM CONVERT-PODS
           PERFORM CONVERT-SANDWICHES
           PERFORM CONVERT-LOTEXP
           PERFORM CONVERT-STOCKBAL
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.
           CLOSE OLDINVEN
           EXIT SECTION.

      *> EVERY PAYER IS A MUNICIPALITY, SO ALL DEFAULT TO E-INVOICING;
      *> THE TAX NUMBER AND POSTAL ADDRESS ARE KEYED IN PAYERMNT, AS
      *> IS THE INTEREST WAIVER FOR A PAYER EXEMPT BY AGREEMENT
       CONVERT-PAYERS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT OLDPAYERS
           IF OLDPAYERS-FS NOT = ZEROS THEN
               CLOSE OLDPAYERS
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEWPAYERS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ OLDPAYERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE SPACES TO FD-PAYER
                       MOVE OLDPAY-REC TO FD-PAYER (1:114)
                       MOVE ZEROS TO PAY-POSTAL-CODE1
                       MOVE ZEROS TO PAY-POSTAL-CODE2
                       MOVE "Y" TO PAY-EINVOICE
                       MOVE "N" TO PAY-INTEREST-WAIVED
                       WRITE FD-PAYER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-PAY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEWPAYERS
           CLOSE OLDPAYERS
           EXIT SECTION.

      *> EVERYTHING ON FILE SO FAR IS A MEAL INVOICE
       CONVERT-INVOICES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT OLDINVOICES
           IF OLDINVOICES-FS NOT = ZEROS THEN
               CLOSE OLDINVOICES
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEWINVOICES
           PERFORM UNTIL FLAG-TRUE = "E"
               READ OLDINVOICES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE SPACES TO FD-INVOICE
                       MOVE OLDINVC-REC TO FD-INVOICE (1:51)
                       MOVE "FT" TO INV-DOC-TYPE
                       MOVE ZEROS TO INV-ORIGIN-INV-ID
                       WRITE FD-INVOICE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-INVC-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEWINVOICES
           CLOSE OLDINVOICES
           EXIT SECTION.

      *> LEGS POSTED BEFORE THE SITE DIMENSION BELONG TO NO KITCHEN
      *> AND STAY ON THE CENTRAL COST CENTRE
       CONVERT-GLPOSTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT OLDGLPOSTS
           IF OLDGLPOSTS-FS NOT = ZEROS THEN
               CLOSE OLDGLPOSTS
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEWGLPOSTS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ OLDGLPOSTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE SPACES TO FD-GLPOST
                       MOVE OLDGLP-REC TO FD-GLPOST (1:69)
                       MOVE ZEROS TO GLP-SITE-ID
                       WRITE FD-GLPOST
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-GLP-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEWGLPOSTS
           CLOSE OLDGLPOSTS
           EXIT SECTION.

      *> THE RECEIVING SITE IS FILLED IN BY THE NEXT DELIVERY BOOKED
       CONVERT-POS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT OLDPOS
           IF OLDPOS-FS NOT = ZEROS THEN
               CLOSE OLDPOS
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEWPOS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ OLDPOS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE SPACES TO FD-PO
                       MOVE OLDPO-REC TO FD-PO (1:26)
                       MOVE ZEROS TO PO-RECV-SITE-ID
                       WRITE FD-PO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-PO-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEWPOS
           CLOSE OLDPOS
           EXIT SECTION.

      *> EVERY PROOF ON FILE SO FAR IS A DELIVERY THAT WAS HANDED OVER
       CONVERT-PODS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT OLDPODS
           IF OLDPODS-FS NOT = ZEROS THEN
               CLOSE OLDPODS
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEWPODS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ OLDPODS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE SPACES TO FD-POD
                       MOVE OLDPOD-REC TO FD-POD (1:47)
                       MOVE "D" TO POD-OUTCOME
                       MOVE ZEROS TO POD-REDELIVERY-DATE
                       MOVE ZEROS TO POD-TRIP-COST POD-PRODUCT-COST
                       MOVE ZEROS TO POD-DECIDED-DATE
                       WRITE FD-POD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-POD-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEWPODS
           CLOSE OLDPODS
           EXIT SECTION.

      *> SANDWICHES ON FILE BEFORE THE LIFECYCLE ARE ALREADY BEING
      *> SOLD, SO THEY COME ACROSS ACTIVE WITH NO PHASE-OUT DATE
       CONVERT-SANDWICHES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT OLDSR
           IF OLDSR-FS NOT = ZEROS THEN
               CLOSE OLDSR
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEWSR
           PERFORM UNTIL FLAG-TRUE = "E"
               READ OLDSR NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE SPACES TO SR-REC
                       MOVE OLDSR-REC TO SR-REC (1:140)
                       MOVE "A" TO SR-LIFECYCLE
                       MOVE ZEROS TO SR-PHASEOUT-DATE
                       WRITE SR-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-SR-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEWSR
           CLOSE OLDSR
           EXIT SECTION.

      *> NO LOT ON FILE HAS BEEN HELD YET
       CONVERT-LOTEXP SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT OLDLOTEXP
           IF OLDLOTEXP-FS NOT = ZEROS THEN
               CLOSE OLDLOTEXP
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEWLOTEXP
           PERFORM UNTIL FLAG-TRUE = "E"
               READ OLDLOTEXP NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE SPACES TO FD-LOTEXP
                       MOVE OLDLOTX-REC TO FD-LOTEXP (1:22)
                       MOVE SPACES TO LOTX-HOLD-STATUS
                       MOVE SPACES TO LOTX-HOLD-REASON
                       MOVE SPACES TO LOTX-HOLD-NOTE LOTX-HOLD-BY
                       MOVE SPACES TO LOTX-DECIDED-BY
                       MOVE ZEROS TO LOTX-HOLD-DATE LOTX-HOLD-QTY
                       MOVE ZEROS TO LOTX-HOLD-SITE LOTX-DECIDED-DATE
                       WRITE FD-LOTEXP
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-LOTX-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEWLOTEXP
           CLOSE OLDLOTEXP
           EXIT SECTION.

      *> A ZERO AVERAGE SENDS READERS BACK TO THE SUPPLY PRICE LIST
      *> UNTIL AVGBUILD OR THE NEXT COSTED RECEIPT SETS IT
       CONVERT-STOCKBAL SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT OLDSTOCKBAL
           IF OLDSTOCKBAL-FS NOT = ZEROS THEN
               CLOSE OLDSTOCKBAL
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEWSTOCKBAL
           PERFORM UNTIL FLAG-TRUE = "E"
               READ OLDSTOCKBAL NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE SPACES TO FD-STOCKBAL
                       MOVE OLDSTB-REC TO FD-STOCKBAL (1:21)
                       MOVE ZEROS TO STB-AVG-COST
                       WRITE FD-STOCKBAL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-STB-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEWSTOCKBAL
           CLOSE OLDSTOCKBAL
           EXIT SECTION.

       END PROGRAM FILECONV.
