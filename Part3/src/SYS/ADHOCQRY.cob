      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    AD-HOC QUERY AND LISTING TOOL - A TRAINED USER PICKS ONE OF
      *    THE MAIN DATA FILES, NAMES THE FIELDS TO LIST FROM THE DATA
      *    DICTIONARY ON FXQRYDICT, SETS FILTERS AND A SORT ORDER AND
      *    GETS A LISTING OR A CSV ON ADHOCQRYFILE, REGISTERED IN THE
      *    SPOOL. QUERIES ARE SAVED ON FXQUERIES TO BE RUN AGAIN. THE
      *    USER NEEDS THE VIEW RIGHT OF THE PROGRAM THAT LOOKS AFTER
      *    THE FILE AS WELL AS THE RIGHTS ON ADHOCQRY ITSELF
      *    | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOCQRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUERIES ASSIGN TO "FXQUERIES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QRY-NAME
           FILE STATUS IS QUERY-FS.

           SELECT QRYDICT ASSIGN TO "FXQRYDICT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QDD-KEY
           FILE STATUS IS QRYDICT-FS.

      *> THE FILES A QUERY CAN READ - ONLY EVER OPENED INPUT
           SELECT ORDERS ASSIGN TO "FX-ORDERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ORDERS-ID
           ALTERNATE RECORD KEY IS FD-DELIVERY-DATE
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-ORDERS-SCHOOL-DATE-KEY
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

           SELECT ORDLINES ASSIGN TO "FX-ORDLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

           SELECT INVENTORY ASSIGN TO "INVENTORYFILE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVENTORY-FS.

           SELECT INVOICES ASSIGN TO "FXINVOICES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ID
           FILE STATUS IS INVOICE-FS.

           SELECT POFILE ASSIGN TO "FXPOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-ID
           FILE STATUS IS PO-FS.

           SELECT POLINES ASSIGN TO "FXPOLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POL-KEY
           FILE STATUS IS POLINE-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-ID
           ALTERNATE KEY IS SUPPLIER-TOWN WITH DUPLICATES
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS SUPP-FS.

           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

      *> ONE OUTPUT FOR QUERY LISTINGS, CSVS, THE LIST OF SAVED
      *> QUERIES AND THE DICTIONARY - THE SPOOL TYPE TELLS THEM APART
           SELECT REPORTFILE ASSIGN TO "ADHOCQRYFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUERIES.
       COPY FD-QUERY.

       FD  QRYDICT.
       COPY FD-QRYDICT.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  INVENTORY.
       COPY FD-IM.

       FD  INVOICES.
       COPY FD-INVOICE.

       FD  POFILE.
       COPY FD-PO.

       FD  POLINES.
       COPY FD-POLINE.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(420).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  QUERY-FS                             PIC 9(002).
       77  QRYDICT-FS                           PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  INVENTORY-FS                         PIC 9(002).
       77  INVOICE-FS                           PIC 9(002).
       77  PO-FS                                PIC 9(002).
       77  POLINE-FS                            PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SUPP-FS                              PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-CONFIRM                           PIC X(001).
       77  WS-DONE-TEXT                         PIC X(040).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "ADHOCQRY".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "ADHOCQRYFILE".

       77  WS-PERM-PROGRAM                      PIC X(012).
       77  WS-PERM-ACTION                       PIC X(001).
       77  WS-PERM-AUDIT                        PIC X(001).
       77  WS-PERM-ALLOWED                      PIC X(001).

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-CLOCK-DATE                        PIC 9(008).
       77  WS-USER-CODE                         PIC X(008).

      ******************************************************************
      *    THE FILES A QUERY CAN READ AND THE PROGRAM WHOSE VIEW RIGHT
      *    ON FXUSERPERMS OPENS EACH ONE TO THE USER. THE POSITION IN
      *    THIS TABLE PICKS THE FILE IN OPEN/READ/CLOSE-SOURCE
      ******************************************************************
       78  MAX-CAT                              VALUE 8.
       01  CATALOGUE-VALUES.
           05 FILLER PIC X(054) VALUE
              "FX-ORDERS     RSOREGISTER SANDWICH ORDER HEADERS".
           05 FILLER PIC X(054) VALUE
              "FX-ORDLINES   RSOREGISTER SANDWICH ORDER LINES".
           05 FILLER PIC X(054) VALUE
              "INVENTORYFILE MAININGREDS STOCK MOVEMENTS AND LOTS".
           05 FILLER PIC X(054) VALUE
              "FXINVOICES    RSOBILL     SCHOOL INVOICES".
           05 FILLER PIC X(054) VALUE
              "FXPOFILE      POGEN       PURCHASE ORDER HEADERS".
           05 FILLER PIC X(054) VALUE
              "FXPOLINES     POGEN       PURCHASE ORDER LINES".
           05 FILLER PIC X(054) VALUE
              "SCHOOLS       SCHOOLS     SCHOOLS".
           05 FILLER PIC X(054) VALUE
              "FXSUPPLIERS   suppliers   INGREDIENT SUPPLIERS".
       01  CATALOGUE-TABLE REDEFINES CATALOGUE-VALUES.
           05 CATALOGUE-ROW OCCURS 8 TIMES INDEXED BY IND-CAT.
               10 TAB-CAT-FILE                  PIC X(014).
               10 TAB-CAT-PROGRAM               PIC X(012).
               10 TAB-CAT-TEXT                  PIC X(028).
       77  WS-CAT-POS                           PIC 9(002).

      ******************************************************************
      *    THE DATA DICTIONARY AS TAKEN FROM THE RECORD LAYOUTS - FILE,
      *    FIELD, FIRST BYTE, LENGTH, TYPE AND DECIMALS. WRITTEN TO
      *    FXQRYDICT WHEN IT IS MISSING OR REBUILT FROM THE MENU; A
      *    LAYOUT CHANGE IS MADE HERE AND THE DICTIONARY REBUILT
      ******************************************************************
       78  MAX-SEED                             VALUE 78.
       01  DICTIONARY-SEED-VALUES.
      *> FX-ORDERS
           05 FILLER PIC X(053) VALUE
              "FX-ORDERS     FD-ORDERS-ID                  000100590".
           05 FILLER PIC X(053) VALUE
              "FX-ORDERS     FD-DELIVERY-DATE              000600890".
           05 FILLER PIC X(053) VALUE
              "FX-ORDERS     FD-DELIVERY-TIME              001400490".
           05 FILLER PIC X(053) VALUE
              "FX-ORDERS     FD-ORDERS-SCHOOL-INTERNAL-ID  001800390".
           05 FILLER PIC X(053) VALUE
              "FX-ORDERS     FD-ORDERS-SANDWICH-INTERNAL-ID002100390".
           05 FILLER PIC X(053) VALUE
              "FX-ORDERS     FD-ORDERS-QUANTITY            002400390".
           05 FILLER PIC X(053) VALUE
              "FX-ORDERS     FD-ORDERS-DATE                002700890".
           05 FILLER PIC X(053) VALUE
              "FX-ORDERS     FD-ORDERS-STATUS              003500190".
           05 FILLER PIC X(053) VALUE
              "FX-ORDERS     FD-ORDERS-CONFIRMED           0036001X0".
           05 FILLER PIC X(053) VALUE
              "FX-ORDERS     FD-ORDERS-DELIVERY-POINT      003700290".
      *> FX-ORDLINES
           05 FILLER PIC X(053) VALUE
              "FX-ORDLINES   OL-ORDER-ID                   000100590".
           05 FILLER PIC X(053) VALUE
              "FX-ORDLINES   OL-LINE-NO                    000600390".
           05 FILLER PIC X(053) VALUE
              "FX-ORDLINES   OL-SANDWICH-ID                000900390".
           05 FILLER PIC X(053) VALUE
              "FX-ORDLINES   OL-QUANTITY                   001200390".
           05 FILLER PIC X(053) VALUE
              "FX-ORDLINES   OL-TIER-CODE                  0015001X0".
      *> INVENTORYFILE
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE MOVE-IN-ID                    0001002X0".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE MOVE-OUT-ID                   0003002X0".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE MOVE-IN-QTD                   000500390".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE MOVE-OUT-QTD                  000800390".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE MOVE-SITE-ID                  001100390".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE INGRED-ID                     001400390".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE INGRED-UNIT-SUPPLIER          0017003X0".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE INGRED-UNIT-SANDWICH          0020003X0".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE INGRED-CONV-FACTOR            002300592".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE THRESHOLD                     002800390".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE INGRED-IS-ACTIVE              003100190".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE MOVE-BATCH-LOT                0032010X0".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE MOVE-SUPPLY-ID                004200390".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE TIME-MOVE-IN                  004501290".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE TIME-MOVE-OUT                 005701290".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE TIME-ACTZ                     006901290".
           05 FILLER PIC X(053) VALUE
              "INVENTORYFILE MOVE-REASON-CODE              0081002X0".
      *> FXINVOICES
           05 FILLER PIC X(053) VALUE
              "FXINVOICES    INV-ID                        000100690".
           05 FILLER PIC X(053) VALUE
              "FXINVOICES    INV-SCHOOL-ID                 000700390".
           05 FILLER PIC X(053) VALUE
              "FXINVOICES    INV-PERIOD                    001000690".
           05 FILLER PIC X(053) VALUE
              "FXINVOICES    INV-DATE                      001600890".
           05 FILLER PIC X(053) VALUE
              "FXINVOICES    INV-TOTAL                     002400992".
           05 FILLER PIC X(053) VALUE
              "FXINVOICES    INV-NET-TOTAL                 003300992".
           05 FILLER PIC X(053) VALUE
              "FXINVOICES    INV-VAT-TOTAL                 004200992".
           05 FILLER PIC X(053) VALUE
              "FXINVOICES    INV-STATUS                    005100190".
           05 FILLER PIC X(053) VALUE
              "FXINVOICES    INV-DOC-TYPE                  0052002X0".
           05 FILLER PIC X(053) VALUE
              "FXINVOICES    INV-ORIGIN-INV-ID             005400690".
      *> FXPOFILE
           05 FILLER PIC X(053) VALUE
              "FXPOFILE      PO-ID                         000100690".
           05 FILLER PIC X(053) VALUE
              "FXPOFILE      PO-SUPPLIER-ID                000700390".
           05 FILLER PIC X(053) VALUE
              "FXPOFILE      PO-ORDER-DATE                 001000890".
           05 FILLER PIC X(053) VALUE
              "FXPOFILE      PO-DUE-DATE                   001800890".
           05 FILLER PIC X(053) VALUE
              "FXPOFILE      PO-STATUS                     002600190".
           05 FILLER PIC X(053) VALUE
              "FXPOFILE      PO-RECV-SITE-ID               002700390".
      *> FXPOLINES
           05 FILLER PIC X(053) VALUE
              "FXPOLINES     POL-PO-ID                     000100690".
           05 FILLER PIC X(053) VALUE
              "FXPOLINES     POL-LINE-NO                   000700390".
           05 FILLER PIC X(053) VALUE
              "FXPOLINES     POL-INGRED-ID                 001000390".
           05 FILLER PIC X(053) VALUE
              "FXPOLINES     POL-QTY-ORDERED               001300590".
           05 FILLER PIC X(053) VALUE
              "FXPOLINES     POL-QTY-RECEIVED              001800590".
           05 FILLER PIC X(053) VALUE
              "FXPOLINES     POL-UNIT-PRICE                002300592".
           05 FILLER PIC X(053) VALUE
              "FXPOLINES     POL-SHORT-FLAG                0028001X0".
           05 FILLER PIC X(053) VALUE
              "FXPOLINES     POL-CONFIRMED-QTY             002900590".
           05 FILLER PIC X(053) VALUE
              "FXPOLINES     POL-PROMISE-DATE              003400890".
           05 FILLER PIC X(053) VALUE
              "FXPOLINES     POL-ACK-FLAG                  0042001X0".
      *> SCHOOLS
           05 FILLER PIC X(053) VALUE
              "SCHOOLS       SCHOOL-INTERNAL-ID            000100390".
           05 FILLER PIC X(053) VALUE
              "SCHOOLS       SCHOOL-EXTERNAL-ID            0004008X0".
           05 FILLER PIC X(053) VALUE
              "SCHOOLS       SCHOOL-DESIGNATION1           0012050X0".
           05 FILLER PIC X(053) VALUE
              "SCHOOLS       SCHOOL-ADR-MAIN1              0162050X0".
           05 FILLER PIC X(053) VALUE
              "SCHOOLS       SCHOOL-ADR-MAIN2              0212050X0".
           05 FILLER PIC X(053) VALUE
              "SCHOOLS       SCHOOL-POSTAL-CODE            026200790".
           05 FILLER PIC X(053) VALUE
              "SCHOOLS       SCHOOL-TOWN                   0269030X0".
      *> FXSUPPLIERS
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-ID                   000100390".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-NAME                 0004030X0".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-POSTAL-CODE          028400790".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-TOWN                 0291030X0".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-EMAIL1               0321050X0".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-EMAIL2               0371050X0".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-EMAIL3               0421050X0".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-PHONE1               0471009X0".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-PHONE2               0480009X0".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-PHONE3               0489009X0".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-IS-ACTIVE            049800190".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-ONTIME-DELIVERIES    049900590".
           05 FILLER PIC X(053) VALUE
              "FXSUPPLIERS   SUPPLIER-LATE-DELIVERIES      050400590".
       01  DICTIONARY-SEED-TABLE REDEFINES DICTIONARY-SEED-VALUES.
           05 SEED-ROW OCCURS 78 TIMES INDEXED BY IND-SEED.
               10 TAB-SEED-FILE                 PIC X(014).
               10 TAB-SEED-FIELD                PIC X(030).
               10 TAB-SEED-OFFSET               PIC 9(004).
               10 TAB-SEED-LENGTH               PIC 9(003).
               10 TAB-SEED-TYPE                 PIC X(001).
               10 TAB-SEED-DECIMALS             PIC 9(001).

      *> THE DICTIONARY ROWS OF THE FILE BEING QUERIED
       78  MAX-DICT                             VALUE 40.
       77  MAX-DICT-ROW                         PIC 9(002).
       01  DICT-TABLE.
           05 DICT-ROW OCCURS 40 TIMES INDEXED BY IND-DICT.
               10 TAB-DICT-NAME                 PIC X(030).
               10 TAB-DICT-OFFSET               PIC 9(004).
               10 TAB-DICT-LENGTH               PIC 9(003).
               10 TAB-DICT-TYPE                 PIC X(001).
               10 TAB-DICT-DECIMALS             PIC 9(001).
      *> PRINTED WIDTH - ONE MORE THAN THE LENGTH FOR THE DECIMAL
      *> POINT OF A NUMBER WITH DECIMALS
               10 TAB-DICT-WIDTH                PIC 9(003).
       77  WS-DICT-POS                          PIC 9(002).
       77  WS-LOOKUP-NAME                       PIC X(030).

      ******************************************************************
      *    THE QUERY AS KEYED ON THE SCREEN, FIELD BY FIELD, WITH A
      *    TABLE VIEW OVER EACH PART FOR CHECKING AND RUNNING IT
      ******************************************************************
       01  WS-ED-HEADER.
           05 WS-ED-NAME                        PIC X(012).
           05 WS-ED-DESCRIPTION                 PIC X(040).
           05 WS-ED-FILE                        PIC X(014).
           05 WS-ED-OUTPUT                      PIC X(001).
       77  WS-ED-EXISTS                         PIC X(001).

       01  WS-ED-COLUMNS.
           05 WS-ED-COL-1                       PIC X(030).
           05 WS-ED-COL-2                       PIC X(030).
           05 WS-ED-COL-3                       PIC X(030).
           05 WS-ED-COL-4                       PIC X(030).
           05 WS-ED-COL-5                       PIC X(030).
           05 WS-ED-COL-6                       PIC X(030).
           05 WS-ED-COL-7                       PIC X(030).
           05 WS-ED-COL-8                       PIC X(030).
       01  WS-ED-COLUMN-TABLE REDEFINES WS-ED-COLUMNS.
           05 WS-ED-COL OCCURS 8 TIMES          PIC X(030).

       01  WS-ED-FILTERS.
           05 WS-ED-FLT-FIELD-1                 PIC X(030).
           05 WS-ED-FLT-OP-1                    PIC X(002).
           05 WS-ED-FLT-VALUE-1                 PIC X(030).
           05 WS-ED-FLT-FIELD-2                 PIC X(030).
           05 WS-ED-FLT-OP-2                    PIC X(002).
           05 WS-ED-FLT-VALUE-2                 PIC X(030).
           05 WS-ED-FLT-FIELD-3                 PIC X(030).
           05 WS-ED-FLT-OP-3                    PIC X(002).
           05 WS-ED-FLT-VALUE-3                 PIC X(030).
           05 WS-ED-FLT-FIELD-4                 PIC X(030).
           05 WS-ED-FLT-OP-4                    PIC X(002).
           05 WS-ED-FLT-VALUE-4                 PIC X(030).
           05 WS-ED-FLT-FIELD-5                 PIC X(030).
           05 WS-ED-FLT-OP-5                    PIC X(002).
           05 WS-ED-FLT-VALUE-5                 PIC X(030).
           05 WS-ED-FLT-FIELD-6                 PIC X(030).
           05 WS-ED-FLT-OP-6                    PIC X(002).
           05 WS-ED-FLT-VALUE-6                 PIC X(030).
       01  WS-ED-FILTER-TABLE REDEFINES WS-ED-FILTERS.
           05 WS-ED-FLT OCCURS 6 TIMES.
               10 WS-ED-FLT-FIELD               PIC X(030).
               10 WS-ED-FLT-OP                  PIC X(002).
               10 WS-ED-FLT-VALUE               PIC X(030).

       01  WS-ED-SORTS.
           05 WS-ED-SORT-FIELD-1                PIC X(030).
           05 WS-ED-SORT-ORDER-1                PIC X(001).
           05 WS-ED-SORT-FIELD-2                PIC X(030).
           05 WS-ED-SORT-ORDER-2                PIC X(001).
       01  WS-ED-SORT-TABLE REDEFINES WS-ED-SORTS.
           05 WS-ED-SRT OCCURS 2 TIMES.
               10 WS-ED-SORT-FIELD              PIC X(030).
               10 WS-ED-SORT-ORDER              PIC X(001).

      *> THE QUERY CHECKED AGAINST THE DICTIONARY - EACH PART POINTS
      *> AT ITS ROW IN DICT-TABLE
       77  WS-POS                               PIC 9(002).
       77  WS-MSG-NUM                           PIC 9(001).
       77  MAX-COL                              PIC 9(001).
       01  RES-COLUMNS.
           05 RES-COL OCCURS 8 TIMES.
               10 RES-COL-DICT                  PIC 9(002).
               10 RES-COL-WIDTH                 PIC 9(003).
       77  MAX-FLT                              PIC 9(001).
       01  RES-FILTERS.
           05 RES-FLT OCCURS 6 TIMES.
               10 RES-FLT-DICT                  PIC 9(002).
               10 RES-FLT-OPERATOR              PIC X(002).
               10 RES-FLT-TEXT                  PIC X(030).
               10 RES-FLT-LEN                   PIC 9(002).
               10 RES-FLT-NUM                   PIC S9(013)V9(004).
       77  MAX-SRT                              PIC 9(001).
       01  RES-SORTS.
           05 RES-SRT OCCURS 2 TIMES.
               10 RES-SRT-DICT                  PIC 9(002).
               10 RES-SRT-ORDER                 PIC X(001).

      *> ONE FIELD OF THE CURRENT RECORD
       01  WS-RECORD                            PIC X(600).
       77  WS-FLD-RAW                           PIC X(050).
       77  WS-FLD-SHOW                          PIC X(051).
       77  WS-FLD-NUM                           PIC S9(013)V9(004).
       77  WS-FLD-LEN                           PIC 9(003).
       77  WS-FLD-DEC                           PIC 9(001).
       77  WS-INT-LEN                           PIC 9(003).
       77  WS-CMP-FIELD                         PIC X(051).
       77  WS-CMP-VALUE                         PIC X(051).
       77  WS-CMP-RESULT                        PIC X(001).
       77  WS-TALLY                             PIC 9(003).
       77  WS-ROW-PASS                          PIC X(001).
       77  WS-FLT-PASS                          PIC X(001).
       77  WS-SOURCE-OPEN                       PIC X(001).

      *> THE ROWS SELECTED, SORTED IN PLACE BEFORE THEY ARE WRITTEN
       78  MAX-RESULTS                          VALUE 2000.
       77  MAX-RES                              PIC 9(004) VALUE ZEROS.
       01  RESULT-TABLE.
           05 TAB-RES OCCURS 1 TO 2000 TIMES
              DEPENDING ON MAX-RES INDEXED BY IND-RES.
               10 TAB-RES-KEY1                  PIC X(050).
               10 TAB-RES-KEY2                  PIC X(050).
               10 TAB-RES-LINE                  PIC X(420).
       77  WS-RES-CUT                           PIC X(001).
       77  WS-CNT-READ                          PIC 9(007).
       77  WS-CNT-SELECTED                      PIC 9(007).
       77  WS-CNT-LISTED                        PIC 9(007).

       01  WS-OUT-LINE                          PIC X(420).
       77  WS-LINE-PTR                          PIC 9(003).
       77  WS-HEAD-NAME                         PIC X(050).

       01  DIVIDER-LINE                         PIC X(110)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 RPT-HEAD-TITLE                    PIC X(049).
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-LABEL-LINE.
           05 RPT-L-LABEL                       PIC X(016).
           05 RPT-L-VALUE                       PIC X(090).

       01  RPT-FILTER-LINE.
           05 RPT-F-LABEL                       PIC X(016).
           05 RPT-F-FIELD                       PIC X(031).
           05 RPT-F-OPERATOR                    PIC X(003).
           05 RPT-F-VALUE                       PIC X(030).

       01  RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL                     PIC X(045).
           05 RPT-TOT-COUNT                     PIC Z(006)9.

       01  RPT-QRY-COLUMNS.
           05 FILLER PIC X(014) VALUE "QUERY".
           05 FILLER PIC X(016) VALUE "FILE".
           05 FILLER PIC X(004) VALUE "OUT".
           05 FILLER PIC X(010) VALUE "OWNER".
           05 FILLER PIC X(010) VALUE "LAST RUN".
           05 FILLER PIC X(040) VALUE "DESCRIPTION".

       01  RPT-QRY-LINE.
           05 RPT-Q-NAME                        PIC X(012).
           05 FILLER                            PIC X(002).
           05 RPT-Q-FILE                        PIC X(014).
           05 FILLER                            PIC X(002).
           05 RPT-Q-OUTPUT                      PIC X(001).
           05 FILLER                            PIC X(003).
           05 RPT-Q-OWNER                       PIC X(008).
           05 FILLER                            PIC X(002).
           05 RPT-Q-LAST-RUN                    PIC X(008).
           05 FILLER                            PIC X(002).
           05 RPT-Q-DESCRIPTION                 PIC X(040).

       01  RPT-DICT-FILE-LINE.
           05 RPT-DF-FILE                       PIC X(014).
           05 FILLER                            PIC X(002).
           05 RPT-DF-TEXT                       PIC X(028).
           05 FILLER                            PIC X(017)
              VALUE " - VIEW RIGHT ON ".
           05 RPT-DF-PROGRAM                    PIC X(012).

       01  RPT-DICT-COLUMNS.
           05 FILLER PIC X(004) VALUE SPACES.
           05 FILLER PIC X(032) VALUE "FIELD".
           05 FILLER PIC X(008) VALUE "FROM".
           05 FILLER PIC X(008) VALUE "LENGTH".
           05 FILLER PIC X(008) VALUE "TYPE".
           05 FILLER PIC X(008) VALUE "DECIMALS".

       01  RPT-DICT-LINE.
           05 FILLER                            PIC X(004).
           05 RPT-D-FIELD                       PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-D-OFFSET                      PIC ZZZ9.
           05 FILLER                            PIC X(004).
           05 RPT-D-LENGTH                      PIC ZZ9.
           05 FILLER                            PIC X(005).
           05 RPT-D-TYPE                        PIC X(001).
           05 FILLER                            PIC X(007).
           05 RPT-D-DECIMALS                    PIC 9(001).
       77  WS-PREV-FILE                         PIC X(014).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | AD-HOC QUERIES"    LINE 02 COL 10.
           05 VALUE "1 - NEW OR CHANGE A QUERY"     LINE 05 COL 10.
           05 VALUE "2 - RUN A SAVED QUERY"         LINE 06 COL 10.
           05 VALUE "3 - LIST SAVED QUERIES"        LINE 07 COL 10.
           05 VALUE "4 - REMOVE A QUERY"            LINE 08 COL 10.
           05 VALUE "5 - DATA DICTIONARY LISTING"   LINE 09 COL 10.
           05 VALUE "6 - REBUILD THE DICTIONARY"    LINE 10 COL 10.
           05 VALUE "7 - BACK"                      LINE 11 COL 10.
           05 VALUE "OPTION:"                       LINE 13 COL 10.
           05 SS-MENU PIC 9(001) LINE 13 COL 20 TO WS-MENU-OPTION.

       01  NAME-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | AD-HOC QUERIES"    LINE 02 COL 10.
           05 VALUE "F3 - BACK"                     LINE 02 COL 60.
           05 VALUE "QUERY NAME..........:"         LINE 05 COL 10.
           05 SS-N-NAME PIC X(012) LINE 05 COL 34 TO WS-ED-NAME.

       01  QUERY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | AD-HOC QUERY"      LINE 02 COL 10.
           05 VALUE "F3 - BACK"                     LINE 02 COL 60.
           05 VALUE "QUERY......:"                  LINE 04 COL 10.
           05 SS-Q-NAME PIC X(012) LINE 04 COL 23 FROM WS-ED-NAME.
           05 VALUE "DESCRIPTION:"                  LINE 05 COL 10.
           05 SS-Q-DESC PIC X(040) LINE 05 COL 23
              USING WS-ED-DESCRIPTION.
           05 VALUE "FILE.......:"                  LINE 06 COL 10.
           05 SS-Q-FILE PIC X(014) LINE 06 COL 23 USING WS-ED-FILE.
           05 VALUE "OUTPUT (L=LISTING C=CSV):"     LINE 06 COL 40.
           05 SS-Q-OUT PIC X(001) LINE 06 COL 66 USING WS-ED-OUTPUT.
           05 VALUE "FIELDS TO LIST (NAMES FROM THE DATA DICTIONARY)"
              LINE 08 COL 10.
           05 SS-Q-COL1 PIC X(030) LINE 09 COL 10 USING WS-ED-COL-1.
           05 SS-Q-COL2 PIC X(030) LINE 09 COL 44 USING WS-ED-COL-2.
           05 SS-Q-COL3 PIC X(030) LINE 10 COL 10 USING WS-ED-COL-3.
           05 SS-Q-COL4 PIC X(030) LINE 10 COL 44 USING WS-ED-COL-4.
           05 SS-Q-COL5 PIC X(030) LINE 11 COL 10 USING WS-ED-COL-5.
           05 SS-Q-COL6 PIC X(030) LINE 11 COL 44 USING WS-ED-COL-6.
           05 SS-Q-COL7 PIC X(030) LINE 12 COL 10 USING WS-ED-COL-7.
           05 SS-Q-COL8 PIC X(030) LINE 12 COL 44 USING WS-ED-COL-8.
           05 VALUE "FILTERS (ALL MUST HOLD) - EQ NE GT GE LT LE CT"
              LINE 13 COL 10.
           05 SS-Q-FF1 PIC X(030) LINE 14 COL 10
              USING WS-ED-FLT-FIELD-1.
           05 SS-Q-FO1 PIC X(002) LINE 14 COL 42 USING WS-ED-FLT-OP-1.
           05 SS-Q-FV1 PIC X(030) LINE 14 COL 46
              USING WS-ED-FLT-VALUE-1.
           05 SS-Q-FF2 PIC X(030) LINE 15 COL 10
              USING WS-ED-FLT-FIELD-2.
           05 SS-Q-FO2 PIC X(002) LINE 15 COL 42 USING WS-ED-FLT-OP-2.
           05 SS-Q-FV2 PIC X(030) LINE 15 COL 46
              USING WS-ED-FLT-VALUE-2.
           05 SS-Q-FF3 PIC X(030) LINE 16 COL 10
              USING WS-ED-FLT-FIELD-3.
           05 SS-Q-FO3 PIC X(002) LINE 16 COL 42 USING WS-ED-FLT-OP-3.
           05 SS-Q-FV3 PIC X(030) LINE 16 COL 46
              USING WS-ED-FLT-VALUE-3.
           05 SS-Q-FF4 PIC X(030) LINE 17 COL 10
              USING WS-ED-FLT-FIELD-4.
           05 SS-Q-FO4 PIC X(002) LINE 17 COL 42 USING WS-ED-FLT-OP-4.
           05 SS-Q-FV4 PIC X(030) LINE 17 COL 46
              USING WS-ED-FLT-VALUE-4.
           05 SS-Q-FF5 PIC X(030) LINE 18 COL 10
              USING WS-ED-FLT-FIELD-5.
           05 SS-Q-FO5 PIC X(002) LINE 18 COL 42 USING WS-ED-FLT-OP-5.
           05 SS-Q-FV5 PIC X(030) LINE 18 COL 46
              USING WS-ED-FLT-VALUE-5.
           05 SS-Q-FF6 PIC X(030) LINE 19 COL 10
              USING WS-ED-FLT-FIELD-6.
           05 SS-Q-FO6 PIC X(002) LINE 19 COL 42 USING WS-ED-FLT-OP-6.
           05 SS-Q-FV6 PIC X(030) LINE 19 COL 46
              USING WS-ED-FLT-VALUE-6.
           05 VALUE "SORT BY:"                      LINE 20 COL 10.
           05 SS-Q-SF1 PIC X(030) LINE 20 COL 19
              USING WS-ED-SORT-FIELD-1.
           05 VALUE "A/D:"                          LINE 20 COL 51.
           05 SS-Q-SO1 PIC X(001) LINE 20 COL 56
              USING WS-ED-SORT-ORDER-1.
           05 VALUE "THEN BY:"                      LINE 21 COL 10.
           05 SS-Q-SF2 PIC X(030) LINE 21 COL 19
              USING WS-ED-SORT-FIELD-2.
           05 VALUE "A/D:"                          LINE 21 COL 51.
           05 SS-Q-SO2 PIC X(001) LINE 21 COL 56
              USING WS-ED-SORT-ORDER-2.

       01  CONFIRM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-C-TEXT PIC X(060) LINE 14 COL 10 FROM WS-ERROR-TEXT
              FOREGROUND-COLOR 4.
           05 VALUE "GO AHEAD (Y/N)........:"       LINE 16 COL 10.
           05 SS-C-CONFIRM PIC X(001) LINE 16 COL 34 TO WS-CONFIRM.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-D-TEXT PIC X(040) LINE 12 COL 10 FROM WS-DONE-TEXT.
           05 VALUE "ROWS LISTED...........:"       LINE 13 COL 10.
           05 SS-DONE PIC Z(006)9 LINE 13 COL 34 FROM WS-CNT-LISTED.
           05 VALUE "PRESS ANY KEY"                 LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM GET-SESSION-USER
           PERFORM CREATE-FILES

           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 7
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF KEYSTATUS = F3 THEN
                   MOVE ZEROS TO KEYSTATUS
                   MOVE 7 TO WS-MENU-OPTION
               END-IF
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM DEFINE-QUERY
                   WHEN 2 PERFORM RUN-SAVED-QUERY
                   WHEN 3 PERFORM LIST-QUERIES
                   WHEN 4 PERFORM REMOVE-QUERY
                   WHEN 5 PERFORM PRINT-DICTIONARY
                   WHEN 6 PERFORM REBUILD-DICTIONARY
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *> SAVED QUERIES CARRY WHO MADE THEM AND WHO LAST RAN THEM
       GET-SESSION-USER SECTION.
           MOVE "UNKNOWN" TO WS-USER-CODE
           OPEN INPUT SESSIONUSER
           IF SESSIONUSER-FS NOT = ZEROS THEN
               CLOSE SESSIONUSER
               EXIT SECTION
           END-IF
           READ SESSIONUSER
               NOT AT END
                   IF SSU-USER-CODE NOT = SPACES THEN
                       MOVE SSU-USER-CODE TO WS-USER-CODE
                   END-IF
           END-READ
           CLOSE SESSIONUSER
           EXIT SECTION.

       CREATE-FILES SECTION.
           OPEN INPUT QRYDICT
           IF QRYDICT-FS = NOT-FILE THEN
               CLOSE QRYDICT
               PERFORM BUILD-DICTIONARY
           ELSE
               CLOSE QRYDICT
           END-IF
           OPEN I-O QUERIES
           IF QUERY-FS = NOT-FILE THEN
               OPEN OUTPUT QUERIES
           END-IF
           CLOSE QUERIES
           EXIT SECTION.

       BUILD-DICTIONARY SECTION.
           OPEN OUTPUT QRYDICT
           PERFORM VARYING IND-SEED FROM 1 BY 1
                   UNTIL IND-SEED > MAX-SEED
               MOVE SEED-ROW (IND-SEED) TO FD-QRYDICT
               WRITE FD-QRYDICT
               END-WRITE
           END-PERFORM
           CLOSE QRYDICT
           EXIT SECTION.

      *> WS-PERM-PROGRAM AND WS-PERM-ACTION SET BY THE CALLER; A
      *> REFUSAL IS AUDITED
       CHECK-PERMISSION SECTION.
           MOVE "Y" TO WS-PERM-AUDIT
           CALL "PERMCHK" USING WS-PERM-PROGRAM WS-PERM-ACTION
               WS-PERM-AUDIT WS-PERM-ALLOWED
           EXIT SECTION.

       ACCEPT-QUERY-NAME SECTION.
           MOVE SPACES TO WS-ED-NAME
           DISPLAY CLEAR-SCREEN
           DISPLAY NAME-SCREEN
           ACCEPT NAME-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               MOVE SPACES TO WS-ED-NAME
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (TRIM (WS-ED-NAME)) TO WS-ED-NAME
           EXIT SECTION.

      *> READS THE QUERY NAMED IN WS-ED-NAME INTO THE EDIT AREA;
      *> WS-ED-EXISTS SAYS WHETHER IT WAS ON FILE
       READ-QUERY SECTION.
           MOVE "N" TO WS-ED-EXISTS
           OPEN INPUT QUERIES
           IF QUERY-FS = NOT-FILE THEN
               CLOSE QUERIES
               EXIT SECTION
           END-IF
           MOVE WS-ED-NAME TO QRY-NAME
           READ QUERIES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ED-EXISTS
                   MOVE QRY-DESCRIPTION TO WS-ED-DESCRIPTION
                   MOVE QRY-FILE-CODE TO WS-ED-FILE
                   MOVE QRY-OUTPUT TO WS-ED-OUTPUT
                   MOVE QRY-COLUMNS TO WS-ED-COLUMNS
                   MOVE QRY-FILTERS TO WS-ED-FILTERS
                   MOVE QRY-SORTS TO WS-ED-SORTS
           END-READ
           CLOSE QUERIES
           EXIT SECTION.

      ******************************************************************
      *    NEW OR CHANGED QUERY - THE SCREEN COMES BACK UNTIL THE
      *    QUERY CHECKS OUT AGAINST THE DICTIONARY, THEN IT IS SAVED
      ******************************************************************
       DEFINE-QUERY SECTION.
           PERFORM ACCEPT-QUERY-NAME
           IF WS-ED-NAME = SPACES THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-ED-DESCRIPTION WS-ED-FILE
               WS-ED-COLUMNS WS-ED-FILTERS WS-ED-SORTS
           MOVE "L" TO WS-ED-OUTPUT
           PERFORM READ-QUERY
           MOVE "ADHOCQRY" TO WS-PERM-PROGRAM
           IF WS-ED-EXISTS = "Y" THEN
               MOVE "C" TO WS-PERM-ACTION
           ELSE
               MOVE "A" TO WS-PERM-ACTION
           END-IF
           PERFORM CHECK-PERMISSION
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               MOVE "YOU MAY NOT DEFINE QUERIES" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-CONFIRM
           PERFORM UNTIL WS-CONFIRM = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY QUERY-SCREEN
               ACCEPT QUERY-SCREEN
               IF KEYSTATUS = F3 THEN
                   MOVE ZEROS TO KEYSTATUS
                   EXIT SECTION
               END-IF
               PERFORM VALIDATE-QUERY
               IF WS-ERROR-TEXT = SPACES THEN
                   MOVE "Y" TO WS-CONFIRM
               ELSE
                   ACCEPT MESSAGE-SCREEN
               END-IF
           END-PERFORM

           PERFORM SAVE-QUERY
           MOVE "QUERY SAVED - RUN IT WITH OPTION 2" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> A CHANGE KEEPS THE OWNER AND THE RUN HISTORY
       SAVE-QUERY SECTION.
           OPEN I-O QUERIES
           MOVE WS-ED-NAME TO QRY-NAME
           READ QUERIES
               INVALID KEY
                   MOVE "N" TO WS-ED-EXISTS
                   MOVE SPACES TO FD-QUERY
                   MOVE WS-ED-NAME TO QRY-NAME
                   MOVE WS-USER-CODE TO QRY-OWNER
                   ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
                   MOVE WS-CLOCK-DATE TO QRY-CREATED-DATE
                   MOVE ZEROS TO QRY-LAST-RUN-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ED-EXISTS
           END-READ
           MOVE WS-ED-DESCRIPTION TO QRY-DESCRIPTION
           MOVE WS-ED-FILE TO QRY-FILE-CODE
           MOVE WS-ED-OUTPUT TO QRY-OUTPUT
           MOVE WS-ED-COLUMNS TO QRY-COLUMNS
           MOVE WS-ED-FILTERS TO QRY-FILTERS
           MOVE WS-ED-SORTS TO QRY-SORTS
           IF WS-ED-EXISTS = "Y" THEN
               REWRITE FD-QUERY
               END-REWRITE
           ELSE
               WRITE FD-QUERY
               END-WRITE
           END-IF
           CLOSE QUERIES
           EXIT SECTION.

      ******************************************************************
      *    CHECKS THE EDIT AREA: A FILE FROM THE CATALOGUE THE USER
      *    MAY VIEW, AND EVERY FIELD NAMED IN ITS DICTIONARY. LEAVES
      *    THE RES- TABLES READY TO RUN, OR THE FIRST PROBLEM IN
      *    WS-ERROR-TEXT
      ******************************************************************
       VALIDATE-QUERY SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE UPPER-CASE (TRIM (WS-ED-FILE)) TO WS-ED-FILE
           MOVE UPPER-CASE (WS-ED-OUTPUT) TO WS-ED-OUTPUT
           IF WS-ED-OUTPUT NOT = "L" AND WS-ED-OUTPUT NOT = "C" THEN
               MOVE "OUTPUT MUST BE L (LISTING) OR C (CSV)"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF

           PERFORM FIND-CATALOGUE
           IF WS-CAT-POS = ZEROS THEN
               MOVE "THAT FILE IS NOT IN THE DATA DICTIONARY - SEE 5"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE TAB-CAT-PROGRAM (WS-CAT-POS) TO WS-PERM-PROGRAM
           MOVE "V" TO WS-PERM-ACTION
           PERFORM CHECK-PERMISSION
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               STRING "NO VIEW RIGHT ON " WS-PERM-PROGRAM
                   " - THIS FILE IS CLOSED TO YOU"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           PERFORM LOAD-FILE-DICTIONARY
           IF MAX-DICT-ROW = ZEROS THEN
               MOVE "NO DICTIONARY ENTRIES FOR THAT FILE - REBUILD IT"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF

           MOVE ZEROS TO MAX-COL MAX-FLT MAX-SRT
           INITIALIZE RES-COLUMNS RES-FILTERS
           MOVE "A" TO RES-SRT-ORDER (1) RES-SRT-ORDER (2)
           MOVE ZEROS TO RES-SRT-DICT (1) RES-SRT-DICT (2)
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 8 OR WS-ERROR-TEXT NOT = SPACES
               PERFORM RESOLVE-COLUMN
           END-PERFORM
           IF WS-ERROR-TEXT NOT = SPACES THEN
               EXIT SECTION
           END-IF
           IF MAX-COL = ZEROS THEN
               MOVE "NAME AT LEAST ONE FIELD TO LIST" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 6 OR WS-ERROR-TEXT NOT = SPACES
               PERFORM RESOLVE-FILTER
           END-PERFORM
           IF WS-ERROR-TEXT NOT = SPACES THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 2 OR WS-ERROR-TEXT NOT = SPACES
               PERFORM RESOLVE-SORT
           END-PERFORM
           EXIT SECTION.

       FIND-CATALOGUE SECTION.
           MOVE ZEROS TO WS-CAT-POS
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > MAX-CAT OR WS-CAT-POS > ZEROS
               IF TAB-CAT-FILE (IND-CAT) = WS-ED-FILE THEN
                   SET WS-CAT-POS TO IND-CAT
               END-IF
           END-PERFORM
           EXIT SECTION.

       LOAD-FILE-DICTIONARY SECTION.
           MOVE ZEROS TO MAX-DICT-ROW
           OPEN INPUT QRYDICT
           IF QRYDICT-FS = NOT-FILE THEN
               CLOSE QRYDICT
               EXIT SECTION
           END-IF
           MOVE WS-ED-FILE TO QDD-FILE-CODE
           MOVE SPACES TO QDD-FIELD-NAME FLAG-TRUE
           START QRYDICT KEY IS GREATER OR EQUAL QDD-KEY
               INVALID KEY
                   MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ QRYDICT NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM ADD-DICT-ROW
               END-READ
           END-PERFORM
           CLOSE QRYDICT
           EXIT SECTION.

       ADD-DICT-ROW SECTION.
           IF QDD-FILE-CODE NOT = WS-ED-FILE
              OR MAX-DICT-ROW >= MAX-DICT THEN
               MOVE "E" TO FLAG-TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-DICT-ROW
           MOVE QDD-FIELD-NAME TO TAB-DICT-NAME (MAX-DICT-ROW)
           MOVE QDD-OFFSET TO TAB-DICT-OFFSET (MAX-DICT-ROW)
           MOVE QDD-LENGTH TO TAB-DICT-LENGTH (MAX-DICT-ROW)
           MOVE QDD-TYPE TO TAB-DICT-TYPE (MAX-DICT-ROW)
           MOVE QDD-DECIMALS TO TAB-DICT-DECIMALS (MAX-DICT-ROW)
           MOVE QDD-LENGTH TO TAB-DICT-WIDTH (MAX-DICT-ROW)
           IF QDD-IS-NUMBER AND QDD-DECIMALS > ZEROS THEN
               ADD 1 TO TAB-DICT-WIDTH (MAX-DICT-ROW)
           END-IF
           EXIT SECTION.

      *> WS-LOOKUP-NAME IN, ITS DICT-TABLE ROW IN WS-DICT-POS (ZERO
      *> WHEN THE FILE HAS NO SUCH FIELD)
       FIND-FIELD SECTION.
           MOVE ZEROS TO WS-DICT-POS
           PERFORM VARYING IND-DICT FROM 1 BY 1
                   UNTIL IND-DICT > MAX-DICT-ROW OR WS-DICT-POS > ZEROS
               IF TAB-DICT-NAME (IND-DICT) = WS-LOOKUP-NAME THEN
                   SET WS-DICT-POS TO IND-DICT
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> A COLUMN IS AS WIDE AS ITS VALUES OR ITS NAME, WHICHEVER IS
      *> THE WIDER
       RESOLVE-COLUMN SECTION.
           MOVE UPPER-CASE (TRIM (WS-ED-COL (WS-POS)))
             TO WS-ED-COL (WS-POS)
           IF WS-ED-COL (WS-POS) = SPACES THEN
               EXIT SECTION
           END-IF
           MOVE WS-ED-COL (WS-POS) TO WS-LOOKUP-NAME
           PERFORM FIND-FIELD
           IF WS-DICT-POS = ZEROS THEN
               MOVE WS-POS TO WS-MSG-NUM
               STRING "FIELD " WS-MSG-NUM
                   " IS NOT IN THE DICTIONARY FOR THIS FILE"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-COL
           MOVE WS-DICT-POS TO RES-COL-DICT (MAX-COL)
           MOVE TAB-DICT-WIDTH (WS-DICT-POS) TO RES-COL-WIDTH (MAX-COL)
           IF LENGTH (TRIM (WS-ED-COL (WS-POS)))
              > RES-COL-WIDTH (MAX-COL) THEN
               MOVE LENGTH (TRIM (WS-ED-COL (WS-POS)))
                 TO RES-COL-WIDTH (MAX-COL)
           END-IF
           EXIT SECTION.

      *> NUMBER FIELDS COMPARE BY VALUE, TEXT FIELDS IN UPPER CASE;
      *> CT LOOKS FOR THE VALUE ANYWHERE IN THE FIELD AS PRINTED
       RESOLVE-FILTER SECTION.
           MOVE UPPER-CASE (TRIM (WS-ED-FLT-FIELD (WS-POS)))
             TO WS-ED-FLT-FIELD (WS-POS)
           MOVE UPPER-CASE (WS-ED-FLT-OP (WS-POS))
             TO WS-ED-FLT-OP (WS-POS)
           IF WS-ED-FLT-FIELD (WS-POS) = SPACES THEN
               EXIT SECTION
           END-IF
           MOVE WS-POS TO WS-MSG-NUM
           MOVE WS-ED-FLT-FIELD (WS-POS) TO WS-LOOKUP-NAME
           PERFORM FIND-FIELD
           IF WS-DICT-POS = ZEROS THEN
               STRING "FILTER " WS-MSG-NUM
                   " FIELD IS NOT IN THE DICTIONARY FOR THIS FILE"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-ED-FLT-OP (WS-POS) = SPACES THEN
               MOVE "EQ" TO WS-ED-FLT-OP (WS-POS)
           END-IF
           EVALUATE WS-ED-FLT-OP (WS-POS)
               WHEN "EQ" WHEN "NE" WHEN "GT" WHEN "GE"
               WHEN "LT" WHEN "LE" WHEN "CT"
                   CONTINUE
               WHEN OTHER
                   STRING "FILTER " WS-MSG-NUM
                       " OPERATOR MUST BE EQ NE GT GE LT LE OR CT"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   EXIT SECTION
           END-EVALUATE

           ADD 1 TO MAX-FLT
           MOVE WS-DICT-POS TO RES-FLT-DICT (MAX-FLT)
           MOVE WS-ED-FLT-OP (WS-POS) TO RES-FLT-OPERATOR (MAX-FLT)
           MOVE UPPER-CASE (TRIM (WS-ED-FLT-VALUE (WS-POS)))
             TO RES-FLT-TEXT (MAX-FLT)
           MOVE ZEROS TO RES-FLT-LEN (MAX-FLT) RES-FLT-NUM (MAX-FLT)
           IF RES-FLT-TEXT (MAX-FLT) NOT = SPACES THEN
               MOVE LENGTH (TRIM (WS-ED-FLT-VALUE (WS-POS)))
                 TO RES-FLT-LEN (MAX-FLT)
           END-IF
           IF RES-FLT-OPERATOR (MAX-FLT) = "CT" THEN
               IF RES-FLT-LEN (MAX-FLT) = ZEROS THEN
                   STRING "FILTER " WS-MSG-NUM
                       " - CT NEEDS A VALUE TO LOOK FOR"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
               END-IF
               EXIT SECTION
           END-IF
           IF TAB-DICT-TYPE (WS-DICT-POS) = "9" THEN
               IF TEST-NUMVAL (WS-ED-FLT-VALUE (WS-POS)) NOT = ZEROS
                   STRING "FILTER " WS-MSG-NUM
                       " VALUE MUST BE A NUMBER FOR THIS FIELD"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   EXIT SECTION
               END-IF
               COMPUTE RES-FLT-NUM (MAX-FLT) =
                   NUMVAL (WS-ED-FLT-VALUE (WS-POS))
           END-IF
           EXIT SECTION.

       RESOLVE-SORT SECTION.
           MOVE UPPER-CASE (TRIM (WS-ED-SORT-FIELD (WS-POS)))
             TO WS-ED-SORT-FIELD (WS-POS)
           MOVE UPPER-CASE (WS-ED-SORT-ORDER (WS-POS))
             TO WS-ED-SORT-ORDER (WS-POS)
           IF WS-ED-SORT-FIELD (WS-POS) = SPACES THEN
               EXIT SECTION
           END-IF
           MOVE WS-POS TO WS-MSG-NUM
           MOVE WS-ED-SORT-FIELD (WS-POS) TO WS-LOOKUP-NAME
           PERFORM FIND-FIELD
           IF WS-DICT-POS = ZEROS THEN
               STRING "SORT " WS-MSG-NUM
                   " FIELD IS NOT IN THE DICTIONARY FOR THIS FILE"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-ED-SORT-ORDER (WS-POS) = SPACES THEN
               MOVE "A" TO WS-ED-SORT-ORDER (WS-POS)
           END-IF
           IF WS-ED-SORT-ORDER (WS-POS) NOT = "A"
              AND WS-ED-SORT-ORDER (WS-POS) NOT = "D" THEN
               STRING "SORT " WS-MSG-NUM
                   " ORDER MUST BE A (ASCENDING) OR D (DESCENDING)"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-SRT
           MOVE WS-DICT-POS TO RES-SRT-DICT (MAX-SRT)
           MOVE WS-ED-SORT-ORDER (WS-POS) TO RES-SRT-ORDER (MAX-SRT)
           EXIT SECTION.

      ******************************************************************
      *    RUNS A SAVED QUERY AS IT STANDS. THE FILE RIGHT IS CHECKED
      *    AGAIN AT EVERY RUN - RIGHTS MAY HAVE CHANGED SINCE THE
      *    QUERY WAS SAVED
      ******************************************************************
       RUN-SAVED-QUERY SECTION.
           MOVE "ADHOCQRY" TO WS-PERM-PROGRAM
           MOVE "V" TO WS-PERM-ACTION
           PERFORM CHECK-PERMISSION
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               MOVE "YOU MAY NOT RUN QUERIES" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-QUERY-NAME
           IF WS-ED-NAME = SPACES THEN
               EXIT SECTION
           END-IF
           PERFORM READ-QUERY
           IF WS-ED-EXISTS NOT = "Y" THEN
               MOVE "NO SAVED QUERY BY THAT NAME" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM VALIDATE-QUERY
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM RUN-QUERY
           EXIT SECTION.

       RUN-QUERY SECTION.
           MOVE ZEROS TO MAX-RES WS-CNT-READ WS-CNT-SELECTED
               WS-CNT-LISTED
           MOVE "N" TO WS-RES-CUT
           PERFORM OPEN-SOURCE
           IF WS-SOURCE-OPEN NOT = "Y" THEN
               MOVE "THAT FILE IS NOT ON THIS SYSTEM YET"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               PERFORM READ-SOURCE
               IF FLAG-TRUE NOT = "E" THEN
                   ADD 1 TO WS-CNT-READ
                   PERFORM TEST-FILTERS
                   IF WS-ROW-PASS = "Y" THEN
                       PERFORM ADD-RESULT-ROW
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-SOURCE
           PERFORM SORT-RESULTS

           OPEN OUTPUT REPORTFILE
           IF WS-ED-OUTPUT = "C" THEN
               MOVE "ADHOCCSV" TO SPOOL-REPORT-TYPE
               MOVE "CSV WRITTEN ON ADHOCQRYFILE" TO WS-DONE-TEXT
               PERFORM WRITE-CSV
           ELSE
               MOVE "ADHOCQRY" TO SPOOL-REPORT-TYPE
               MOVE "LISTING WRITTEN ON ADHOCQRYFILE" TO WS-DONE-TEXT
               PERFORM WRITE-LISTING
           END-IF
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE SPOOL-SOURCE-NAME
           PERFORM STAMP-LAST-RUN
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           EXIT SECTION.

       STAMP-LAST-RUN SECTION.
           OPEN I-O QUERIES
           MOVE WS-ED-NAME TO QRY-NAME
           READ QUERIES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
                   MOVE WS-CLOCK-DATE TO QRY-LAST-RUN-DATE
                   MOVE WS-USER-CODE TO QRY-LAST-RUN-BY
                   REWRITE FD-QUERY
                   END-REWRITE
           END-READ
           CLOSE QUERIES
           EXIT SECTION.

      *> THE CATALOGUE POSITION PICKS THE FILE
       OPEN-SOURCE SECTION.
           MOVE "Y" TO WS-SOURCE-OPEN
           EVALUATE WS-CAT-POS
               WHEN 1
                   OPEN INPUT ORDERS
                   IF ORDERS-FS = NOT-FILE THEN
                       CLOSE ORDERS
                       MOVE "N" TO WS-SOURCE-OPEN
                   END-IF
               WHEN 2
                   OPEN INPUT ORDLINES
                   IF ORDLINE-FS = NOT-FILE THEN
                       CLOSE ORDLINES
                       MOVE "N" TO WS-SOURCE-OPEN
                   END-IF
               WHEN 3
                   OPEN INPUT INVENTORY
                   IF INVENTORY-FS = NOT-FILE THEN
                       CLOSE INVENTORY
                       MOVE "N" TO WS-SOURCE-OPEN
                   END-IF
               WHEN 4
                   OPEN INPUT INVOICES
                   IF INVOICE-FS = NOT-FILE THEN
                       CLOSE INVOICES
                       MOVE "N" TO WS-SOURCE-OPEN
                   END-IF
               WHEN 5
                   OPEN INPUT POFILE
                   IF PO-FS = NOT-FILE THEN
                       CLOSE POFILE
                       MOVE "N" TO WS-SOURCE-OPEN
                   END-IF
               WHEN 6
                   OPEN INPUT POLINES
                   IF POLINE-FS = NOT-FILE THEN
                       CLOSE POLINES
                       MOVE "N" TO WS-SOURCE-OPEN
                   END-IF
               WHEN 7
                   OPEN INPUT SCHOOLS
                   IF SCHOOL-FS = NOT-FILE THEN
                       CLOSE SCHOOLS
                       MOVE "N" TO WS-SOURCE-OPEN
                   END-IF
               WHEN 8
                   OPEN INPUT FXSUPPLY
                   IF SUPP-FS = NOT-FILE THEN
                       CLOSE FXSUPPLY
                       MOVE "N" TO WS-SOURCE-OPEN
                   END-IF
           END-EVALUATE
           EXIT SECTION.

      *> NEXT RECORD INTO WS-RECORD, WHERE THE DICTIONARY POSITIONS
      *> POINT; FLAG-TRUE E AT THE END
       READ-SOURCE SECTION.
           MOVE SPACES TO WS-RECORD
           EVALUATE WS-CAT-POS
               WHEN 1
                   READ ORDERS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END MOVE FD-ORDERS TO WS-RECORD
                   END-READ
               WHEN 2
                   READ ORDLINES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END MOVE FD-ORDLINE TO WS-RECORD
                   END-READ
               WHEN 3
                   READ INVENTORY NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END MOVE FD-INVENTORY TO WS-RECORD
                   END-READ
               WHEN 4
                   READ INVOICES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END MOVE FD-INVOICE TO WS-RECORD
                   END-READ
               WHEN 5
                   READ POFILE NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END MOVE FD-PO TO WS-RECORD
                   END-READ
               WHEN 6
                   READ POLINES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END MOVE FD-POLINE TO WS-RECORD
                   END-READ
               WHEN 7
                   READ SCHOOLS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END MOVE SCHOOL-DETAILS TO WS-RECORD
                   END-READ
               WHEN 8
                   READ FXSUPPLY NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END MOVE SUPPLIER-DETAILS TO WS-RECORD
                   END-READ
               WHEN OTHER
                   MOVE "E" TO FLAG-TRUE
           END-EVALUATE
           EXIT SECTION.

       CLOSE-SOURCE SECTION.
           EVALUATE WS-CAT-POS
               WHEN 1 CLOSE ORDERS
               WHEN 2 CLOSE ORDLINES
               WHEN 3 CLOSE INVENTORY
               WHEN 4 CLOSE INVOICES
               WHEN 5 CLOSE POFILE
               WHEN 6 CLOSE POLINES
               WHEN 7 CLOSE SCHOOLS
               WHEN 8 CLOSE FXSUPPLY
           END-EVALUATE
           EXIT SECTION.

      *> WS-DICT-POS IN; THE FIELD RAW, AS PRINTED AND AS A NUMBER
       GET-FIELD-VALUE SECTION.
           MOVE SPACES TO WS-FLD-RAW WS-FLD-SHOW
           MOVE ZEROS TO WS-FLD-NUM
           MOVE TAB-DICT-LENGTH (WS-DICT-POS) TO WS-FLD-LEN
           MOVE TAB-DICT-DECIMALS (WS-DICT-POS) TO WS-FLD-DEC
           MOVE WS-RECORD (TAB-DICT-OFFSET (WS-DICT-POS):WS-FLD-LEN)
             TO WS-FLD-RAW
           IF TAB-DICT-TYPE (WS-DICT-POS) NOT = "9" THEN
               MOVE WS-FLD-RAW TO WS-FLD-SHOW
               EXIT SECTION
           END-IF
           IF WS-FLD-RAW (1:WS-FLD-LEN) IS NUMERIC THEN
               COMPUTE WS-FLD-NUM =
                   NUMVAL (WS-FLD-RAW (1:WS-FLD-LEN))
                   / (10 ** WS-FLD-DEC)
           END-IF
           IF WS-FLD-DEC = ZEROS THEN
               MOVE WS-FLD-RAW TO WS-FLD-SHOW
               EXIT SECTION
           END-IF
           COMPUTE WS-INT-LEN = WS-FLD-LEN - WS-FLD-DEC
           STRING WS-FLD-RAW (1:WS-INT-LEN) "."
               WS-FLD-RAW (WS-INT-LEN + 1:WS-FLD-DEC)
               DELIMITED BY SIZE INTO WS-FLD-SHOW
           EXIT SECTION.

       TEST-FILTERS SECTION.
           MOVE "Y" TO WS-ROW-PASS
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > MAX-FLT OR WS-ROW-PASS NOT = "Y"
               PERFORM TEST-ONE-FILTER
               MOVE WS-FLT-PASS TO WS-ROW-PASS
           END-PERFORM
           EXIT SECTION.

      *> THE FIELD IS SET AGAINST THE FILTER VALUE AS LESS, EQUAL OR
      *> GREATER AND THE OPERATOR DECIDES FROM THAT
       TEST-ONE-FILTER SECTION.
           MOVE "N" TO WS-FLT-PASS
           MOVE RES-FLT-DICT (WS-POS) TO WS-DICT-POS
           PERFORM GET-FIELD-VALUE
           IF RES-FLT-OPERATOR (WS-POS) = "CT" THEN
               MOVE UPPER-CASE (WS-FLD-SHOW) TO WS-CMP-FIELD
               MOVE ZEROS TO WS-TALLY
               INSPECT WS-CMP-FIELD TALLYING WS-TALLY FOR ALL
                   RES-FLT-TEXT (WS-POS) (1:RES-FLT-LEN (WS-POS))
               IF WS-TALLY > ZEROS THEN
                   MOVE "Y" TO WS-FLT-PASS
               END-IF
               EXIT SECTION
           END-IF
           IF TAB-DICT-TYPE (WS-DICT-POS) = "9" THEN
               EVALUATE TRUE
                   WHEN WS-FLD-NUM < RES-FLT-NUM (WS-POS)
                       MOVE "<" TO WS-CMP-RESULT
                   WHEN WS-FLD-NUM > RES-FLT-NUM (WS-POS)
                       MOVE ">" TO WS-CMP-RESULT
                   WHEN OTHER
                       MOVE "=" TO WS-CMP-RESULT
               END-EVALUATE
           ELSE
               MOVE UPPER-CASE (WS-FLD-RAW) TO WS-CMP-FIELD
               MOVE RES-FLT-TEXT (WS-POS) TO WS-CMP-VALUE
               EVALUATE TRUE
                   WHEN WS-CMP-FIELD < WS-CMP-VALUE
                       MOVE "<" TO WS-CMP-RESULT
                   WHEN WS-CMP-FIELD > WS-CMP-VALUE
                       MOVE ">" TO WS-CMP-RESULT
                   WHEN OTHER
                       MOVE "=" TO WS-CMP-RESULT
               END-EVALUATE
           END-IF
           EVALUATE RES-FLT-OPERATOR (WS-POS) ALSO WS-CMP-RESULT
               WHEN "EQ" ALSO "="
               WHEN "NE" ALSO "<"
               WHEN "NE" ALSO ">"
               WHEN "GT" ALSO ">"
               WHEN "GE" ALSO ">"
               WHEN "GE" ALSO "="
               WHEN "LT" ALSO "<"
               WHEN "LE" ALSO "<"
               WHEN "LE" ALSO "="
                   MOVE "Y" TO WS-FLT-PASS
           END-EVALUATE
           EXIT SECTION.

      *> EVERY MATCH IS COUNTED; ONLY THE FIRST MAX-RESULTS ARE KEPT
       ADD-RESULT-ROW SECTION.
           ADD 1 TO WS-CNT-SELECTED
           IF MAX-RES >= MAX-RESULTS THEN
               MOVE "Y" TO WS-RES-CUT
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-RES
           MOVE SPACES TO TAB-RES-KEY1 (MAX-RES) TAB-RES-KEY2 (MAX-RES)
           IF MAX-SRT > ZEROS THEN
               MOVE RES-SRT-DICT (1) TO WS-DICT-POS
               PERFORM GET-FIELD-VALUE
               MOVE WS-FLD-RAW TO TAB-RES-KEY1 (MAX-RES)
           END-IF
           IF MAX-SRT > 1 THEN
               MOVE RES-SRT-DICT (2) TO WS-DICT-POS
               PERFORM GET-FIELD-VALUE
               MOVE WS-FLD-RAW TO TAB-RES-KEY2 (MAX-RES)
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-LINE-PTR
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > MAX-COL
               MOVE RES-COL-DICT (WS-POS) TO WS-DICT-POS
               PERFORM GET-FIELD-VALUE
               PERFORM ADD-VALUE-TO-LINE
           END-PERFORM
           MOVE WS-OUT-LINE TO TAB-RES-LINE (MAX-RES)
           EXIT SECTION.

      *> A LISTING PADS EACH VALUE TO ITS COLUMN; A CSV TRIMS IT AND
      *> SEPARATES WITH ";" AS THE OTHER CSV FILES DO
       ADD-VALUE-TO-LINE SECTION.
           IF WS-ED-OUTPUT = "C" THEN
               INSPECT WS-FLD-SHOW REPLACING ALL ";" BY ","
               IF WS-POS > 1 THEN
                   STRING ";" DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-LINE-PTR
               END-IF
               STRING TRIM (WS-FLD-SHOW) DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-LINE-PTR
           ELSE
               STRING WS-FLD-SHOW (1:RES-COL-WIDTH (WS-POS)) "  "
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-LINE-PTR
           END-IF
           EXIT SECTION.

       SORT-RESULTS SECTION.
           IF MAX-SRT = ZEROS OR MAX-RES < 2 THEN
               EXIT SECTION
           END-IF
           EVALUATE RES-SRT-ORDER (1) ALSO RES-SRT-ORDER (2)
               WHEN "A" ALSO "A"
                   SORT TAB-RES ON ASCENDING KEY TAB-RES-KEY1
                                ON ASCENDING KEY TAB-RES-KEY2
               WHEN "A" ALSO "D"
                   SORT TAB-RES ON ASCENDING KEY TAB-RES-KEY1
                                ON DESCENDING KEY TAB-RES-KEY2
               WHEN "D" ALSO "A"
                   SORT TAB-RES ON DESCENDING KEY TAB-RES-KEY1
                                ON ASCENDING KEY TAB-RES-KEY2
               WHEN OTHER
                   SORT TAB-RES ON DESCENDING KEY TAB-RES-KEY1
                                ON DESCENDING KEY TAB-RES-KEY2
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************
      *    THE LISTING SAYS WHAT WAS ASKED BEFORE THE ROWS, SO A
      *    PRINTED COPY STANDS ON ITS OWN
      ******************************************************************
       WRITE-LISTING SECTION.
           MOVE "BREADWICH - AD-HOC QUERY LISTING AS AT"
             TO RPT-HEAD-TITLE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE SPACES TO RPT-LABEL-LINE
           MOVE "QUERY" TO RPT-L-LABEL
           STRING WS-ED-NAME " - " WS-ED-DESCRIPTION
               DELIMITED BY SIZE INTO RPT-L-VALUE
           WRITE REPORT-LINE FROM RPT-LABEL-LINE
           MOVE SPACES TO RPT-LABEL-LINE
           MOVE "FILE" TO RPT-L-LABEL
           STRING WS-ED-FILE " - " TAB-CAT-TEXT (WS-CAT-POS)
               DELIMITED BY SIZE INTO RPT-L-VALUE
           WRITE REPORT-LINE FROM RPT-LABEL-LINE
           MOVE "RUN BY" TO RPT-L-LABEL
           MOVE WS-USER-CODE TO RPT-L-VALUE
           WRITE REPORT-LINE FROM RPT-LABEL-LINE
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 6
               IF WS-ED-FLT-FIELD (WS-POS) NOT = SPACES THEN
                   MOVE SPACES TO RPT-FILTER-LINE
                   MOVE "WHERE" TO RPT-F-LABEL
                   MOVE WS-ED-FLT-FIELD (WS-POS) TO RPT-F-FIELD
                   MOVE WS-ED-FLT-OP (WS-POS) TO RPT-F-OPERATOR
                   MOVE WS-ED-FLT-VALUE (WS-POS) TO RPT-F-VALUE
                   WRITE REPORT-LINE FROM RPT-FILTER-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 2
               IF WS-ED-SORT-FIELD (WS-POS) NOT = SPACES THEN
                   MOVE SPACES TO RPT-FILTER-LINE
                   MOVE "SORTED BY" TO RPT-F-LABEL
                   MOVE WS-ED-SORT-FIELD (WS-POS) TO RPT-F-FIELD
                   MOVE WS-ED-SORT-ORDER (WS-POS) TO RPT-F-OPERATOR
                   WRITE REPORT-LINE FROM RPT-FILTER-LINE
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-LINE-PTR
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > MAX-COL
               MOVE TAB-DICT-NAME (RES-COL-DICT (WS-POS))
                 TO WS-HEAD-NAME
               STRING WS-HEAD-NAME (1:RES-COL-WIDTH (WS-POS)) "  "
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-LINE-PTR
           END-PERFORM
           WRITE REPORT-LINE FROM WS-OUT-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-RES FROM 1 BY 1 UNTIL IND-RES > MAX-RES
               WRITE REPORT-LINE FROM TAB-RES-LINE (IND-RES)
               ADD 1 TO WS-CNT-LISTED
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE "RECORDS READ" TO RPT-TOT-LABEL
           MOVE WS-CNT-READ TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "RECORDS MATCHING THE FILTERS" TO RPT-TOT-LABEL
           MOVE WS-CNT-SELECTED TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "ROWS LISTED" TO RPT-TOT-LABEL
           MOVE WS-CNT-LISTED TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           IF WS-RES-CUT = "Y" THEN
               MOVE "LISTING CUT SHORT - NARROW THE FILTERS"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT SECTION.

      *> A HEADING ROW OF FIELD NAMES, THEN ONE ROW PER RECORD
       WRITE-CSV SECTION.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-LINE-PTR
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > MAX-COL
               IF WS-POS > 1 THEN
                   STRING ";" DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-LINE-PTR
               END-IF
               STRING TRIM (TAB-DICT-NAME (RES-COL-DICT (WS-POS)))
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-LINE-PTR
           END-PERFORM
           WRITE REPORT-LINE FROM WS-OUT-LINE
           PERFORM VARYING IND-RES FROM 1 BY 1 UNTIL IND-RES > MAX-RES
               WRITE REPORT-LINE FROM TAB-RES-LINE (IND-RES)
               ADD 1 TO WS-CNT-LISTED
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    THE SAVED QUERIES - WHO MADE THEM AND WHEN THEY LAST RAN
      ******************************************************************
       LIST-QUERIES SECTION.
           MOVE "ADHOCQRY" TO WS-PERM-PROGRAM
           MOVE "V" TO WS-PERM-ACTION
           PERFORM CHECK-PERMISSION
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               MOVE "YOU MAY NOT RUN QUERIES" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-CNT-LISTED
           MOVE "QUERYLIST" TO SPOOL-REPORT-TYPE
           MOVE "LISTING WRITTEN ON ADHOCQRYFILE" TO WS-DONE-TEXT
           OPEN OUTPUT REPORTFILE
           MOVE "BREADWICH - SAVED AD-HOC QUERIES AS AT"
             TO RPT-HEAD-TITLE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-QRY-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           OPEN INPUT QUERIES
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ QUERIES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM WRITE-QUERY-LINE
               END-READ
           END-PERFORM
           CLOSE QUERIES
           WRITE REPORT-LINE FROM DIVIDER-LINE
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE SPOOL-SOURCE-NAME
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           EXIT SECTION.

       WRITE-QUERY-LINE SECTION.
           MOVE SPACES TO RPT-QRY-LINE
           MOVE QRY-NAME TO RPT-Q-NAME
           MOVE QRY-FILE-CODE TO RPT-Q-FILE
           MOVE QRY-OUTPUT TO RPT-Q-OUTPUT
           MOVE QRY-OWNER TO RPT-Q-OWNER
           IF QRY-LAST-RUN-DATE = ZEROS THEN
               MOVE "NEVER" TO RPT-Q-LAST-RUN
           ELSE
               MOVE QRY-LAST-RUN-DATE TO RPT-Q-LAST-RUN
           END-IF
           MOVE QRY-DESCRIPTION TO RPT-Q-DESCRIPTION
           WRITE REPORT-LINE FROM RPT-QRY-LINE
           ADD 1 TO WS-CNT-LISTED
           EXIT SECTION.

       REMOVE-QUERY SECTION.
           MOVE "ADHOCQRY" TO WS-PERM-PROGRAM
           MOVE "D" TO WS-PERM-ACTION
           PERFORM CHECK-PERMISSION
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               MOVE "YOU MAY NOT REMOVE QUERIES" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-QUERY-NAME
           IF WS-ED-NAME = SPACES THEN
               EXIT SECTION
           END-IF
           PERFORM READ-QUERY
           IF WS-ED-EXISTS NOT = "Y" THEN
               MOVE "NO SAVED QUERY BY THAT NAME" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-ERROR-TEXT WS-CONFIRM
           STRING "REMOVE QUERY " WS-ED-NAME
               DELIMITED BY SIZE INTO WS-ERROR-TEXT
           ACCEPT CONFIRM-SCREEN
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y" THEN
               EXIT SECTION
           END-IF
           OPEN I-O QUERIES
           MOVE WS-ED-NAME TO QRY-NAME
           DELETE QUERIES RECORD
               INVALID KEY CONTINUE
           END-DELETE
           CLOSE QUERIES
           MOVE "QUERY REMOVED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    THE DICTIONARY AS IT STANDS, FILE BY FILE, WITH THE RIGHT
      *    EACH FILE NEEDS - WHAT A USER WORKS FROM TO WRITE A QUERY
      ******************************************************************
       PRINT-DICTIONARY SECTION.
           MOVE ZEROS TO WS-CNT-LISTED
           MOVE "QUERYDICT" TO SPOOL-REPORT-TYPE
           MOVE "DICTIONARY WRITTEN ON ADHOCQRYFILE" TO WS-DONE-TEXT
           OPEN OUTPUT REPORTFILE
           MOVE "BREADWICH - AD-HOC QUERY DATA DICTIONARY AS AT"
             TO RPT-HEAD-TITLE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           MOVE SPACES TO WS-PREV-FILE
           OPEN INPUT QRYDICT
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ QRYDICT NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM WRITE-DICTIONARY-LINE
               END-READ
           END-PERFORM
           CLOSE QRYDICT
           WRITE REPORT-LINE FROM DIVIDER-LINE
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE SPOOL-SOURCE-NAME
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           EXIT SECTION.

       WRITE-DICTIONARY-LINE SECTION.
           IF QDD-FILE-CODE NOT = WS-PREV-FILE THEN
               MOVE QDD-FILE-CODE TO WS-PREV-FILE WS-ED-FILE
               PERFORM FIND-CATALOGUE
               WRITE REPORT-LINE FROM DIVIDER-LINE
               MOVE SPACES TO RPT-DICT-FILE-LINE
               MOVE QDD-FILE-CODE TO RPT-DF-FILE
               MOVE " - VIEW RIGHT ON " TO RPT-DICT-FILE-LINE (45:17)
               IF WS-CAT-POS > ZEROS THEN
                   MOVE TAB-CAT-TEXT (WS-CAT-POS) TO RPT-DF-TEXT
                   MOVE TAB-CAT-PROGRAM (WS-CAT-POS) TO RPT-DF-PROGRAM
               END-IF
               WRITE REPORT-LINE FROM RPT-DICT-FILE-LINE
               WRITE REPORT-LINE FROM RPT-DICT-COLUMNS
           END-IF
           MOVE SPACES TO RPT-DICT-LINE
           MOVE QDD-FIELD-NAME TO RPT-D-FIELD
           MOVE QDD-OFFSET TO RPT-D-OFFSET
           MOVE QDD-LENGTH TO RPT-D-LENGTH
           MOVE QDD-TYPE TO RPT-D-TYPE
           MOVE QDD-DECIMALS TO RPT-D-DECIMALS
           WRITE REPORT-LINE FROM RPT-DICT-LINE
           ADD 1 TO WS-CNT-LISTED
           EXIT SECTION.

      *> PUTS THE DICTIONARY BACK TO THE LAYOUTS THIS PROGRAM KNOWS -
      *> SAVED QUERIES ARE LEFT ALONE AND CHECKED AT THEIR NEXT RUN
       REBUILD-DICTIONARY SECTION.
           MOVE "ADHOCQRY" TO WS-PERM-PROGRAM
           MOVE "C" TO WS-PERM-ACTION
           PERFORM CHECK-PERMISSION
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               MOVE "YOU MAY NOT REBUILD THE DICTIONARY"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-CONFIRM
           MOVE "REBUILD THE DATA DICTIONARY FROM THE RECORD LAYOUTS"
             TO WS-ERROR-TEXT
           DISPLAY CLEAR-SCREEN
           ACCEPT CONFIRM-SCREEN
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y" THEN
               EXIT SECTION
           END-IF
           PERFORM BUILD-DICTIONARY
           MOVE "DATA DICTIONARY REBUILT" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM ADHOCQRY.
