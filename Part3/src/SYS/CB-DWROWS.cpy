      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DATA WAREHOUSE INTERFACE
      ******************************************************************
      *    DATA-WAREHOUSE EXTRACT FORMAT - EACH RUN WRITES SEVEN FILES
      *    NAMED DW + RUN NUMBER + FILE ID + .DAT (DW000012ORDERS.DAT),
      *    ONE ROW PER LINE, FIXED-WIDTH FIELDS SEPARATED BY ";".
      *    NUMBERS ARE UNSIGNED WITH LEADING ZEROS, AMOUNTS CARRY A
      *    DECIMAL POINT, DATES ARE YYYYMMDD AND TIMES HHMM OR
      *    YYYYMMDDHHMM. EVERY FILE IS ONE HEADER ROW, ITS DATA ROWS
      *    AND ONE TRAILER ROW. A RUN SENT AGAIN KEEPS ITS NUMBER AND
      *    REPLACES EVERYTHING LOADED UNDER IT | V0.1 | 15.10.2026
      ******************************************************************

      *> HEADER - FILE, RUN NUMBER, BUSINESS DATE, WHEN IT WAS WRITTEN,
      *> HOW MANY TIMES THIS RUN HAS BEEN SENT BEFORE AND Y WHEN IT IS
      *> THE BASELINE RUN
       01  DW-HEADER-ROW.
           05 FILLER                            PIC X(001) VALUE "H".
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWH-FILE-ID                       PIC X(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWH-RUN-NO                        PIC 9(006).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWH-BUSINESS-DATE                 PIC 9(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWH-CREATED-DATE                  PIC 9(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWH-CREATED-TIME                  PIC 9(006).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWH-RESEND-COUNT                  PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWH-BASELINE                      PIC X(001).

      *> DATA - THE CHANGE, THEN THE FILE'S OWN ROW BELOW. FACT FILES:
      *> N NEW, C CHANGED, D NO LONGER ON THE LIVE FILE (DELETED OR
      *> ARCHIVED - THE ROW IS THE LAST ONE SENT). DIMS: THE JOURNAL
      *> ACTION A ADDED, R REWRITTEN, D DELETED, E PERSONAL DATA
      *> ERASED (THE WAREHOUSE MUST ANONYMISE ITS HISTORY FOR THE
      *> KEY), OR B FOR THE BASELINE ROWS OF THE FIRST RUN
       01  DW-DATA-ROW.
           05 FILLER                            PIC X(001) VALUE "D".
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWD-CHANGE                        PIC X(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWD-BODY                          PIC X(200).

      *> TRAILER - DATA ROWS IN THE FILE, THEN BY CHANGE (FOR DIMS NEW
      *> COUNTS A AND B, CHANGED R, DELETED D AND E), AND THE HASH
      *> TOTAL OF THE FILE'S MEASURE OVER ITS N AND C ROWS (ZERO FOR
      *> DIMS)
       01  DW-TRAILER-ROW.
           05 FILLER                            PIC X(001) VALUE "T".
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWT-FILE-ID                       PIC X(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWT-RUN-NO                        PIC 9(006).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWT-ROWS                          PIC 9(007).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWT-NEW                           PIC 9(007).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWT-CHANGED                       PIC 9(007).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWT-DELETED                       PIC 9(007).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWT-HASH                          PIC 9(011).99.

      *> ORDERS - ORDER HEADERS. KEY ORDER ID, MEASURE QUANTITY
       01  DW-ORDER-BODY.
           05 DWO-ORDER-ID                      PIC 9(005).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWO-SCHOOL-ID                     PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWO-SANDWICH-ID                   PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWO-QUANTITY                      PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWO-ORDER-DATE                    PIC 9(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWO-DELIVERY-DATE                 PIC 9(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWO-DELIVERY-TIME                 PIC 9(004).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWO-STATUS                        PIC 9(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWO-CONFIRMED                     PIC X(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWO-DELIVERY-POINT                PIC 9(002).

      *> ORDLINES - ORDER LINES. KEY ORDER ID + LINE, MEASURE QUANTITY
       01  DW-ORDLINE-BODY.
           05 DWL-ORDER-ID                      PIC 9(005).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWL-LINE-NO                       PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWL-SANDWICH-ID                   PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWL-QUANTITY                      PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWL-TIER-CODE                     PIC X(001).

      *> DELIVERY - PROOF OF DELIVERY, WITHOUT THE RECEIVER'S NAME.
      *> KEY DATE + ORDER ID, MEASURE PRODUCT COST
       01  DW-DELIVERY-BODY.
           05 DWP-DELIVERY-DATE                 PIC 9(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWP-ORDER-ID                      PIC 9(005).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWP-ARRIVAL-TIME                  PIC 9(004).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWP-OUTCOME                       PIC X(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWP-FAIL-REASON                   PIC X(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWP-DECISION                      PIC X(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWP-REDELIVERY-DATE               PIC 9(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWP-DISPOSAL                      PIC X(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWP-TRIP-COST                     PIC 9(005).99.
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWP-PRODUCT-COST                  PIC 9(007).99.
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWP-DECIDED-DATE                  PIC 9(008).

      *> INVOICES - INVOICES AND DEBIT NOTES. KEY INVOICE ID, MEASURE
      *> GROSS
       01  DW-INVOICE-BODY.
           05 DWI-INVOICE-ID                    PIC 9(006).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWI-SCHOOL-ID                     PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWI-PERIOD                        PIC 9(006).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWI-INVOICE-DATE                  PIC 9(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWI-NET                           PIC 9(007).99.
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWI-VAT                           PIC 9(007).99.
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWI-GROSS                         PIC 9(007).99.
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWI-STATUS                        PIC 9(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWI-DOC-TYPE                      PIC X(002).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWI-ORIGIN-ID                     PIC 9(006).

      *> STOCKMOV - STOCK MOVEMENTS. THE FILE HAS NO KEY OF ITS OWN,
      *> SO THE ROW IS KNOWN BY SITE + INGREDIENT + LOT + IN TIME + IN
      *> ID. MEASURE IN PLUS OUT QUANTITY
       01  DW-STOCK-BODY.
           05 DWM-SITE-ID                       PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWM-INGRED-ID                     PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWM-BATCH-LOT                     PIC X(010).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWM-IN-ID                         PIC X(002).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWM-IN-TIME                       PIC 9(012).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWM-OUT-ID                        PIC X(002).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWM-OUT-TIME                      PIC 9(012).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWM-IN-QTY                        PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWM-OUT-QTY                       PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWM-SUPPLY-ID                     PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWM-REASON                        PIC X(002).

      *> PRODACT - PRODUCTION ACTUALS. KEY SITE + DATE + SANDWICH +
      *> INGREDIENT, MEASURE MADE QUANTITY
       01  DW-PRODACT-BODY.
           05 DWA-SITE-ID                       PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWA-PROD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWA-SANDWICH-ID                   PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWA-INGRED-ID                     PIC 9(003).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWA-MADE-QTY                      PIC 9(005).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWA-STD-QTY                       PIC 9(006).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWA-ACT-QTY                       PIC 9(006).

      *> DIMS - ONE ROW PER MASTER-FILE CHANGE ON FXMASTJRNL, IN JOURNAL
      *> ORDER, FOR THE SLOWLY-CHANGING DIMENSIONS. THE DIMENSION IS THE
      *> JOURNAL TAG (SCHOOLS, SUPPLIERS, FXINGREDS, FXSR, SITES); THE
      *> ATTRIBUTES ARE THE RECORD AS IT STOOD AFTER THE CHANGE (BEFORE
      *> IT FOR D, BLANK FOR E) IN THE DIMENSION'S LAYOUT BELOW
       01  DW-DIM-BODY.
           05 DWN-DIMENSION                     PIC X(010).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-RECORD-KEY                    PIC X(012).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-JRNL-DATE                     PIC 9(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-JRNL-TIME                     PIC 9(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-USER-ROLE                     PIC 9(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-ATTRIBUTES                    PIC X(120).

      *> ATTRIBUTES OF SCHOOLS
       01  DW-SCHOOL-ATTR.
           05 DWN-SCH-EXTERNAL-ID               PIC X(008).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SCH-NAME                      PIC X(050).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SCH-POSTAL-CODE               PIC 9(007).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SCH-TOWN                      PIC X(030).

      *> ATTRIBUTES OF SUPPLIERS, WITHOUT THEIR CONTACT DETAILS
       01  DW-SUPPLIER-ATTR.
           05 DWN-SUP-NAME                      PIC X(030).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SUP-POSTAL-CODE               PIC 9(007).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SUP-TOWN                      PIC X(030).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SUP-IS-ACTIVE                 PIC 9(001).

      *> ATTRIBUTES OF FXINGREDS
       01  DW-INGRED-ATTR.
           05 DWN-ING-NAME                      PIC X(030).

      *> ATTRIBUTES OF FXSR - THE SANDWICH RECIPES
       01  DW-SANDWICH-ATTR.
           05 DWN-SR-EXTERNAL-ID                PIC X(005).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SR-DESCRIPTION                PIC X(030).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SR-SHELF-DAYS                 PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SR-LIFECYCLE                  PIC X(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SR-PHASEOUT-DATE              PIC 9(008).

      *> ATTRIBUTES OF SITES - THE KITCHENS
       01  DW-SITE-ATTR.
           05 DWN-SIT-NAME                      PIC X(030).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SIT-ADDRESS                   PIC X(060).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SIT-IS-ACTIVE                 PIC 9(001).
           05 FILLER                            PIC X(001) VALUE ";".
           05 DWN-SIT-CAPACITY                  PIC 9(005).
