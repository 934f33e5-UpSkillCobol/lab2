      *    PRICE CHANGE, REBUILDS THE COST OF EVERY AFFECTED SANDWICH
      *    AND LISTS THE ONES WHOSE MARGIN DROPPED UNDER THE FLOOR
      *    V0.1 | 22.08.2026
      ******************************************************************
      *    A PRICE CHANGE ON AN INGREDIENT INSIDE A PREPARED
      *    COMPONENT RE-COSTS EVERY SANDWICH USING THE COMPONENT;
      *    COMPONENT LINES ARE COSTED THROUGH THEIR BATCH RECIPE
      ******************************************************************
      *    THE UNIT COST NOW TAKES IN THE PACKAGING BILL AND A QUEUED
      *    CONSUMABLE RE-COSTS EVERY SANDWICH PACKED WITH IT
      *    15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS SR-SAND-ING-ID
           FILE STATUS IS SR-ING-FS.

           SELECT PACKBILL ASSIGN TO "FXPACKBILL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PKB-KEY
           FILE STATUS IS PACKBILL-FS.

           SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD  SR-ING.
       COPY FD-SR-ING.

       FD  PACKBILL.
       COPY FD-PACKBILL.

       FD  FXRISUPPLY.
       COPY FD-RIS.

       77  RECOSTQ-FS                           PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SR-ING-FS                            PIC 9(002).
       77  PACKBILL-FS                          PIC 9(002).
       77  RIS-STATUS                           PIC 9(002).
       77  SRPRICE-FS                           PIC 9(002).
       77  MARGINFLR-FS                         PIC 9(002).
       77  WS-SELL-DONE                         PIC X(001).
       77  WS-QUEUED-INGRED                     PIC 9(003).
       77  WS-FLAGGED-COUNT                     PIC 9(004).
       77  WS-PRICE-INGRED-ID                   PIC 9(003).
       77  WS-PACK-DONE                         PIC X(001).
       77  WS-LINE-AFFECTED                     PIC X(001).
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.

      *> SANDWICHES ALREADY RE-COSTED THIS RUN (DEDUP ACROSS QUEUE
      *> ENTRIES)
       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(044)
              VALUE "BREADWICH - RE-COST RUN: MARGINS UNDER FLOOR".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-DETAIL.
           05 RPT-DET-SR-ID                     PIC 9(003).
           05 FILLER                            PIC X(001).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-FLAGGED-COUNT
           PERFORM GET-MARGIN-FLOOR
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE

           PERFORM WORK-THE-QUEUE
      *> (THE COSTING ITSELF RE-READS THE SAME FILE)
       RECOST-AFFECTED-SANDWICHES SECTION.
           MOVE ZEROS TO MAX-PEND
           PERFORM NOTE-PACKAGING-AFFECTED
           OPEN INPUT SR-ING
           IF SR-ING-FS = NOT-FILE THEN
               CLOSE SR-ING
               PERFORM RECOST-PENDING
               EXIT SECTION
           END-IF
           PERFORM UNTIL SR-ING-FS NOT = ZEROS
               READ SR-ING NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHECK-LINE-AFFECTED
                       IF WS-LINE-AFFECTED = "Y"
                          AND MAX-PEND < 999 THEN
                           ADD 1 TO MAX-PEND
                           SET IND-PEND TO MAX-PEND
               END-READ
           END-PERFORM
           CLOSE SR-ING
           PERFORM RECOST-PENDING
           EXIT SECTION.

       RECOST-PENDING SECTION.
           PERFORM VARYING IND-PEND FROM 1 BY 1
                   UNTIL IND-PEND > MAX-PEND
               MOVE TAB-PEND-SR-ID (IND-PEND)
           END-PERFORM
           EXIT SECTION.

      *> A PRICE CHANGE ON A CONSUMABLE REACHES EVERY SANDWICH WHOSE
      *> PACKAGING BILL USES IT (RECOST-ONE-SANDWICH SKIPS REPEATS)
       NOTE-PACKAGING-AFFECTED SECTION.
           OPEN INPUT PACKBILL
           IF PACKBILL-FS = NOT-FILE THEN
               CLOSE PACKBILL
               EXIT SECTION
           END-IF
           PERFORM UNTIL PACKBILL-FS NOT = ZEROS
               READ PACKBILL NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF PKB-ITEM-ID = WS-QUEUED-INGRED
                          AND MAX-PEND < 999 THEN
                           ADD 1 TO MAX-PEND
                           SET IND-PEND TO MAX-PEND
                           MOVE PKB-SANDWICH-ID
                             TO TAB-PEND-SR-ID (IND-PEND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKBILL
           EXIT SECTION.

      *> THE QUEUED INGREDIENT MAY SIT ON THE RECIPE DIRECTLY OR
      *> INSIDE A PREPARED COMPONENT THE RECIPE USES
       CHECK-LINE-AFFECTED SECTION.
           MOVE SPACE TO WS-LINE-AFFECTED
           MOVE 1 TO WS-EXP-LINE-QTY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               IF WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                  = WS-QUEUED-INGRED THEN
                   MOVE "Y" TO WS-LINE-AFFECTED
               END-IF
           END-PERFORM
           EXIT SECTION.

       RECOST-ONE-SANDWICH SECTION.
           MOVE SPACES TO WS-ALREADY-DONE
           PERFORM VARYING IND-DONE FROM 1 BY 1
      *> RECIPE COST AT THE LATEST EFFECTIVE SUPPLY PRICE
       COST-SANDWICH SECTION.
           MOVE ZEROS TO WS-UNIT-COST
           PERFORM COST-PACKAGING
           OPEN INPUT SR-ING
           MOVE WS-COST-SANDWICH-ID TO SR-SANDWICH-ID
           MOVE ZEROS TO SR-INGREDIENT-ID
                          WS-COST-SANDWICH-ID THEN
                           MOVE "Y" TO TRUE-YES
                       ELSE
                           PERFORM COST-RECIPE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SR-ING
           EXIT SECTION.

      *> A PREPARED COMPONENT IS COSTED THROUGH ITS OWN RECIPE
       COST-RECIPE-LINE SECTION.
           MOVE SR-ING-QTD TO WS-EXP-LINE-QTY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                 TO WS-PRICE-INGRED-ID
               PERFORM GET-INGREDIENT-PRICE
               COMPUTE WS-UNIT-COST ROUNDED =
                   WS-UNIT-COST
                   + WS-EXP-PART-QTY (WS-EXP-IX) * WS-ING-PRICE
           END-PERFORM
           EXIT SECTION.

      *> THE PACKAGING BILL - WRAP, LABEL, BAG AND CARTON SHARE ARE
      *> PRICED LIKE ANY OTHER STOCK ITEM
       COST-PACKAGING SECTION.
           OPEN INPUT PACKBILL
           IF PACKBILL-FS = NOT-FILE THEN
               CLOSE PACKBILL
               EXIT SECTION
           END-IF
           MOVE WS-COST-SANDWICH-ID TO PKB-SANDWICH-ID
           MOVE ZEROS TO PKB-ITEM-ID
           START PACKBILL KEY IS NOT LESS THAN PKB-KEY
               INVALID KEY
                   CLOSE PACKBILL
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-PACK-DONE
           PERFORM UNTIL WS-PACK-DONE = "Y"
               READ PACKBILL NEXT RECORD
                   AT END MOVE "Y" TO WS-PACK-DONE
                   NOT AT END
                       IF PKB-SANDWICH-ID NOT =
                          WS-COST-SANDWICH-ID THEN
                           MOVE "Y" TO WS-PACK-DONE
                       ELSE
                           MOVE PKB-ITEM-ID TO WS-PRICE-INGRED-ID
                           PERFORM GET-INGREDIENT-PRICE
                           COMPUTE WS-UNIT-COST ROUNDED =
                               WS-UNIT-COST + PKB-QTY * WS-ING-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKBILL
           EXIT SECTION.

       GET-INGREDIENT-PRICE SECTION.
               READ FXRISUPPLY NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF RIS-ID-ING = WS-PRICE-INGRED-ID
                          AND RIS-EFFECTIVE-DATE <= WS-TODAY-NUM
                          AND RIS-EFFECTIVE-DATE >= WS-BEST-EFF
                          THEN
