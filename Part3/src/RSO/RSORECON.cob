      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    ORDERS / INVENTORY RECONCILIATION REPORT | V0.1 | 23.03.2021
      ******************************************************************
      *    THE EXPECTED SIDE EXPLODES PREPARED COMPONENTS INTO THEIR
      *    INGREDIENTS AS AT THE DELIVERY DATE, MATCHING WHAT
      *    RSOREGISTER DEDUCTS | 15.10.2026
      ******************************************************************
      *    THE PAGE HEADING CARRIES THE BUSINESS DATE (BUSDATE) THE
      *    REPORT WAS RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  REPORT-FS                            PIC 9(002).
       77  WS-LINE-COUNT                        PIC 9(003).
       77  WS-PAGE-COUNT                        PIC 9(003).
       01  WS-TODAY-NUM                         PIC 9(008).
       78  MAX-LINES-PER-PAGE                   VALUE 20.

       78  MOVE-OUT-ORIGIN-RSO                  VALUE "RS".
       77  WS-MISMATCH-COUNT                    PIC 9(003) VALUE ZEROS.
       01  WS-RECON-DIFF                        PIC S9(006).
       01  WS-RECON-STATUS-TEXT                 PIC X(009).
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT, AS
      *> AT THE ORDER'S DELIVERY DATE - THE SAME PARTS RSOREGISTER
      *> DEDUCTED
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.

      ******************************************************************

                    IF SR-SANDWICH-ID NOT = WS-EXPL-SANDWICH
                       MOVE "Y" TO TRUE-YES
                    ELSE
                       PERFORM EXPLODE-EXPECTED-PARTS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SR-ING
           EXIT SECTION.

       EXPLODE-EXPECTED-PARTS SECTION.
           MOVE TAB-ORDERS-DATE (IND-ORDERS) TO WS-EXP-AS-AT
           COMPUTE WS-EXP-LINE-QTY = SR-ING-QTD * WS-EXPL-QUANTITY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
              WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
           UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
              MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX) TO INGREDS-ID
              COMPUTE WS-RECON-AMOUNT ROUNDED =
                 WS-EXP-PART-QTY (WS-EXP-IX)
              PERFORM FIND-RECON-ROW-BY-ID
              ADD WS-RECON-AMOUNT TO TAB-RECON-EXPECTED (IND-RECON)
           END-PERFORM
           EXIT SECTION.

      ******************************************************************

      *> ACTUAL SIDE: WALK EVERY INVENTORY MOVEMENT WRITTEN WITH RSO AS
      ******************************************************************

       PRINT-REPORT SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN OUTPUT REPORTFILE
           MOVE ZEROS TO WS-PAGE-COUNT
           MOVE ZEROS TO WS-MISMATCH-COUNT
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING REPORTPAGE " " WS-PAGE-COUNT REPORTBUSDATE " "
              WS-TODAY-NUM INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
