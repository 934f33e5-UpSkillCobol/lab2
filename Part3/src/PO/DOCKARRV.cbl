      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SHARED DELIVERY ARRIVAL - RECORDS WHEN A PURCHASE ORDER'S
      *    LORRY ACTUALLY ARRIVED AGAINST ITS OPEN SLOT BOOKING AND
      *    JUDGES IT ON TIME, EARLY OR LATE USING THE DOCK'S GRACE
      *    MINUTES. AN ARRIVAL WITH NO BOOKING IS WRITTEN AS UNBOOKED.
      *    CALLED BY PORECV | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKARRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POFILE ASSIGN TO "FXPOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-ID
           FILE STATUS IS PO-FS.

           SELECT DOCKCFGS ASSIGN TO "FXDOCKCFG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCK-SITE-ID
           FILE STATUS IS DOCKCFG-FS.

           SELECT DOCKSLOTS ASSIGN TO "FXDOCKSLOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSB-KEY
           ALTERNATE RECORD KEY IS DSB-SLOT-KEY WITH DUPLICATES
           FILE STATUS IS DOCKSLOT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  POFILE.
       COPY FD-PO.

       FD  DOCKCFGS.
       COPY FD-DOCKCFG.

       FD  DOCKSLOTS.
       COPY FD-DOCKSLOT.

       WORKING-STORAGE SECTION.
       77  PO-FS                                PIC 9(002).
       77  DOCKCFG-FS                           PIC 9(002).
       77  DOCKSLOT-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  FLAG-TRUE                            PIC X(001).
       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-SUPPLIER-ID                       PIC 9(003).
       77  WS-OPEN-FOUND                        PIC X(001).
       77  WS-OPEN-SEQ                          PIC 9(002).
       77  WS-MAX-SEQ                           PIC 9(002).
       77  WS-GRACE                             PIC 9(003).

      *> EVERYTHING IS COMPARED IN MINUTES SINCE THE DATE EPOCH SO A
      *> LORRY TURNING UP THE DAY BEFORE OR AFTER IS MEASURED RIGHT
       01  WS-HHMM                              PIC 9(004).
       01  WS-HHMM-PARTS REDEFINES WS-HHMM.
           05 WS-HH                             PIC 9(002).
           05 WS-MM                             PIC 9(002).
       77  WS-ARRIVE-ABS                        PIC 9(011).
       77  WS-SLOT-FROM-ABS                     PIC 9(011).
       77  WS-SLOT-TO-ABS                       PIC 9(011).

       LINKAGE SECTION.
       01  LK-PO-ID                             PIC 9(006).
       01  LK-SITE-ID                           PIC 9(003).
       01  LK-ARRIVAL-DATE                      PIC 9(008).
       01  LK-ARRIVAL-TIME                      PIC 9(004).
      *> BACK TO THE CALLER - O, E, L OR U AS ON FD-DOCKSLOT
       01  LK-PUNCTUALITY                       PIC X(001).
       01  LK-MINUTES-OFF                       PIC 9(006).

      ******************************************************************

       PROCEDURE DIVISION USING LK-PO-ID LK-SITE-ID LK-ARRIVAL-DATE
           LK-ARRIVAL-TIME LK-PUNCTUALITY LK-MINUTES-OFF.
       MAIN SECTION.
           MOVE "U" TO LK-PUNCTUALITY
           MOVE ZEROS TO LK-MINUTES-OFF
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM READ-PURCHASE-ORDER

           OPEN I-O DOCKSLOTS
           IF DOCKSLOT-FS = NOT-FILE THEN
               OPEN OUTPUT DOCKSLOTS
               CLOSE DOCKSLOTS
               OPEN I-O DOCKSLOTS
           END-IF
           PERFORM FIND-OPEN-BOOKING

           IF WS-OPEN-FOUND = "Y" THEN
               PERFORM JUDGE-BOOKED-ARRIVAL
           ELSE
               PERFORM WRITE-UNBOOKED-ARRIVAL
           END-IF
           CLOSE DOCKSLOTS
           EXIT PROGRAM.

       READ-PURCHASE-ORDER SECTION.
           MOVE ZEROS TO WS-SUPPLIER-ID
           OPEN INPUT POFILE
           IF PO-FS = NOT-FILE THEN
               CLOSE POFILE
               EXIT SECTION
           END-IF
           MOVE LK-PO-ID TO PO-ID
           READ POFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PO-SUPPLIER-ID TO WS-SUPPLIER-ID
           END-READ
           CLOSE POFILE
           EXIT SECTION.

       FIND-OPEN-BOOKING SECTION.
           MOVE "N" TO WS-OPEN-FOUND
           MOVE ZEROS TO WS-MAX-SEQ
           MOVE SPACES TO FLAG-TRUE
           MOVE LK-PO-ID TO DSB-PO-ID
           MOVE ZEROS TO DSB-SEQ
           START DOCKSLOTS KEY IS NOT LESS THAN DSB-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DOCKSLOTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF DSB-PO-ID NOT = LK-PO-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           MOVE DSB-SEQ TO WS-MAX-SEQ
                           IF DSB-BOOKED THEN
                               MOVE "Y" TO WS-OPEN-FOUND
                               MOVE DSB-SEQ TO WS-OPEN-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       JUDGE-BOOKED-ARRIVAL SECTION.
           MOVE LK-PO-ID TO DSB-PO-ID
           MOVE WS-OPEN-SEQ TO DSB-SEQ
           READ DOCKSLOTS
               INVALID KEY EXIT SECTION
           END-READ
           PERFORM READ-GRACE

           MOVE LK-ARRIVAL-TIME TO WS-HHMM
           COMPUTE WS-ARRIVE-ABS =
               INTEGER-OF-DATE (LK-ARRIVAL-DATE) * 1440
               + WS-HH * 60 + WS-MM
           MOVE DSB-SLOT-TIME TO WS-HHMM
           COMPUTE WS-SLOT-FROM-ABS =
               INTEGER-OF-DATE (DSB-SLOT-DATE) * 1440
               + WS-HH * 60 + WS-MM - WS-GRACE
           MOVE DSB-SLOT-END TO WS-HHMM
           COMPUTE WS-SLOT-TO-ABS =
               INTEGER-OF-DATE (DSB-SLOT-DATE) * 1440
               + WS-HH * 60 + WS-MM + WS-GRACE

           EVALUATE TRUE
               WHEN WS-ARRIVE-ABS < WS-SLOT-FROM-ABS
                   MOVE "E" TO LK-PUNCTUALITY
                   COMPUTE LK-MINUTES-OFF =
                       WS-SLOT-FROM-ABS - WS-ARRIVE-ABS
               WHEN WS-ARRIVE-ABS > WS-SLOT-TO-ABS
                   MOVE "L" TO LK-PUNCTUALITY
                   COMPUTE LK-MINUTES-OFF =
                       WS-ARRIVE-ABS - WS-SLOT-TO-ABS
               WHEN OTHER
                   MOVE "O" TO LK-PUNCTUALITY
           END-EVALUATE

           MOVE "A" TO DSB-STATUS
           MOVE LK-ARRIVAL-DATE TO DSB-ARRIVAL-DATE
           MOVE LK-ARRIVAL-TIME TO DSB-ARRIVAL-TIME
           MOVE LK-PUNCTUALITY TO DSB-PUNCTUALITY
           MOVE LK-MINUTES-OFF TO DSB-MINUTES-OFF
           REWRITE FD-DOCKSLOT
           EXIT SECTION.

      *> A DOCK SET UP WITHOUT GRACE, OR NOT AT ALL, JUDGES ON THE
      *> SLOT ALONE
       READ-GRACE SECTION.
           MOVE ZEROS TO WS-GRACE
           OPEN INPUT DOCKCFGS
           IF DOCKCFG-FS = NOT-FILE THEN
               CLOSE DOCKCFGS
               EXIT SECTION
           END-IF
           MOVE DSB-SITE-ID TO DCK-SITE-ID
           READ DOCKCFGS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE DCK-GRACE-MINUTES TO WS-GRACE
           END-READ
           CLOSE DOCKCFGS
           EXIT SECTION.

       WRITE-UNBOOKED-ARRIVAL SECTION.
           INITIALIZE FD-DOCKSLOT
           MOVE LK-PO-ID TO DSB-PO-ID
           COMPUTE DSB-SEQ = WS-MAX-SEQ + 1
           MOVE LK-SITE-ID TO DSB-SITE-ID
           MOVE LK-ARRIVAL-DATE TO DSB-SLOT-DATE
           MOVE LK-ARRIVAL-TIME TO DSB-SLOT-TIME
           MOVE LK-ARRIVAL-TIME TO DSB-SLOT-END
           MOVE WS-SUPPLIER-ID TO DSB-SUPPLIER-ID
           MOVE "R" TO DSB-SOURCE
           MOVE WS-TODAY-NUM TO DSB-BOOKED-DATE
           MOVE "A" TO DSB-STATUS
           MOVE LK-ARRIVAL-DATE TO DSB-ARRIVAL-DATE
           MOVE LK-ARRIVAL-TIME TO DSB-ARRIVAL-TIME
           MOVE "U" TO DSB-PUNCTUALITY
           MOVE ZEROS TO DSB-MINUTES-OFF
           WRITE FD-DOCKSLOT
           EXIT SECTION.

       END PROGRAM DOCKARRV.
