      *    HACCP EXCEPTION REPORT - REJECTED OR OUT-OF-RANGE
      *    DELIVERIES PER SUPPLIER FOR THE INSPECTION | V0.1
      *    22.08.2026
      ******************************************************************
      *    EVERY RECEIPT IS ALSO LISTED WITH THE FOOD-SAFETY
      *    CERTIFICATE THAT COVERED ITS SUPPLIER ON THE DAY
      ******************************************************************
      *    BOTH REPORT HEADINGS CARRY THE BUSINESS DATE (BUSDATE) IT
      *    WAS RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  FLAG-TRUE                            PIC X(001).
       77  WS-EXCEPTION                         PIC X(001).

      *> THE CERTIFICATE THAT COVERED EACH RECEIPT, FROM CERTCHK
       77  WS-CERT-SUPPLIER                     PIC 9(003).
       77  WS-CERT-DATE                         PIC 9(008).
       77  WS-CERT-NO                           PIC X(020).
       77  WS-CERT-TYPE                         PIC X(001).
           88 CERT-IS-HACCP                     VALUE "H".
           88 CERT-IS-ISO22000                  VALUE "I".
           88 CERT-IS-BRC                       VALUE "B".
           88 CERT-IS-FSSC22000                 VALUE "F".

       01  WS-TODAY-NUM                         PIC 9(008).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(039)
              VALUE "BREADWICH - HACCP COLD-CHAIN EXCEPTIONS".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-CERT-HEADER.
           05 FILLER                            PIC X(046)
              VALUE "BREADWICH - RECEIPTS AND COVERING CERTIFICATES".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-CERT-HEAD-DATE                PIC 9(008).

       01  RPT-DETAIL.
           05 FILLER                            PIC X(010)
              VALUE "SUPPLIER: ".
           05 FILLER                            PIC X(002).
           05 RPT-DET-FLAG                      PIC X(012).

       01  RPT-CERT-COLUMNS.
           05 FILLER                            PIC X(026)
              VALUE "SUP SUPPLIER NAME".
           05 FILLER                            PIC X(012)
              VALUE "LOT".
           05 FILLER                            PIC X(010)
              VALUE "DATE".
           05 FILLER                            PIC X(010)
              VALUE "DECISION".
           05 FILLER                            PIC X(022)
              VALUE "CERTIFICATE".
           05 FILLER                            PIC X(010)
              VALUE "TYPE".

       01  RPT-CERT-DETAIL.
           05 RPT-CRT-SUPPLIER                  PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-CRT-SUPP-NAME                 PIC X(020).
           05 FILLER                            PIC X(002).
           05 RPT-CRT-LOT                       PIC X(010).
           05 FILLER                            PIC X(002).
           05 RPT-CRT-DATE                      PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-CRT-DECISION                  PIC X(008).
           05 FILLER                            PIC X(002).
           05 RPT-CRT-CERT-NO                   PIC X(020).
           05 FILLER                            PIC X(002).
           05 RPT-CRT-TYPE                      PIC X(010).

      ******************************************************************

       SCREEN SECTION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE SPACES TO FLAG-TRUE
               END-PERFORM
           END-IF
           CLOSE HACCPLOG

      *> EVERY RECEIPT WITH THE FOOD-SAFETY CERTIFICATE THAT COVERED
      *> THE SUPPLIER ON THE DAY - NONE MEANS A SUPERVISOR OVERRODE
      *> THE CHECK (SEE THE MASTER-FILE JOURNAL)
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TODAY-NUM TO RPT-CERT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-CERT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-CERT-COLUMNS
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT HACCPLOG
           IF HACCP-FS NOT = NOT-FILE THEN
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ HACCPLOG NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END PERFORM LIST-ONE-RECEIPT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HACCPLOG
           CLOSE REPORTFILE

           DISPLAY CLEAR-SCREEN
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       LIST-ONE-RECEIPT SECTION.
           MOVE SPACES TO RPT-CERT-DETAIL
           MOVE HCP-SUPPLIER-ID TO RPT-CRT-SUPPLIER
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = NOT-FILE THEN
               MOVE HCP-SUPPLIER-ID TO SUPPLIER-ID
               READ FXSUPPLY
                   INVALID KEY MOVE "** UNKNOWN **"
                                 TO RPT-CRT-SUPP-NAME
                   NOT INVALID KEY MOVE SUPPLIER-NAME (1:20)
                                     TO RPT-CRT-SUPP-NAME
               END-READ
           END-IF
           CLOSE FXSUPPLY
           MOVE HCP-BATCH-LOT TO RPT-CRT-LOT
           MOVE HCP-CHECK-DATE TO RPT-CRT-DATE
           IF HCP-REJECTED THEN
               MOVE "REJECTED" TO RPT-CRT-DECISION
           ELSE
               MOVE "ACCEPTED" TO RPT-CRT-DECISION
           END-IF

           MOVE HCP-SUPPLIER-ID TO WS-CERT-SUPPLIER
           MOVE HCP-CHECK-DATE TO WS-CERT-DATE
           CALL "CERTCHK" USING WS-CERT-SUPPLIER WS-CERT-DATE
               WS-CERT-NO WS-CERT-TYPE
           IF WS-CERT-NO = SPACES THEN
               MOVE "** NONE - OVERRIDE" TO RPT-CRT-CERT-NO
           ELSE
               MOVE WS-CERT-NO TO RPT-CRT-CERT-NO
               EVALUATE TRUE
                   WHEN CERT-IS-HACCP
                       MOVE "HACCP" TO RPT-CRT-TYPE
                   WHEN CERT-IS-ISO22000
                       MOVE "ISO 22000" TO RPT-CRT-TYPE
                   WHEN CERT-IS-BRC
                       MOVE "BRC" TO RPT-CRT-TYPE
                   WHEN CERT-IS-FSSC22000
                       MOVE "FSSC 22000" TO RPT-CRT-TYPE
                   WHEN OTHER
                       MOVE "OTHER" TO RPT-CRT-TYPE
               END-EVALUATE
           END-IF
           WRITE REPORT-LINE FROM RPT-CERT-DETAIL
           EXIT SECTION.

       END PROGRAM HACCPRPT.
