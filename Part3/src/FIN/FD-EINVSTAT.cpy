      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    E-INVOICE TRANSMISSION STATUS - ONE ROW PER PAYER INVOICE
      *    SENT AS A STRUCTURED (UBL) DOCUMENT | V0.1 | 15.10.2026
      ******************************************************************
      *    G GENERATED -> S SENT -> A ACCEPTED OR R REJECTED; A
      *    REJECTED INVOICE IS GENERATED AGAIN ONCE IT IS PUT RIGHT

       01  FD-EINVSTAT.
           88 EOFEINVSTAT                       VALUE HIGH-VALUES.
           05 EIS-INV-ID                        PIC 9(006).
           05 EIS-PAYER-ID                      PIC 9(003).
           05 EIS-PERIOD                        PIC 9(006).
           05 EIS-STATUS                        PIC X(001).
               88 EIS-GENERATED                 VALUE "G".
               88 EIS-SENT                      VALUE "S".
               88 EIS-ACCEPTED                  VALUE "A".
               88 EIS-REJECTED                  VALUE "R".
           05 EIS-DOC-NO                        PIC X(020).
           05 EIS-FILE-NAME                     PIC X(016).
           05 EIS-GEN-COUNT                     PIC 9(003).
           05 EIS-GEN-DATE                      PIC 9(008).
           05 EIS-GEN-TIME                      PIC 9(008).
           05 EIS-SENT-DATE                     PIC 9(008).
           05 EIS-RESPONSE-DATE                 PIC 9(008).
           05 EIS-REJECT-REASON                 PIC X(040).
