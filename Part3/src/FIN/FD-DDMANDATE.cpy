      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS RECEIVABLE
      ******************************************************************
      *    SEPA DIRECT-DEBIT MANDATE PER SCHOOL OR PAYER - ONE LIVE
      *    MANDATE PER CUSTOMER NUMBER | V0.1 | 15.10.2026
      ******************************************************************
      *    A MANDATE NEVER COLLECTED FROM GOES OUT AS FRST, EVERY
      *    LATER COLLECTION AS RCUR

       01  FD-DDMANDATE.
           88 EOFDDMANDATE                      VALUE HIGH-VALUES.
           05 DDM-CUSTOMER-ID                   PIC 9(003).
           05 DDM-MANDATE-REF                   PIC X(035).
           05 DDM-IBAN                          PIC X(034).
           05 DDM-BIC                           PIC X(011).
           05 DDM-HOLDER-NAME                   PIC X(050).
           05 DDM-SIGNED-DATE                   PIC 9(008).
           05 DDM-STATUS                        PIC X(001).
               88 DDM-ACTIVE                    VALUE "A".
               88 DDM-REVOKED                   VALUE "R".
           05 DDM-REVOKED-DATE                  PIC 9(008).
           05 DDM-LAST-COLLECTION               PIC 9(008).
