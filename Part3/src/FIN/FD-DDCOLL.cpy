      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS RECEIVABLE
      ******************************************************************
      *    DIRECT-DEBIT COLLECTION ITEM - ONE PER INVOICE PER BATCH,
      *    KEYED THE SAME WAY AS THE END-TO-END ID SENT TO THE BANK
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-DDCOLL.
           88 EOFDDCOLL                         VALUE HIGH-VALUES.
           05 DDC-KEY.
               10 DDC-BATCH-ID                  PIC 9(006).
               10 DDC-INV-ID                    PIC 9(006).
           05 DDC-CUSTOMER-ID                   PIC 9(003).
           05 DDC-MANDATE-REF                   PIC X(035).
           05 DDC-SEQ-TYPE                      PIC X(004).
           05 DDC-AMOUNT                        PIC 9(007)V99.
           05 DDC-COLL-DATE                     PIC 9(008).
      *> RECEIPT BOOKED WHEN THE DEBIT WENT OUT
           05 DDC-RCPT-SEQ                      PIC 9(003).
           05 DDC-STATUS                        PIC X(001).
               88 DDC-IN-COLLECTION             VALUE "C".
               88 DDC-SETTLED                   VALUE "P".
               88 DDC-RETURNED                  VALUE "R".
           05 DDC-RETURN-CODE                   PIC X(004).
           05 DDC-RETURN-DATE                   PIC 9(008).
