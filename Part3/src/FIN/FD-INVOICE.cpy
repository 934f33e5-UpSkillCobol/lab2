           05 INV-STATUS                        PIC 9(001).
               88 INV-STATUS-OPEN               VALUE 1.
               88 INV-STATUS-PAID               VALUE 2.
      *> DIRECT DEBIT SUBMITTED - PAID ONCE THE RETURN WINDOW PASSES,
      *> OPEN AGAIN IF THE BANK SENDS THE DEBIT BACK
               88 INV-STATUS-IN-COLLECTION      VALUE 3.
      *> WRITTEN OFF IN FULL AS A BAD DEBT AFTER APPROVAL
               88 INV-STATUS-WRITTEN-OFF        VALUE 4.
      *> "FT" INVOICE FOR MEALS, "ND" LATE-PAYMENT INTEREST DEBIT
      *> NOTE CHARGED ON THE OVERDUE INVOICE IN INV-ORIGIN-INV-ID
           05 INV-DOC-TYPE                      PIC X(002).
               88 INV-DOC-INVOICE               VALUE "FT".
               88 INV-DOC-DEBIT-NOTE            VALUE "ND".
           05 INV-ORIGIN-INV-ID                 PIC 9(006).
