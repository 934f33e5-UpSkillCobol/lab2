           05 PAY-NAME                          PIC X(050).
           05 PAY-ADDRESS                       PIC X(060).
           05 PAY-IS-ACTIVE                     PIC 9(001).
      *> TAX NUMBER, POSTAL CODE AND TOWN FOR THE STRUCTURED
      *> E-INVOICE; A PAYER FLAGGED "Y" TAKES ITS INVOICES AS UBL
           05 PAY-TAX-ID                        PIC X(009).
           05 PAY-POSTAL-CODE.
               10 PAY-POSTAL-CODE1              PIC 9(004).
               10 PAY-POSTAL-CODE2              PIC 9(003).
           05 PAY-TOWN                          PIC X(030).
           05 PAY-EINVOICE                      PIC X(001).
               88 PAY-WANTS-EINVOICE            VALUE "Y".
      *> "Y" = EXEMPT FROM LATE-PAYMENT INTEREST BY AGREEMENT
           05 PAY-INTEREST-WAIVED               PIC X(001).
               88 PAY-INTEREST-EXEMPT           VALUE "Y".
