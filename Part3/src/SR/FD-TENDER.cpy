      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH REGISTRATION
      ******************************************************************
      *    MUNICIPAL TENDER AWARD - ONE AWARDED LOT WITH ITS TERM,
      *    TENDERED PRICE AND THE MEAL QUANTITY AND VALUE CEILINGS,
      *    PLUS THE CONSUMPTION BILLED AGAINST IT SO FAR. THE
      *    PARTICIPATING SCHOOLS ARE HELD IN FD-TNDSCHOOL
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-TENDER.
           88 EOFTENDERS                        VALUE HIGH-VALUES.
           05 TND-LOT-ID                        PIC 9(004).
           05 TND-TENDER-REF                    PIC X(012).
           05 TND-LOT-NO                        PIC 9(002).
           05 TND-DESCRIPTION                   PIC X(030).
           05 TND-FROM-DATE                     PIC 9(008).
           05 TND-TO-DATE                       PIC 9(008).
           05 TND-AWARDED-QTY                   PIC 9(007).
           05 TND-AWARDED-VALUE                 PIC 9(009)V99.
           05 TND-UNIT-PRICE                    PIC 9(005)V99.
      *> CONSUMPTION PERCENTAGE THAT RAISES THE WARNING - ZERO
      *> MEANS THE HOUSE DEFAULT OF 80
           05 TND-WARN-PCT                      PIC 9(003).
           05 TND-IS-ACTIVE                     PIC X(001).
               88 TND-ACTIVE                    VALUE "Y".
           05 TND-BILLED-QTY                    PIC 9(007).
           05 TND-BILLED-VALUE                  PIC 9(009)V99.
      *> SET WHEN BILLING FIRST CROSSES THE WARNING PERCENTAGE SO
      *> THE CONTRACTS DESK IS NOTIFIED ONLY ONCE PER AMENDMENT
           05 TND-WARN-SENT                     PIC X(001).
               88 TND-WARNED                    VALUE "Y".
           05 TND-AMEND-COUNT                   PIC 9(002).
           05 TND-AMENDED-DATE                  PIC 9(008).
           05 TND-UPDATED-BY                    PIC X(008).
           05 TND-UPDATED-DATE                  PIC 9(008).
