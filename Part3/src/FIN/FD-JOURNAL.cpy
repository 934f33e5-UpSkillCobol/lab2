      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    MANUAL JOURNAL ENTRIES AND RECURRING TEMPLATES - ONE ROW
      *    PER ENTRY, UP TO TEN LINES | V0.1 | 15.10.2026
      ******************************************************************
      *    AN ENTRY (KIND E) IS KEYED IN JNLENTRY AND BOOKED BY GLPOST
      *    ONCE RELEASED AND ITS DATE HAS COME. A TEMPLATE (KIND T) IS
      *    NEVER BOOKED ITSELF: JNLENTRY COPIES IT INTO ONE ENTRY PER
      *    MONTH FROM ITS START PERIOD UNTIL ITS END PERIOD (ZERO =
      *    OPEN-ENDED). ENTRIES ABOVE THE APPROVAL THRESHOLD WAIT IN
      *    THE PRICEAPPR QUEUE AS PENDING UNTIL A SUPERVISOR RELEASES
      *    THEM. GLPOST WRITES THE REVERSAL OF AN AUTO-REVERSE ENTRY
      *    AS A NEW RELEASED ENTRY DATED THE 1ST OF THE NEXT PERIOD

       01  FD-JOURNAL.
           88 EOFJOURNAL                        VALUE HIGH-VALUES.
           05 JNL-ID                            PIC 9(006).
           05 JNL-KIND                          PIC X(001).
               88 JNL-KIND-ENTRY                VALUE "E".
               88 JNL-KIND-TEMPLATE             VALUE "T".
           05 JNL-DATE                          PIC 9(008).
           05 JNL-DESC                          PIC X(030).
      *> SELF-REPORTED ROLE CODE OF WHOEVER KEYED THE ENTRY
           05 JNL-KEYED-BY                      PIC 9(001).
           05 JNL-STATUS                        PIC X(001).
               88 JNL-PENDING                   VALUE "P".
               88 JNL-RELEASED                  VALUE "A".
               88 JNL-REJECTED                  VALUE "R".
               88 JNL-POSTED                    VALUE "D".
           05 JNL-AUTO-REVERSE                  PIC X(001).
               88 JNL-REVERSES                  VALUE "Y".
      *> SET ON A GENERATED REVERSAL / ON AN ENTRY MADE FROM A
      *> TEMPLATE
           05 JNL-REVERSAL-OF                   PIC 9(006).
           05 JNL-TEMPLATE-ID                   PIC 9(006).
      *> TEMPLATES ONLY - PERIODS AS YYYYMM
           05 JNL-RECUR-LAST                    PIC 9(006).
           05 JNL-RECUR-UNTIL                   PIC 9(006).
           05 JNL-TOTAL                         PIC 9(008)V99.
           05 JNL-LINE-COUNT                    PIC 9(002).
           05 JNL-LINE OCCURS 10 TIMES.
               10 JNL-LN-ACCOUNT                PIC 9(004).
               10 JNL-LN-SITE-ID                PIC 9(003).
               10 JNL-LN-DEBIT                  PIC 9(007)V99.
               10 JNL-LN-CREDIT                 PIC 9(007)V99.
