               88 REASON-TRANSFER                  VALUE "TF".
               88 REASON-USAGE-VARIANCE            VALUE "VA".
               88 REASON-DONATION                  VALUE "DN".
      *> WRITTEN BY SUPRETURN ONLY - NEVER KEYED BY HAND
               88 REASON-SUPPLIER-RETURN           VALUE "RS".
      *> PACKAGING DRAWN AT PRODUCTION RELEASE - WRITTEN BY
      *> PPRELEASE ONLY, NEVER KEYED BY HAND
               88 REASON-PACKAGING                 VALUE "PK".
      *> A QUARANTINED LOT DESTROYED - WRITTEN BY LOTHOLD ONLY,
      *> NEVER KEYED BY HAND
               88 REASON-QUARANTINE                VALUE "QD".
               88 REASON-VALID                     VALUE "PR" "SP"
                                                   "BR" "CA" "TF"
                                                   "VA" "DN".
