      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SUPPLIER FOOD-SAFETY CERTIFICATE REGISTER - ONE ROW PER
      *    CERTIFICATE HELD (HACCP, ISO 22000 OR EQUIVALENT) WITH ITS
      *    VALIDITY WINDOW. A SUPPLIER IS BUYABLE ON A DATE ONLY WHEN
      *    ONE OF ITS ROWS COVERS THAT DATE | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-SUPCERT.
           88 EOFSUPCERT                        VALUE HIGH-VALUES.
           05 SCT-KEY.
               10 SCT-SUPPLIER-ID               PIC 9(003).
               10 SCT-CERT-NO                   PIC X(020).
           05 SCT-TYPE                          PIC X(001).
               88 SCT-HACCP                     VALUE "H".
               88 SCT-ISO22000                  VALUE "I".
               88 SCT-BRC                       VALUE "B".
               88 SCT-FSSC22000                 VALUE "F".
               88 SCT-OTHER                     VALUE "O".
               88 SCT-TYPE-VALID                VALUE "H" "I" "B"
                                                      "F" "O".
           05 SCT-ISSUER                        PIC X(030).
           05 SCT-VALID-FROM                    PIC 9(008).
           05 SCT-VALID-TO                      PIC 9(008).
      *> SET ONCE CERTWARN HAS QUEUED THE ADVANCE EXPIRY WARNING;
      *> CLEARED WHEN THE VALIDITY WINDOW IS RE-KEYED
           05 SCT-WARNED                        PIC X(001).
               88 SCT-EXPIRY-WARNED             VALUE "Y".
