      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SPLIT-SOURCING RULE - ONE ROW PER INGREDIENT AND SUPPLIER
      *    WITH THE SHARE OF THE REQUIREMENT THAT SUPPLIER SHOULD GET.
      *    THE SHARES OF ONE INGREDIENT ADD UP TO AT MOST 100
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-SPLITSRC.
           88 EOFSPLITSRC                       VALUE HIGH-VALUES.
           05 SPS-KEY.
               10 SPS-INGRED-ID                 PIC 9(003).
               10 SPS-SUPPLIER-ID               PIC 9(003).
           05 SPS-TARGET-PCT                    PIC 9(003).
