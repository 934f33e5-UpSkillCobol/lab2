      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    PACKAGING AND NON-FOOD CONSUMABLE - WRAP FILM, LABELS,
      *    BAGS, CARTONS. THE ITEM IS REGISTERED ON THE INGREDIENT
      *    MASTER AND KEPT ON THE INVENTORY LEDGER LIKE ANY STOCK ITEM
      *    (SUPPLIER PRICES ON FXRISSUPLY, THRESHOLD, STOCKTAKE); THIS
      *    ROW MARKS ITS ID AS NON-FOOD SO IT STAYS OFF RECIPES AND
      *    OUT OF THE ALLERGEN AND NUTRITION OUTPUTS
      *    V0.1 | 15.10.2026
      ******************************************************************

       01  FD-CONSUMABLE.
           88 EOFCONSUMABLES                    VALUE HIGH-VALUES.
           05 CNS-ID                            PIC 9(003).
           05 CNS-KIND                          PIC X(001).
               88 CNS-WRAP                      VALUE "W".
               88 CNS-LABEL                     VALUE "L".
               88 CNS-BAG                       VALUE "B".
               88 CNS-CARTON                    VALUE "C".
               88 CNS-OTHER                     VALUE "O".
               88 CNS-KIND-VALID                VALUE "W" "L" "B"
                                                      "C" "O".
