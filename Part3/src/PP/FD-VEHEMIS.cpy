      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    VEHICLE EMISSION FACTOR - FUEL TYPE AND GRAMS OF CO2 PER
      *    KILOMETRE, APPLIED TO THE FXROUTERUN KILOMETRES BY THE
      *    CO2 FOOTPRINT REPORT | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-VEHEMIS.
           88 EOFVEHEMIS                        VALUE HIGH-VALUES.
           05 VEM-VEHICLE-ID                    PIC 9(003).
           05 VEM-FUEL-TYPE                     PIC X(001).
               88 VEM-FUEL-DIESEL               VALUE "D".
               88 VEM-FUEL-PETROL               VALUE "P".
               88 VEM-FUEL-GAS                  VALUE "G".
               88 VEM-FUEL-HYBRID               VALUE "H".
               88 VEM-FUEL-ELECTRIC             VALUE "E".
               88 VEM-FUEL-VALID                VALUE "D" "P" "G"
                                                      "H" "E".
           05 VEM-G-CO2-KM                      PIC 9(004).
