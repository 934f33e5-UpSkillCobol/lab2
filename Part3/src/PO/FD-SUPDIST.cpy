      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SUPPLIER TRANSPORT DISTANCE - ESTIMATED ROAD KILOMETRES
      *    FROM THE SUPPLIER'S TOWN TO OUR KITCHEN AND THE GRAMS OF
      *    CO2 PER KILOMETRE OF THE LORRY THAT BRINGS THE GOODS; EACH
      *    RECEIPT COUNTS AS ONE LEG | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-SUPDIST.
           88 EOFSUPDIST                        VALUE HIGH-VALUES.
           05 SDS-SUPPLIER-ID                   PIC 9(003).
           05 SDS-DISTANCE-KM                   PIC 9(004).
           05 SDS-G-CO2-KM                      PIC 9(004).
