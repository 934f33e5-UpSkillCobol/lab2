      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    VEHICLE FUEL LOG - ONE ROW PER FILL-UP: LITRES, AMOUNT
      *    PAID AND THE ODOMETER AT THE PUMP | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-VEHFUEL.
           88 EOFVEHFUEL                        VALUE HIGH-VALUES.
           05 VFL-KEY.
               10 VFL-VEHICLE-ID                PIC 9(003).
               10 VFL-DATE                      PIC 9(008).
               10 VFL-SEQ                       PIC 9(002).
           05 VFL-LITRES                        PIC 9(003)V99.
           05 VFL-AMOUNT                        PIC 9(005)V99.
           05 VFL-ODOMETER                      PIC 9(007).
