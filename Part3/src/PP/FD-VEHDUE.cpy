      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    VEHICLE DUE DATES - ANNUAL INSPECTION (IPO), INSURANCE AND
      *    NEXT SERVICE BY DATE OR ODOMETER, WITH THE HIGHEST READING
      *    LOGGED SO FAR; ROUTE ASSIGNMENT LEAVES A VEHICLE WITH A
      *    LAPSED IPO OR INSURANCE AT HOME | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-VEHDUE.
           88 EOFVEHDUE                         VALUE HIGH-VALUES.
           05 VDU-VEHICLE-ID                    PIC 9(003).
           05 VDU-IPO-DUE                       PIC 9(008).
           05 VDU-INSURANCE-DUE                 PIC 9(008).
           05 VDU-SERVICE-DUE-DATE              PIC 9(008).
           05 VDU-SERVICE-DUE-KM                PIC 9(007).
           05 VDU-LAST-ODOMETER                 PIC 9(007).
