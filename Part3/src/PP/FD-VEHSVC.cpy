      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    VEHICLE SERVICE LOG - ONE ROW PER WORKSHOP VISIT WITH THE
      *    ODOMETER READING AND WHAT IT COST; THE MONTHLY VEHICLE
      *    COST REPORT ADDS IT TO FUEL FOR THE ACTUAL COST PER KM
      *    V0.1 | 15.10.2026
      ******************************************************************

       01  FD-VEHSVC.
           88 EOFVEHSVC                         VALUE HIGH-VALUES.
           05 VSV-KEY.
               10 VSV-VEHICLE-ID                PIC 9(003).
               10 VSV-DATE                      PIC 9(008).
               10 VSV-SEQ                       PIC 9(002).
           05 VSV-TYPE                          PIC X(001).
               88 VSV-TYPE-SERVICE              VALUE "S".
               88 VSV-TYPE-REPAIR               VALUE "R".
               88 VSV-TYPE-INSPECTION           VALUE "I".
               88 VSV-TYPE-TYRES                VALUE "T".
               88 VSV-TYPE-VALID                VALUE "S" "R" "I" "T".
           05 VSV-DESCRIPTION                   PIC X(020).
           05 VSV-ODOMETER                      PIC 9(007).
           05 VSV-COST                          PIC 9(005)V99.
