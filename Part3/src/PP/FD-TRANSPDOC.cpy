      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    TRANSPORT DOCUMENT - ONE PER VEHICLE LOAD PER DELIVERY DAY,
      *    NUMBERED IN ITS OWN CERTIFIED SERIES. A LOAD THAT CHANGES
      *    AFTER ISSUE CANCELS ITS DOCUMENT AND A REPLACEMENT IS
      *    ISSUED | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-TRANSPDOC.
           88 EOFTRANSPDOC                      VALUE HIGH-VALUES.
           05 TRD-ID                            PIC 9(006).
           05 TRD-LOAD-KEY.
               10 TRD-LOAD-DATE                 PIC 9(008).
               10 TRD-VEHICLE-ID                PIC 9(003).
           05 TRD-STATUS                        PIC X(001).
               88 TRD-ISSUED                    VALUE "N".
               88 TRD-CANCELLED                 VALUE "A".
           05 TRD-DOC-NO                        PIC X(020).
           05 TRD-ATCUD                         PIC X(020).
      *> KITCHEN THE LOAD LEAVES FROM AND THE VEHICLE CARRYING IT
           05 TRD-SITE-ID                       PIC 9(003).
           05 TRD-PLATE                         PIC X(008).
           05 TRD-ISSUE-DATE                    PIC 9(008).
           05 TRD-ISSUE-TIME                    PIC 9(008).
           05 TRD-STOP-COUNT                    PIC 9(003).
           05 TRD-LINE-COUNT                    PIC 9(003).
           05 TRD-TOTAL-QTY                     PIC 9(006).
      *> CODE THE TAX AUTHORITY RETURNS FOR THE COMMUNICATED
      *> DOCUMENT - SPACES UNTIL IT IS KEYED
           05 TRD-COMM-CODE                     PIC X(020).
           05 TRD-REPLACES-ID                   PIC 9(006).
           05 TRD-REPLACED-BY-ID                PIC 9(006).
           05 TRD-CANCEL-DATE                   PIC 9(008).
