      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    PUPIL SPECIAL-DIET REGISTER - ONE ROW PER PUPIL WITH A
      *    MEDICAL DIET AT A SCHOOL. THE PUPIL IS HELD BY THE SCHOOL'S
      *    OWN REFERENCE, NEVER BY NAME | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-PUPILDIET.
           88 EOFPUPILDIET                      VALUE HIGH-VALUES.
           05 PDT-KEY.
               10 PDT-SCHOOL-ID                 PIC 9(003).
               10 PDT-PUPIL-REF                 PIC X(010).
      *> E.G. COELIAC, NUT ALLERGY
           05 PDT-DIET-NAME                     PIC X(020).
      *> Y = MUST NOT CONTAIN STATUTORY ALLERGEN 1-14 (SEE FD-INGALRG)
           05 PDT-ALRG-FLAGS                    PIC X(014).
      *> FURTHER INGREDIENTS THE PUPIL MUST NOT HAVE, ZERO = UNUSED
           05 PDT-BAN-INGREDS.
               10 PDT-BAN-INGRED OCCURS 5       PIC 9(003).
           05 PDT-VALID-FROM                    PIC 9(008).
      *> ZERO = NO END DATE
           05 PDT-VALID-TO                      PIC 9(008).
      *> PARENTAL CONSENT TO PREPARE AND LABEL THE MEAL
           05 PDT-CONSENT                       PIC X(001).
               88 PDT-CONSENT-GIVEN             VALUE "Y".
           05 PDT-UPDATED-BY                    PIC X(008).
           05 PDT-UPDATED-DATE                  PIC 9(008).
