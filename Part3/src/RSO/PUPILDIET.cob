      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    PUPIL SPECIAL-DIET REGISTER MAINTENANCE - PER SCHOOL, THE
      *    PUPILS WITH A MEDICAL DIET WHO GET AN INDIVIDUALLY MADE,
      *    NAMED SANDWICH: THE SCHOOL'S PUPIL REFERENCE, THE DIET,
      *    THE STATUTORY ALLERGENS AND INGREDIENTS THEY MUST NOT HAVE,
      *    THE VALIDITY DATES AND THE PARENTAL CONSENT. ORDER ENTRY
      *    CHECKS A NAMED LINE AGAINST THIS REGISTER | V0.1
      *    15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUPILDIET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PUPILDIETS ASSIGN TO "FXPUPILDIET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PDT-KEY
           FILE STATUS IS PUPILDIET-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

      *> THE SIGNED-ON USER, AS LEFT BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUPILDIETS.
       COPY FD-PUPILDIET.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  PUPILDIET-FS                         PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-NEW-PUPIL                         PIC X(001).
       77  WS-USER-CODE                         PIC X(008).
       01  WS-TODAY-NUM                         PIC 9(008).

       77  WS-ASK-SCHOOL                        PIC 9(003).
       77  WS-ASK-PUPIL                         PIC X(010).
       77  WS-ASK-DIET                          PIC X(020).
      *> UP TO EIGHT STATUTORY ALLERGEN CODES 1-14
       01  WS-ASK-ALRG-CODES.
           05 WS-ASK-ALRG OCCURS 8              PIC 9(002).
       01  WS-ASK-INGREDS.
           05 WS-ASK-INGRED OCCURS 5            PIC 9(003).
       77  WS-ASK-FROM                          PIC 9(008).
       77  WS-ASK-TO                            PIC 9(008).
       77  WS-ASK-CONSENT                       PIC X(001).
       77  WS-ASK-REMOVE                        PIC X(001).

       77  WS-ALRG-FLAGS                        PIC X(014).
       77  WS-CODE-IX                           PIC 9(002).
       77  WS-FLAG-IX                           PIC 9(002).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | PUPIL SPECIAL-DIET REGISTER"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SCHOOL....................:" LINE 05 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 05 COL 40 TO WS-ASK-SCHOOL.
           05 VALUE "PUPIL REFERENCE...........:" LINE 06 COL 10.
           05 SS-PUPIL PIC X(010) LINE 06 COL 40 TO WS-ASK-PUPIL.
           05 VALUE "(THE SCHOOL'S REFERENCE - NOT THE NAME)"
              LINE 07 COL 40.

       01  DIET-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "DIET (E.G. COELIAC).......:" LINE 09 COL 10.
           05 SS-DIET PIC X(020) LINE 09 COL 40 USING WS-ASK-DIET.
           05 VALUE "NO ALLERGEN CODES (1-14)..:" LINE 10 COL 10.
           05 SS-ALRG-1 PIC 9(002) LINE 10 COL 40
              USING WS-ASK-ALRG (1).
           05 SS-ALRG-2 PIC 9(002) LINE 10 COL 43
              USING WS-ASK-ALRG (2).
           05 SS-ALRG-3 PIC 9(002) LINE 10 COL 46
              USING WS-ASK-ALRG (3).
           05 SS-ALRG-4 PIC 9(002) LINE 10 COL 49
              USING WS-ASK-ALRG (4).
           05 SS-ALRG-5 PIC 9(002) LINE 10 COL 52
              USING WS-ASK-ALRG (5).
           05 SS-ALRG-6 PIC 9(002) LINE 10 COL 55
              USING WS-ASK-ALRG (6).
           05 SS-ALRG-7 PIC 9(002) LINE 10 COL 58
              USING WS-ASK-ALRG (7).
           05 SS-ALRG-8 PIC 9(002) LINE 10 COL 61
              USING WS-ASK-ALRG (8).
           05 VALUE "1 GLUTEN 2 CRUSTACEANS 3 EGGS 4 FISH 5 PEANUTS"
              LINE 11 COL 12.
           05 VALUE "6 SOYA 7 MILK 8 NUTS 9 CELERY 10 MUSTARD"
              LINE 12 COL 12.
           05 VALUE "11 SESAME 12 SULPHITES 13 LUPIN 14 MOLLUSCS"
              LINE 13 COL 12.
           05 VALUE "NO INGREDIENTS............:" LINE 14 COL 10.
           05 SS-INGRED-1 PIC 9(003) LINE 14 COL 40
              USING WS-ASK-INGRED (1).
           05 SS-INGRED-2 PIC 9(003) LINE 14 COL 44
              USING WS-ASK-INGRED (2).
           05 SS-INGRED-3 PIC 9(003) LINE 14 COL 48
              USING WS-ASK-INGRED (3).
           05 SS-INGRED-4 PIC 9(003) LINE 14 COL 52
              USING WS-ASK-INGRED (4).
           05 SS-INGRED-5 PIC 9(003) LINE 14 COL 56
              USING WS-ASK-INGRED (5).
           05 VALUE "VALID FROM (YYYYMMDD).....:" LINE 16 COL 10.
           05 SS-FROM PIC 9(008) LINE 16 COL 40 USING WS-ASK-FROM.
           05 VALUE "VALID TO (0 = OPEN).......:" LINE 17 COL 10.
           05 SS-TO PIC 9(008) LINE 17 COL 40 USING WS-ASK-TO.
           05 VALUE "PARENTAL CONSENT (Y/N)....:" LINE 18 COL 10.
           05 SS-CONSENT PIC X(001) LINE 18 COL 40
              USING WS-ASK-CONSENT.
           05 VALUE "REMOVE FROM REGISTER (Y/N):" LINE 20 COL 10.
           05 SS-REMOVE PIC X(001) LINE 20 COL 40
              USING WS-ASK-REMOVE.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM GET-SESSION-USER
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-SCHOOL
               MOVE SPACES TO WS-ASK-PUPIL
               DISPLAY CLEAR-SCREEN
               DISPLAY KEY-SCREEN
               ACCEPT KEY-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM MAINTAIN-PUPIL
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O PUPILDIETS
           IF PUPILDIET-FS = NOT-FILE THEN
               OPEN OUTPUT PUPILDIETS
           END-IF
           CLOSE PUPILDIETS
           EXIT SECTION.

      *> WHO IS AT THE KEYBOARD - STAMPED ON EVERY CHANGE
       GET-SESSION-USER SECTION.
           MOVE "UNKNOWN" TO WS-USER-CODE
           OPEN INPUT SESSIONUSER
           IF SESSIONUSER-FS NOT = ZEROS THEN
               CLOSE SESSIONUSER
               EXIT SECTION
           END-IF
           READ SESSIONUSER
               NOT AT END
                   IF SSU-USER-CODE NOT = SPACES THEN
                       MOVE SSU-USER-CODE TO WS-USER-CODE
                   END-IF
           END-READ
           CLOSE SESSIONUSER
           EXIT SECTION.

      *> AN EXISTING PUPIL COMES UP FILLED IN; A NEW ONE STARTS TODAY
      *> WITH NO CONSENT RECORDED
       MAINTAIN-PUPIL SECTION.
           MOVE UPPER-CASE (WS-ASK-PUPIL) TO WS-ASK-PUPIL
           IF WS-ASK-PUPIL = SPACES THEN
               MOVE "PUPIL REFERENCE IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           OPEN INPUT SCHOOLS
           MOVE WS-ASK-SCHOOL TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
               INVALID KEY
                   CLOSE SCHOOLS
                   MOVE "SCHOOL NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE SCHOOLS

           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ASK-ALRG-CODES, WS-ASK-INGREDS
           MOVE "N" TO WS-ASK-REMOVE
           OPEN INPUT PUPILDIETS
           MOVE WS-ASK-SCHOOL TO PDT-SCHOOL-ID
           MOVE WS-ASK-PUPIL TO PDT-PUPIL-REF
           READ PUPILDIETS
               INVALID KEY
                   MOVE "Y" TO WS-NEW-PUPIL
                   MOVE SPACES TO WS-ASK-DIET
                   MOVE WS-TODAY-NUM TO WS-ASK-FROM
                   MOVE ZEROS TO WS-ASK-TO
                   MOVE "N" TO WS-ASK-CONSENT
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-PUPIL
                   MOVE PDT-DIET-NAME TO WS-ASK-DIET
                   MOVE PDT-BAN-INGREDS TO WS-ASK-INGREDS
                   MOVE PDT-VALID-FROM TO WS-ASK-FROM
                   MOVE PDT-VALID-TO TO WS-ASK-TO
                   MOVE PDT-CONSENT TO WS-ASK-CONSENT
                   PERFORM FLAGS-TO-CODES
           END-READ
           CLOSE PUPILDIETS

           DISPLAY DIET-SCREEN
           ACCEPT DIET-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-ASK-REMOVE) TO WS-ASK-REMOVE
           IF WS-ASK-REMOVE = "Y" THEN
               PERFORM REMOVE-PUPIL
               EXIT SECTION
           END-IF
           PERFORM VALIDATE-PUPIL
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM SAVE-PUPIL
           EXIT SECTION.

       FLAGS-TO-CODES SECTION.
           MOVE ZEROS TO WS-CODE-IX
           PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                   UNTIL WS-FLAG-IX > 14
               IF PDT-ALRG-FLAGS (WS-FLAG-IX:1) = "Y"
                  AND WS-CODE-IX < 8 THEN
                   ADD 1 TO WS-CODE-IX
                   MOVE WS-FLAG-IX TO WS-ASK-ALRG (WS-CODE-IX)
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> A DIET MUST RESTRICT SOMETHING; EVERY CODE AND INGREDIENT
      *> KEYED MUST BE A REAL ONE
       VALIDATE-PUPIL SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE UPPER-CASE (WS-ASK-DIET) TO WS-ASK-DIET
           MOVE UPPER-CASE (WS-ASK-CONSENT) TO WS-ASK-CONSENT
           IF WS-ASK-DIET = SPACES THEN
               MOVE "DIET IS REQUIRED" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE ALL "N" TO WS-ALRG-FLAGS
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > 8
               IF WS-ASK-ALRG (WS-CODE-IX) > 14 THEN
                   MOVE "ALLERGEN CODES MUST BE 1 TO 14"
                     TO WS-ERROR-TEXT
                   EXIT SECTION
               END-IF
               IF WS-ASK-ALRG (WS-CODE-IX) > ZEROS THEN
                   MOVE "Y" TO WS-ALRG-FLAGS
                       (WS-ASK-ALRG (WS-CODE-IX):1)
               END-IF
           END-PERFORM
           IF WS-ALRG-FLAGS = ALL "N"
              AND WS-ASK-INGREDS = ZEROS THEN
               MOVE "NAME AT LEAST ONE ALLERGEN OR INGREDIENT"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           PERFORM CHECK-INGREDIENTS
           IF WS-ERROR-TEXT NOT = SPACES THEN
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ASK-FROM) NOT = ZEROS THEN
               MOVE "VALID FROM IS NOT A DATE" TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-ASK-TO NOT = ZEROS THEN
               IF TEST-DATE-YYYYMMDD (WS-ASK-TO) NOT = ZEROS
                  OR WS-ASK-TO < WS-ASK-FROM THEN
                   MOVE "VALID TO MUST BE A DATE NOT BEFORE VALID FROM"
                     TO WS-ERROR-TEXT
                   EXIT SECTION
               END-IF
           END-IF
           IF WS-ASK-CONSENT NOT = "Y"
              AND WS-ASK-CONSENT NOT = "N" THEN
               MOVE "CONSENT MUST BE Y OR N" TO WS-ERROR-TEXT
           END-IF
           EXIT SECTION.

       CHECK-INGREDIENTS SECTION.
           OPEN INPUT FXINGRED
           IF INGRED-STATUS = NOT-FILE THEN
               CLOSE FXINGRED
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > 5
               IF WS-ASK-INGRED (WS-CODE-IX) NOT = ZEROS THEN
                   MOVE WS-ASK-INGRED (WS-CODE-IX) TO INGREDS-ID
                   READ FXINGRED
                       INVALID KEY
                           MOVE "INGREDIENT NOT ON FILE"
                             TO WS-ERROR-TEXT
                   END-READ
               END-IF
           END-PERFORM
           CLOSE FXINGRED
           EXIT SECTION.

       SAVE-PUPIL SECTION.
           OPEN I-O PUPILDIETS
           MOVE WS-ASK-SCHOOL TO PDT-SCHOOL-ID
           MOVE WS-ASK-PUPIL TO PDT-PUPIL-REF
           MOVE WS-ASK-DIET TO PDT-DIET-NAME
           MOVE WS-ALRG-FLAGS TO PDT-ALRG-FLAGS
           MOVE WS-ASK-INGREDS TO PDT-BAN-INGREDS
           MOVE WS-ASK-FROM TO PDT-VALID-FROM
           MOVE WS-ASK-TO TO PDT-VALID-TO
           MOVE WS-ASK-CONSENT TO PDT-CONSENT
           MOVE WS-USER-CODE TO PDT-UPDATED-BY
           MOVE WS-TODAY-NUM TO PDT-UPDATED-DATE
           IF WS-NEW-PUPIL = "Y" THEN
               WRITE FD-PUPILDIET
           ELSE
               REWRITE FD-PUPILDIET
           END-IF
           CLOSE PUPILDIETS
      *> ORDER ENTRY REFUSES A NAMED LINE UNTIL CONSENT IS GIVEN
           IF WS-ASK-CONSENT = "Y" THEN
               MOVE "SPECIAL DIET SAVED" TO WS-ERROR-TEXT
           ELSE
               MOVE "SAVED - NO NAMED MEALS UNTIL CONSENT IS GIVEN"
                 TO WS-ERROR-TEXT
           END-IF
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       REMOVE-PUPIL SECTION.
           OPEN I-O PUPILDIETS
           MOVE WS-ASK-SCHOOL TO PDT-SCHOOL-ID
           MOVE WS-ASK-PUPIL TO PDT-PUPIL-REF
           READ PUPILDIETS
               INVALID KEY
                   MOVE "PUPIL NOT ON THE REGISTER" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   DELETE PUPILDIETS
                   MOVE "PUPIL REMOVED FROM THE REGISTER"
                     TO WS-ERROR-TEXT
           END-READ
           CLOSE PUPILDIETS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM PUPILDIET.
