      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL DIETARY REQUIREMENTS | V1 | 15.10.2026
      ******************************************************************
      *    MAINTAINS THE DIETARY REQUIREMENTS THE SCHOOLS PHONE IN
      *    (FILE DIETREQ): PER SCHOOL AND DIET, THE NUMBER OF PUPILS,
      *    THE ALLERGENS TO EXCLUDE (INGREDIENT ALLERGEN FLAGS), THE
      *    DATES IT APPLIES AND, FOR A DIET THE FLAGS CANNOT EXPRESS,
      *    THE SANDWICHES AGREED WITH THE SCHOOL. RSOREGISTER WARNS
      *    WHEN AN ORDER DAY HAS TOO FEW COMPLYING SANDWICHES,
      *    BWPRODPLAN LISTS THE DIETARY PORTIONS TO PREPARE APART AND
      *    BWLABELS PRINTS THEIR OWN LABEL (SEE BWDIETGATE).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWDIET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIETREQ ASSIGN TO "DIETREQ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DR-KEY
              FILE STATUS IS DIETREQ-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-IID
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIETREQ.
       COPY CB-DIETREQ.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       WORKING-STORAGE SECTION.
       77  DIETREQ-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  ILIN                                 PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  REJECT-REASON                        PIC X(040).
       77  ALG-IDX                              PIC 9(001).
       77  APP-IDX                              PIC 9(001).
       77  RECORD-FOUND                         PIC X(001).
       01  WS-DIET.
           05 WS-DR-SCHOOL                      PIC 9(003).
           05 WS-DR-CODE                        PIC X(004).
           05 WS-DR-NAME                        PIC X(020).
           05 WS-DR-PUPILS                      PIC 9(003).
           05 WS-DR-EXCLUDED                    PIC X(006).
           05 WS-DR-FROM                        PIC 9(008).
           05 WS-DR-TO                          PIC 9(008).
           05 WS-DR-APPROVED-SANDWICHES.
               10 WS-DR-APPROVED OCCURS 5 TIMES PIC 9(003).
       01  MAIN-OPTION                          PIC 9(001).
           88  VALID-MAIN-OPTION                VALUE 0 THRU 3.
       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
           05 AC-KEY                             PIC X(020).
           05 AC-BEFORE                          PIC X(060).
           05 AC-AFTER                           PIC X(060).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | SCHOOL DIETARY REQUIREMENTS" LINE 03
              COL 40.
           05 VALUE "0 - EXIT"                       LINE 09 COL 45.
           05 VALUE "1 - ADD OR CHANGE A REQUIREMENT" LINE 11 COL 45.
           05 VALUE "2 - REMOVE A REQUIREMENT"       LINE 13 COL 45.
           05 VALUE "3 - LIST A SCHOOL'S REQUIREMENTS"
              LINE 15 COL 45.
           05 VALUE "OPTION:" LINE 22 COL 45.
           05 SS-OPTION PIC 9(001) LINE 22 COL 53 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  KEY-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SCHOOL ID:" LINE 05 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 05 COL 21 TO WS-DR-SCHOOL
              BLANK WHEN ZERO.
           05 VALUE "DIET CODE (E.G. GF, VEG, NUTF):" LINE 07 COL 10.
           05 SS-CODE PIC X(004) LINE 07 COL 42 TO WS-DR-CODE.

       01  DIET-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "DIET NAME:" LINE 09 COL 10.
           05 SS-NAME PIC X(020) LINE 09 COL 21 USING WS-DR-NAME.
           05 VALUE "PUPILS:" LINE 11 COL 10.
           05 SS-PUPILS PIC 9(003) LINE 11 COL 18 USING WS-DR-PUPILS.
           05 VALUE "EXCLUDED ALLERGENS (Y/SPACE, ORDER GLUTEN DAIRY"
              LINE 13 COL 10.
           05 VALUE "EGG NUTS SOY FISH):" LINE 14 COL 10.
           05 SS-EXCLUDED PIC X(006) LINE 14 COL 30
              USING WS-DR-EXCLUDED.
           05 VALUE "VALID FROM (YYYYMMDD, 0 = OPEN):" LINE 16 COL 10.
           05 SS-FROM PIC 9(008) LINE 16 COL 43 USING WS-DR-FROM.
           05 VALUE "TO:" LINE 16 COL 53.
           05 SS-TO PIC 9(008) LINE 16 COL 57 USING WS-DR-TO.
           05 VALUE "AGREED SANDWICHES (0 = ANY FREE OF THE ALLERGENS):"
              LINE 18 COL 10.
           05 SS-APP1 PIC 9(003) LINE 19 COL 10
              USING WS-DR-APPROVED (1).
           05 SS-APP2 PIC 9(003) LINE 19 COL 15
              USING WS-DR-APPROVED (2).
           05 SS-APP3 PIC 9(003) LINE 19 COL 20
              USING WS-DR-APPROVED (3).
           05 SS-APP4 PIC 9(003) LINE 19 COL 25
              USING WS-DR-APPROVED (4).
           05 SS-APP5 PIC 9(003) LINE 19 COL 30
              USING WS-DR-APPROVED (5).

       01  SCHOOL-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SCHOOL ID:" LINE 05 COL 10.
           05 SS-L-SCHOOL PIC 9(003) LINE 05 COL 21 TO WS-DR-SCHOOL
              BLANK WHEN ZERO.

       01  DIET-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-D-LINE LINE ILIN COL 05.
               10 SL-CODE PIC X(004) FROM DR-DIET-CODE.
               10 VALUE " ".
               10 SL-NAME PIC X(020) FROM DR-DIET-NAME.
               10 VALUE " PUPILS ".
               10 SL-PUPILS PIC ZZ9 FROM DR-PUPILS.
               10 VALUE " EXCL ".
               10 SL-EXCLUDED PIC X(006) FROM DR-EXCLUDED-ALLERGENS.
               10 VALUE " FROM ".
               10 SL-FROM PIC 9(008) FROM DR-VALID-FROM.
               10 VALUE " TO ".
               10 SL-TO PIC 9(008) FROM DR-VALID-TO.
               10 VALUE " AGREED ".
               10 SL-APPROVED PIC X(015) FROM DR-APPROVED-SANDWICHES.

       01  SCHOOL-MISSING-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR
           7.
           05 VALUE "SCHOOL NOT FOUND" LINE 22 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  INVALID-DIET-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SS-INVALID PIC X(040) LINE 22 COL 40 FROM REJECT-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LIST-END-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "END OF LIST - PRESS ANY KEY" LINE 24 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM CREATE-DIET-FILE

           MOVE 9 TO MAIN-OPTION
           PERFORM UNTIL MAIN-OPTION = 0
              MOVE ZEROS TO SS-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY MENU-SCREEN
              ACCEPT MENU-SCREEN

              EVALUATE MAIN-OPTION
                 WHEN 1     PERFORM SET-REQUIREMENT
                 WHEN 2     PERFORM REMOVE-REQUIREMENT
                 WHEN 3     PERFORM LIST-REQUIREMENTS
              END-EVALUATE
           END-PERFORM

           STOP RUN.

       CREATE-DIET-FILE SECTION.
           OPEN I-O DIETREQ
           IF DIETREQ-FS = 35 THEN
              OPEN OUTPUT DIETREQ
           END-IF
           CLOSE DIETREQ
           EXIT SECTION.

       SET-REQUIREMENT SECTION.
      ******************************************************************
      *    ADDS A SCHOOL'S DIET, OR CHANGES IT WHEN ALREADY ON FILE
      *    (THE CURRENT VALUES ARE SHOWN FOR EDITING).
      ******************************************************************
           INITIALIZE WS-DIET
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-FORM-SCREEN
           ACCEPT KEY-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-DR-SCHOOL = ZEROS
           OR WS-DR-CODE = SPACES THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SCHOOLS
           MOVE WS-DR-SCHOOL TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
              INVALID KEY
                 CLOSE SCHOOLS
                 ACCEPT SCHOOL-MISSING-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE SCHOOLS

           OPEN I-O DIETREQ
           MOVE WS-DR-SCHOOL TO DR-SCHOOL-INTERNAL-ID
           MOVE WS-DR-CODE TO DR-DIET-CODE
           MOVE "N" TO RECORD-FOUND
           READ DIETREQ
              NOT INVALID KEY
                 MOVE "Y" TO RECORD-FOUND
                 MOVE DR-DIET-NAME TO WS-DR-NAME
                 MOVE DR-PUPILS TO WS-DR-PUPILS
                 MOVE DR-EXCLUDED-ALLERGENS TO WS-DR-EXCLUDED
                 MOVE DR-VALID-FROM TO WS-DR-FROM
                 MOVE DR-VALID-TO TO WS-DR-TO
                 MOVE DR-APPROVED-SANDWICHES TO
                    WS-DR-APPROVED-SANDWICHES
           END-READ

           DISPLAY DIET-FORM-SCREEN
           ACCEPT DIET-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE DIETREQ
              EXIT SECTION
           END-IF

           PERFORM VALIDATE-REQUIREMENT
           IF REJECT-REASON NOT = SPACES THEN
              CLOSE DIETREQ
              ACCEPT INVALID-DIET-SCREEN
              EXIT SECTION
           END-IF

           MOVE "BWDIET" TO AC-PROGRAM
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING WS-DR-SCHOOL " " WS-DR-CODE INTO AC-KEY
           END-STRING
           IF RECORD-FOUND = "Y" THEN
              MOVE "CHANGE" TO AC-ACTION
              STRING "PUPILS " DR-PUPILS " EXCL " DR-EXCLUDED-ALLERGENS
                 " " DR-VALID-FROM "-" DR-VALID-TO INTO AC-BEFORE
              END-STRING
           ELSE
              MOVE "ADD" TO AC-ACTION
           END-IF

           MOVE WS-DR-NAME TO DR-DIET-NAME
           MOVE WS-DR-PUPILS TO DR-PUPILS
           MOVE WS-DR-EXCLUDED TO DR-EXCLUDED-ALLERGENS
           MOVE WS-DR-FROM TO DR-VALID-FROM
           MOVE WS-DR-TO TO DR-VALID-TO
           MOVE WS-DR-APPROVED-SANDWICHES TO DR-APPROVED-SANDWICHES
           MOVE FUNCTION CURRENT-DATE (1:8) TO DR-CHANGED-DATE
           IF RECORD-FOUND = "Y" THEN
              REWRITE DR-DETAILS
              END-REWRITE
           ELSE
              WRITE DR-DETAILS
              END-WRITE
           END-IF
           CLOSE DIETREQ

           STRING "PUPILS " WS-DR-PUPILS " EXCL " WS-DR-EXCLUDED
              " " WS-DR-FROM "-" WS-DR-TO INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       VALIDATE-REQUIREMENT SECTION.
      ******************************************************************
      *    CHECKS THE ENTERED DIET IN WS-DIET.
      ******************************************************************
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
              WHEN WS-DR-NAME = SPACES
                 MOVE "DIET NAME MISSING" TO REJECT-REASON
              WHEN WS-DR-PUPILS = ZEROS
                 MOVE "NUMBER OF PUPILS MISSING" TO REJECT-REASON
              WHEN WS-DR-FROM NOT = ZEROS
              AND FUNCTION TEST-DATE-YYYYMMDD (WS-DR-FROM) NOT = 0
                 MOVE "VALID FROM IS NOT A DATE" TO REJECT-REASON
              WHEN WS-DR-TO NOT = ZEROS
              AND FUNCTION TEST-DATE-YYYYMMDD (WS-DR-TO) NOT = 0
                 MOVE "VALID TO IS NOT A DATE" TO REJECT-REASON
              WHEN WS-DR-TO NOT = ZEROS AND WS-DR-TO < WS-DR-FROM
                 MOVE "VALID TO BEFORE VALID FROM" TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES THEN
              EXIT SECTION
           END-IF

           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > 6
              IF WS-DR-EXCLUDED (ALG-IDX:1) NOT = "Y"
              AND WS-DR-EXCLUDED (ALG-IDX:1) NOT = SPACE THEN
                 MOVE "ALLERGENS MUST BE Y OR SPACE" TO REJECT-REASON
              END-IF
           END-PERFORM
           IF REJECT-REASON NOT = SPACES THEN
              EXIT SECTION
           END-IF

           IF WS-DR-EXCLUDED = SPACES
           AND WS-DR-APPROVED-SANDWICHES = ZEROS THEN
              MOVE "EXCLUDE AN ALLERGEN OR LIST SANDWICHES" TO
                 REJECT-REASON
              EXIT SECTION
           END-IF

           OPEN INPUT SANDWICHES
           PERFORM VARYING APP-IDX FROM 1 BY 1 UNTIL APP-IDX > 5
              IF WS-DR-APPROVED (APP-IDX) NOT = ZEROS THEN
                 MOVE WS-DR-APPROVED (APP-IDX) TO SR-IID
                 READ SANDWICHES
                    INVALID KEY
                       MOVE "AGREED SANDWICH NOT FOUND" TO
                          REJECT-REASON
                 END-READ
              END-IF
           END-PERFORM
           CLOSE SANDWICHES
           EXIT SECTION.

       REMOVE-REQUIREMENT SECTION.
      ******************************************************************
      *    REMOVES A SCHOOL'S DIET.
      ******************************************************************
           INITIALIZE WS-DIET
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-FORM-SCREEN
           ACCEPT KEY-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-DR-SCHOOL = ZEROS
           OR WS-DR-CODE = SPACES THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO REJECT-REASON
           OPEN I-O DIETREQ
           MOVE WS-DR-SCHOOL TO DR-SCHOOL-INTERNAL-ID
           MOVE WS-DR-CODE TO DR-DIET-CODE
           READ DIETREQ
              INVALID KEY
                 MOVE "NO SUCH DIET FOR THE SCHOOL" TO REJECT-REASON
              NOT INVALID KEY
                 DELETE DIETREQ RECORD
                 END-DELETE
           END-READ
           CLOSE DIETREQ

           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-DIET-SCREEN
              EXIT SECTION
           END-IF

           MOVE "BWDIET" TO AC-PROGRAM
           MOVE "DELETE" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING WS-DR-SCHOOL " " WS-DR-CODE INTO AC-KEY
           END-STRING
           STRING "PUPILS " DR-PUPILS " EXCL " DR-EXCLUDED-ALLERGENS
              " " DR-VALID-FROM "-" DR-VALID-TO INTO AC-BEFORE
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       LIST-REQUIREMENTS SECTION.
      ******************************************************************
      *    LISTS THE DIETS OF ONE SCHOOL.
      ******************************************************************
           MOVE ZEROS TO WS-DR-SCHOOL
           DISPLAY CLEAR-SCREEN
           DISPLAY SCHOOL-FORM-SCREEN
           ACCEPT SCHOOL-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-DR-SCHOOL = ZEROS THEN
              EXIT SECTION
           END-IF

           DISPLAY CLEAR-SCREEN
           MOVE 04 TO ILIN
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT DIETREQ
           IF DIETREQ-FS = 00 THEN
              MOVE WS-DR-SCHOOL TO DR-SCHOOL-INTERNAL-ID
              MOVE LOW-VALUES TO DR-DIET-CODE
              START DIETREQ KEY IS NOT LESS THAN DR-KEY
                 INVALID KEY
                    MOVE "Y" TO EOF-FLAG
              END-START

              PERFORM UNTIL EOF-FLAG = "Y"
                 READ DIETREQ NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF DR-SCHOOL-INTERNAL-ID NOT = WS-DR-SCHOOL
                       THEN
                          MOVE "Y" TO EOF-FLAG
                       ELSE
                          DISPLAY DIET-LINE-SCREEN
                          ADD 1 TO ILIN
                          IF ILIN > 22 THEN
                             ACCEPT LIST-END-SCREEN
                             DISPLAY CLEAR-SCREEN
                             MOVE 04 TO ILIN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIETREQ
           END-IF

           ACCEPT LIST-END-SCREEN
           EXIT SECTION.

       END PROGRAM BWDIET.
