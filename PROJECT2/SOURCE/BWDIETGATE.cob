      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DIETARY PORTIONS GATE | V1 | 15.10.2026
      ******************************************************************
      *    CALLED BY RSOREGISTER, BWPRODPLAN AND BWLABELS WITH ONE
      *    SCHOOL'S ORDER LINES FOR ONE DELIVERY DAY. EVERY DIETARY
      *    REQUIREMENT OF THE SCHOOL IN FORCE THAT DAY (FILE DIETREQ,
      *    SEE BWDIET) IS GIVEN ITS PUPILS' PORTIONS OUT OF THE LINES
      *    WHOSE SANDWICH COMPLIES WITH IT: NO RECIPE INGREDIENT (IN
      *    THE RECIPE VERSION IN FORCE THAT DAY, SEE BWRECIPEVER)
      *    CARRIES AN ALLERGEN THE DIET EXCLUDES, AND, WHEN THE DIET
      *    LISTS AGREED SANDWICHES, THE SANDWICH IS ONE OF THEM. A
      *    PORTION GIVEN TO ONE DIET IS NOT GIVEN TO ANOTHER. RETURNS
      *    THE DIETS WITH THE PORTIONS STILL MISSING (LK-DIET-SHORT)
      *    AND THE PORTIONS TAKEN FROM EACH LINE (LK-ALLOC).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWDIETGATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIETREQ ASSIGN TO "DIETREQ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DR-KEY
              FILE STATUS IS DIETREQ-FS.

           SELECT SRING ASSIGN TO "FX-SR-ING"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRING-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ING-ID
              FILE STATUS IS INGRED-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIETREQ.
       COPY CB-DIETREQ.

       FD  SRING.
       01  SRING-REC.
           05 SRING-SANDWICH-ID                 PIC 9(003).
           05 SRING-INGREDIENT-ID               PIC 9(003).
           05 SRING-INGREDIENT-QTD              PIC 9(003).
           05 SRING-EFFECTIVE-FROM              PIC 9(008).

       FD  FXINGRED.
       01  ING-DETAILS.
           05 ING-ID                            PIC 9(003).
           05 ING-NAME                          PIC X(030).
           05 ING-DESCRIPTION                   PIC X(050).
           05 ING-UNIT-SUPPLIER                 PIC X(003).
           05 ING-UNIT-SANDWICH                 PIC X(003).
           05 ING-THRESHOLD                     PIC 9(003).
           05 ING-IS-ACTIVE                     PIC 9(001).
           05 ING-ALLERGENS                     PIC X(006).

       WORKING-STORAGE SECTION.
       77  DIETREQ-FS                           PIC 9(002).
       77  SRING-FS                             PIC 9(002).
       77  INGRED-FS                            PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  LINE-EFFECTIVE                       PIC 9(008).
       77  RV-CACHE-ID                          PIC 9(004) VALUE 9999.
       77  LINE-IDX                             PIC 9(003).
       77  DIET-IDX                             PIC 9(002).
       77  ALG-IDX                              PIC 9(001).
       77  APP-IDX                              PIC 9(001).
       77  PORTIONS-NEEDED                      PIC 9(005).
       77  PORTIONS-TAKEN                       PIC 9(005).
       77  COMPLIES                             PIC X(001).
       77  LISTED                               PIC X(001).
       01  WS-RECIPE-VERSION.
           05 WS-RV-SANDWICH-ID                 PIC 9(003).
           05 WS-RV-DATE                        PIC 9(008).
           05 WS-RV-BEST                        PIC 9(008).

       01  LINE-TABLE.
           05 LT-ENTRY OCCURS 100 TIMES.
               10 LT-REMAINING                  PIC 9(005).
               10 LT-ALLERGENS                  PIC X(006).

       01  DIET-TABLE.
           05 DT-ENTRY OCCURS 10 TIMES.
               10 DT-EXCLUDED                   PIC X(006).
               10 DT-APPROVED-SANDWICHES.
                   15 DT-APPROVED OCCURS 5 TIMES
                                                PIC 9(003).

       LINKAGE SECTION.
       01  LK-DIET-GATE.
           05 LK-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 LK-DATE                           PIC 9(008).
           05 LK-LINE-COUNT                     PIC 9(003).
           05 LK-LINE OCCURS 100 TIMES.
               10 LK-LINE-HOUR                  PIC 9(002).
               10 LK-LINE-SANDWICH              PIC 9(003).
               10 LK-LINE-QTY                   PIC 9(005).
           05 LK-DIET-COUNT                     PIC 9(002).
           05 LK-DIET OCCURS 10 TIMES.
               10 LK-DIET-CODE                  PIC X(004).
               10 LK-DIET-NAME                  PIC X(020).
               10 LK-DIET-PUPILS                PIC 9(003).
               10 LK-DIET-SHORT                 PIC 9(003).
           05 LK-ALLOC-COUNT                    PIC 9(003).
           05 LK-ALLOC OCCURS 100 TIMES.
               10 LK-ALLOC-DIET                 PIC 9(002).
               10 LK-ALLOC-LINE                 PIC 9(003).
               10 LK-ALLOC-QTY                  PIC 9(005).

       PROCEDURE DIVISION USING LK-DIET-GATE.

       MAIN SECTION.
           MOVE ZEROS TO LK-DIET-COUNT, LK-ALLOC-COUNT
           IF LK-LINE-COUNT > 100 THEN
              MOVE 100 TO LK-LINE-COUNT
           END-IF

           PERFORM LOAD-DIETS
           IF LK-DIET-COUNT = ZEROS THEN
              GOBACK
           END-IF

           PERFORM VARYING LINE-IDX FROM 1 BY 1
              UNTIL LINE-IDX > LK-LINE-COUNT
              MOVE LK-LINE-QTY (LINE-IDX) TO LT-REMAINING (LINE-IDX)
              MOVE SPACES TO LT-ALLERGENS (LINE-IDX)
           END-PERFORM
           PERFORM DERIVE-LINE-ALLERGENS

           PERFORM VARYING DIET-IDX FROM 1 BY 1
              UNTIL DIET-IDX > LK-DIET-COUNT
              PERFORM ALLOCATE-DIET
           END-PERFORM

           GOBACK.

       LOAD-DIETS SECTION.
      ******************************************************************
      *    THE SCHOOL'S REQUIREMENTS IN FORCE ON LK-DATE.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT DIETREQ
           IF DIETREQ-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE LK-SCHOOL-INTERNAL-ID TO DR-SCHOOL-INTERNAL-ID
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
                    IF DR-SCHOOL-INTERNAL-ID NOT = LK-SCHOOL-INTERNAL-ID
                    THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF DR-PUPILS > ZEROS
                       AND (DR-VALID-FROM = ZEROS
                       OR DR-VALID-FROM <= LK-DATE)
                       AND (DR-VALID-TO = ZEROS
                       OR DR-VALID-TO >= LK-DATE)
                       AND LK-DIET-COUNT < 10 THEN
                          ADD 1 TO LK-DIET-COUNT
                          MOVE DR-DIET-CODE TO
                             LK-DIET-CODE (LK-DIET-COUNT)
                          MOVE DR-DIET-NAME TO
                             LK-DIET-NAME (LK-DIET-COUNT)
                          MOVE DR-PUPILS TO
                             LK-DIET-PUPILS (LK-DIET-COUNT)
                          MOVE DR-PUPILS TO
                             LK-DIET-SHORT (LK-DIET-COUNT)
                          MOVE DR-EXCLUDED-ALLERGENS TO
                             DT-EXCLUDED (LK-DIET-COUNT)
                          MOVE DR-APPROVED-SANDWICHES TO
                             DT-APPROVED-SANDWICHES (LK-DIET-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DIETREQ
           EXIT SECTION.

       DERIVE-LINE-ALLERGENS SECTION.
      ******************************************************************
      *    ONE PASS OVER THE RECIPES: THE ALLERGEN FLAGS OF EVERY
      *    INGREDIENT OF THE RECIPE VERSION IN FORCE ON LK-DATE ARE
      *    MERGED INTO EVERY LINE OF THAT SANDWICH.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           MOVE 9999 TO RV-CACHE-ID
           OPEN INPUT SRING
           IF SRING-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT FXINGRED

           PERFORM UNTIL EOF-FLAG = "Y"
              READ SRING NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM MERGE-RECIPE-LINE
              END-READ
           END-PERFORM

           CLOSE SRING, FXINGRED
           EXIT SECTION.

       MERGE-RECIPE-LINE SECTION.
           MOVE "N" TO LISTED
           PERFORM VARYING LINE-IDX FROM 1 BY 1
              UNTIL LINE-IDX > LK-LINE-COUNT
              IF LK-LINE-SANDWICH (LINE-IDX) = SRING-SANDWICH-ID THEN
                 MOVE "Y" TO LISTED
              END-IF
           END-PERFORM
           IF LISTED NOT = "Y" THEN
              EXIT SECTION
           END-IF

           IF SRING-SANDWICH-ID NOT = RV-CACHE-ID THEN
              MOVE SRING-SANDWICH-ID TO WS-RV-SANDWICH-ID
              MOVE LK-DATE TO WS-RV-DATE
              CALL "BWRECIPEVER" USING WS-RECIPE-VERSION
              MOVE SRING-SANDWICH-ID TO RV-CACHE-ID
           END-IF
           IF SRING-EFFECTIVE-FROM IS NUMERIC THEN
              MOVE SRING-EFFECTIVE-FROM TO LINE-EFFECTIVE
           ELSE
              MOVE ZEROS TO LINE-EFFECTIVE
           END-IF
           IF LINE-EFFECTIVE NOT = WS-RV-BEST THEN
              EXIT SECTION
           END-IF

           MOVE SRING-INGREDIENT-ID TO ING-ID
           READ FXINGRED
              INVALID KEY
                 EXIT SECTION
           END-READ

           PERFORM VARYING LINE-IDX FROM 1 BY 1
              UNTIL LINE-IDX > LK-LINE-COUNT
              IF LK-LINE-SANDWICH (LINE-IDX) = SRING-SANDWICH-ID THEN
                 PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > 6
                    IF ING-ALLERGENS (ALG-IDX:1) = "Y" THEN
                       MOVE "Y" TO LT-ALLERGENS (LINE-IDX) (ALG-IDX:1)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           EXIT SECTION.

       ALLOCATE-DIET SECTION.
      ******************************************************************
      *    GIVES THE DIET ITS PORTIONS FROM THE COMPLYING LINES, IN
      *    LINE ORDER, OUT OF WHAT EARLIER DIETS LEFT.
      ******************************************************************
           MOVE LK-DIET-PUPILS (DIET-IDX) TO PORTIONS-NEEDED

           PERFORM VARYING LINE-IDX FROM 1 BY 1
              UNTIL LINE-IDX > LK-LINE-COUNT
              OR PORTIONS-NEEDED = ZEROS
              IF LT-REMAINING (LINE-IDX) > ZEROS THEN
                 PERFORM CHECK-LINE-COMPLIES
                 IF COMPLIES = "Y" AND LK-ALLOC-COUNT < 100 THEN
                    IF LT-REMAINING (LINE-IDX) < PORTIONS-NEEDED THEN
                       MOVE LT-REMAINING (LINE-IDX) TO PORTIONS-TAKEN
                    ELSE
                       MOVE PORTIONS-NEEDED TO PORTIONS-TAKEN
                    END-IF
                    SUBTRACT PORTIONS-TAKEN FROM PORTIONS-NEEDED
                    SUBTRACT PORTIONS-TAKEN FROM LT-REMAINING (LINE-IDX)
                    ADD 1 TO LK-ALLOC-COUNT
                    MOVE DIET-IDX TO LK-ALLOC-DIET (LK-ALLOC-COUNT)
                    MOVE LINE-IDX TO LK-ALLOC-LINE (LK-ALLOC-COUNT)
                    MOVE PORTIONS-TAKEN TO LK-ALLOC-QTY (LK-ALLOC-COUNT)
                 END-IF
              END-IF
           END-PERFORM

           MOVE PORTIONS-NEEDED TO LK-DIET-SHORT (DIET-IDX)
           EXIT SECTION.

       CHECK-LINE-COMPLIES SECTION.
           MOVE "Y" TO COMPLIES

           IF DT-APPROVED-SANDWICHES (DIET-IDX) NOT = ZEROS THEN
              MOVE "N" TO LISTED
              PERFORM VARYING APP-IDX FROM 1 BY 1 UNTIL APP-IDX > 5
                 IF DT-APPROVED (DIET-IDX, APP-IDX) =
                    LK-LINE-SANDWICH (LINE-IDX) THEN
                    MOVE "Y" TO LISTED
                 END-IF
              END-PERFORM
              IF LISTED NOT = "Y" THEN
                 MOVE "N" TO COMPLIES
                 EXIT SECTION
              END-IF
           END-IF

           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > 6
              IF DT-EXCLUDED (DIET-IDX) (ALG-IDX:1) = "Y"
              AND LT-ALLERGENS (LINE-IDX) (ALG-IDX:1) = "Y" THEN
                 MOVE "N" TO COMPLIES
              END-IF
           END-PERFORM
           EXIT SECTION.

       END PROGRAM BWDIETGATE.
