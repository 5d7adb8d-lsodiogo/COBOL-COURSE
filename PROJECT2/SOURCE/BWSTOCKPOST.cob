      *    QUANTITY (LK-QTY-SANDWICH = 0), THE SANDWICH QUANTITY IS
      *    DERIVED FROM THE INGREDIENT'S CONVERSION FACTOR (FILE
      *    UOMFACT, SEE BWUOM) INSTEAD OF THE OPERATOR'S HEAD.
      ******************************************************************
      *    V4 | 15.10.2026 | AN ISSUE ("SA") POSTED WITH A PRODUCTION
      *    DATE IN LK-PICK-DATE IS DRAWN FROM THE LOTS ON THAT DAY'S
      *    FEFO PICK LIST FOR THE SITE AND INGREDIENT (FILE
      *    BWPICKLIST, SEE BWPRODPLAN), IN PICK ORDER AND UP TO THE
      *    QUANTITY STILL TO DRAW ON EACH LINE. ONLY WHAT THE PICK
      *    LIST DOES NOT COVER FALLS BACK TO THE OLDEST EXPIRY LOT.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS UF-INGREDS-ID
              FILE STATUS IS UOMFACT-FS.

           SELECT PICKLIST ASSIGN TO "BWPICKLIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PK-KEY
              FILE STATUS IS PICKLIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMFILE.
       FD  UOMFACT.
       COPY CB-UOMFACT.

       FD  PICKLIST.
       COPY CB-PICKLIST.

       WORKING-STORAGE SECTION.
       77  IMFILE-FS                            PIC 9(002).
       77  STOCKBAL-FS                          PIC 9(002).
       77  LOT-FOUND                            PIC X(001).
       77  WORK-SITE                            PIC 9(002).
       77  UOMFACT-FS                           PIC 9(002).
       77  PICKLIST-FS                          PIC 9(002).
       77  EOF-PICKS                            PIC X(001).
       77  PICK-LEFT                            PIC 9(007).

       LINKAGE SECTION.
       01  LK-MOVEMENT.
           05 LK-QTY-SANDWICH                   PIC 9(005).
           05 LK-MOVE-SITE                      PIC 9(002).
           05 LK-MOVE-SITE-TO                   PIC 9(002).
           05 LK-PICK-DATE                      PIC 9(008).

       PROCEDURE DIVISION USING LK-MOVEMENT.

              EXIT SECTION
           END-IF

           IF LK-MOVE-ID = "SA" AND LK-PICK-DATE IS NUMERIC
           AND LK-PICK-DATE NOT = ZEROS THEN
              PERFORM DRAW-PICKED-LOTS
           END-IF

           PERFORM UNTIL DRAW-LEFT = ZEROS
              PERFORM FIND-OLDEST-LOT
              IF LOT-FOUND NOT = "Y" THEN
           CLOSE BWLOTS
           EXIT SECTION.

       DRAW-PICKED-LOTS SECTION.
      ******************************************************************
      *    DRAWS THE ISSUE FROM THE LOTS ON THE DAY'S PICK LIST FOR THE
      *    SITE AND INGREDIENT, LINE BY LINE IN PICK ORDER, EACH UP TO
      *    WHAT IS LEFT TO DRAW ON THE LINE AND IN THE LOT.
      ******************************************************************
           MOVE SPACES TO EOF-PICKS
           OPEN I-O PICKLIST
           IF PICKLIST-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE LK-PICK-DATE TO PK-DATE
           MOVE WORK-SITE TO PK-SITE
           MOVE LK-INGREDS-ID TO PK-INGREDS-ID
           MOVE ZEROS TO PK-SEQ
           START PICKLIST KEY IS NOT LESS THAN PK-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-PICKS
           END-START

           PERFORM UNTIL EOF-PICKS = "Y" OR DRAW-LEFT = ZEROS
              READ PICKLIST NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-PICKS
                 NOT AT END
                    IF PK-DATE NOT = LK-PICK-DATE
                    OR PK-SITE NOT = WORK-SITE
                    OR PK-INGREDS-ID NOT = LK-INGREDS-ID THEN
                       MOVE "Y" TO EOF-PICKS
                    ELSE
                       IF PK-QTY-PICK > PK-QTY-DRAWN THEN
                          PERFORM DRAW-ONE-PICK
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PICKLIST
           EXIT SECTION.

       DRAW-ONE-PICK SECTION.
      ******************************************************************
      *    DRAWS THE PICK LINE IN PK-DETAILS FROM ITS LOT AND KEEPS THE
      *    QUANTITY DRAWN ON THE LINE.
      ******************************************************************
           COMPUTE PICK-LEFT = PK-QTY-PICK - PK-QTY-DRAWN
           IF PICK-LEFT > DRAW-LEFT THEN
              MOVE DRAW-LEFT TO PICK-LEFT
           END-IF

           MOVE LK-INGREDS-ID TO LOT-INGREDS-ID
           MOVE PK-LOT-NUMBER TO LOT-NUMBER
           READ BWLOTS RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ
           IF LOT-QTY-REMAINING <= ZEROS THEN
              EXIT SECTION
           END-IF

           IF LOT-QTY-REMAINING >= PICK-LEFT THEN
              MOVE PICK-LEFT TO DRAW-THIS
           ELSE
              MOVE LOT-QTY-REMAINING TO DRAW-THIS
           END-IF
           SUBTRACT DRAW-THIS FROM LOT-QTY-REMAINING
           REWRITE LOT-DETAILS
           END-REWRITE
           SUBTRACT DRAW-THIS FROM DRAW-LEFT
           PERFORM WRITE-LOT-TRACE

           ADD DRAW-THIS TO PK-QTY-DRAWN
           REWRITE PK-DETAILS
           END-REWRITE
           EXIT SECTION.

       FIND-OLDEST-LOT SECTION.
      ******************************************************************
      *    FINDS THE INGREDIENT'S LOT WITH STOCK REMAINING AND THE
