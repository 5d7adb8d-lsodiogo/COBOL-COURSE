      *    AND BOOKS THE ORDERED QUANTITY INTO THE MATCHING RIS
      *    RECORD (RIS-QTY-ORDERED, STATUS PENDING) SO RECEIVE-RIS
      *    CAN RECEIVE AGAINST IT.
      ******************************************************************
      *    V2 | 15.10.2026 | A SUPPLIER WHOSE MANDATORY FOOD-SAFETY
      *         CERTIFICATION IS NOT VALID TODAY (SEE BWSUPPCERT,
      *         CHECKED BY BWCERTGATE) IS SKIPPED WHEN CHOOSING THE
      *         CHEAPEST PRICE; ANY OTHER CERTIFICATION GAP IS SHOWN
      *         ON THE PROPOSAL AND PRINTED ON THE PO.
      *    V3 | 15.10.2026 | THE FORECAST STILL EXPECTED ON TOP OF THE
      *         CONFIRMED ORDERS AT THE MAIN KITCHEN (FILE FORECAST, SEE
      *         BWFORECAST) IS EXPLODED THROUGH THE CURRENT RECIPES AND
      *         CONVERTED TO SUPPLIER UNITS (UOMFACT, SEE BWUOM); THIS
      *         FORECAST NEED IS TAKEN OFF THE BALANCE BEFORE THE
      *         THRESHOLD TEST AND ADDED TO THE PROPOSED QUANTITY.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS RIS-ID
              FILE STATUS IS RIS-FS.

           SELECT FORECAST ASSIGN TO "FORECAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FC-KEY
              FILE STATUS IS FORECAST-FS.

           SELECT SRING ASSIGN TO "FX-SR-ING"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRING-FS.

           SELECT UOMFACT ASSIGN TO "UOMFACT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UF-INGREDS-ID
              FILE STATUS IS UOMFACT-FS.

           SELECT POPRINT ASSIGN TO "POPRINT.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POPRINT-FS.
       FD  FXRISUPPLY.
       COPY FD-RIS.

       FD  FORECAST.
       COPY CB-FORECAST.

       FD  SRING.
       01  SRING-REC.
           05 SRING-SANDWICH-ID                 PIC 9(003).
           05 SRING-INGREDIENT-ID               PIC 9(003).
           05 SRING-INGREDIENT-QTD              PIC 9(003).
           05 SRING-EFFECTIVE-FROM              PIC 9(008).

       FD  UOMFACT.
       COPY CB-UOMFACT.

       FD  POPRINT.
       01  PO-LINE                              PIC X(100).

       77  CURRENT-PO                           PIC 9(008).
       77  COUNT-LINES                          PIC 9(004).
       77  WORK-ING-ID                          PIC 9(003).
       77  BLOCKED-COUNT                        PIC 9(003).
       77  BEST-CERT-NOTE                       PIC X(040).

      *    THE FORECAST STILL EXPECTED AT THE MAIN KITCHEN: PER
      *    SANDWICH, THEN PER INGREDIENT IN SANDWICH UNITS.
       77  FORECAST-FS                          PIC 9(002).
       77  SRING-FS                             PIC 9(002).
       77  UOMFACT-FS                           PIC 9(002).
       77  FORECAST-TO                          PIC 9(008).
       77  FORECAST-NEED                        PIC 9(005).
       77  NET-QTY                              PIC S9(007).
       77  BOOK-EDITED                          PIC -(6)9.
       77  LINE-EFFECTIVE                       PIC 9(008).
       77  RECIPE-QTY-TOTAL                     PIC 9(007).
       77  FS-IDX                               PIC 9(003).
       77  FS-MAX                               PIC 9(003).
       77  FN-IDX                               PIC 9(003).
       77  FN-MAX                               PIC 9(003).
       01  WS-RECIPE-VERSION.
           05 WS-RV-SANDWICH-ID                 PIC 9(003).
           05 WS-RV-DATE                        PIC 9(008).
           05 WS-RV-BEST                        PIC 9(008).
       77  RV-CACHE-ID                          PIC 9(004) VALUE 9999.
       01  FC-SANDWICH-TABLE.
           05 FS-ENTRY OCCURS 200 TIMES.
               10 FS-SANDWICH-ID                PIC 9(003).
               10 FS-QTY                        PIC 9(007).
       01  FC-NEED-TABLE.
           05 FN-ENTRY OCCURS 300 TIMES.
               10 FN-ING-ID                     PIC 9(003).
               10 FN-QTY                        PIC 9(007).

       01  CERT-GATE-CALL.
           05 CG-SUPPLIER-ID                    PIC 9(003).
           05 CG-DATE                           PIC 9(008).
           05 CG-RESULT                         PIC X(001).
           05 CG-REASON                         PIC X(040).

       01  SUP-TABLE.
           05 SUP-ENTRY OCCURS 50 TIMES.
           05 VALUE "PRICE:" LINE 08 COL 65.
           05 SS-PRICE PIC 9(003) LINE 08 COL 72 FROM BEST-PRICE.
           05 VALUE "PROPOSED QTY:" LINE 10 COL 10.
           05 VALUE "FORECAST NEED:" LINE 09 COL 10.
           05 SS-FC-NEED PIC 9(005) LINE 09 COL 25 FROM
              FORECAST-NEED.
           05 VALUE "TO" LINE 09 COL 31.
           05 SS-FC-TO PIC 9(008) LINE 09 COL 34 FROM FORECAST-TO.
           05 SS-PROPOSED PIC 9(005) LINE 10 COL 24 FROM
              PROPOSED-QTY.
           05 VALUE "ORDER QTY (0 = SKIP):" LINE 10 COL 33.
           05 SS-CONFIRMED PIC 9(005) LINE 10 COL 55 TO
              CONFIRMED-QTY BLANK WHEN ZERO.
           05 SS-CERT-NOTE PIC X(040) LINE 12 COL 10 FROM
              BEST-CERT-NOTE FOREGROUND-COLOR 4.

       01  RUN-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "PO RUN FINISHED - LINES ORDERED:" LINE 20

           PERFORM CREATE-PO-FILES
           PERFORM NEXT-PO-NUMBER-LOOKUP
           PERFORM LOAD-FORECAST-NEED

           OPEN OUTPUT POPRINT
           MOVE SPACES TO PO-LINE
              CLOSE STOCKBAL
           END-IF

           PERFORM SET-FORECAST-NEED
           COMPUTE NET-QTY = BOOK-QTY - FORECAST-NEED

           IF NET-QTY > ING-THRESHOLD THEN
              EXIT SECTION
           END-IF

           IF FORECAST-NEED > ZEROS THEN
              MOVE BOOK-QTY TO BOOK-EDITED
              MOVE SPACES TO PO-LINE
              STRING "INGREDIENT " WORK-ING-ID
                 " BOOK " BOOK-EDITED " LESS FORECAST NEED "
                 FORECAST-NEED " TO " FORECAST-TO
                 DELIMITED BY SIZE INTO PO-LINE
              END-STRING
              WRITE PO-LINE
              END-WRITE
           END-IF

           PERFORM FIND-BEST-SUPPLIER
           IF PRICE-FOUND NOT = "Y" THEN
              MOVE SPACES TO PO-LINE
              IF BLOCKED-COUNT > ZEROS THEN
                 STRING "INGREDIENT " WORK-ING-ID
                    " SHORT - NO PRICED SUPPLIER WITH VALID "
                    "MANDATORY CERTIFICATION"
                    INTO PO-LINE
                 END-STRING
              ELSE
                 STRING "INGREDIENT " WORK-ING-ID
                    " SHORT BUT HAS NO VALID SUPPLIER PRICE"
                    INTO PO-LINE
                 END-STRING
              END-IF
              WRITE PO-LINE
              END-WRITE
              EXIT SECTION
           END-IF

           COMPUTE PROPOSED-QTY = (ING-THRESHOLD * 2) - NET-QTY

           MOVE ZEROS TO CONFIRMED-QTY
           DISPLAY PROPOSAL-SCREEN
           PERFORM BOOK-ORDERED-QTY
           EXIT SECTION.

       LOAD-FORECAST-NEED SECTION.
      ******************************************************************
      *    THE ADDITIONAL QUANTITY FORECAST FOR TOMORROW ONWARDS AT
      *    THE MAIN KITCHEN (SITE 01), PER SANDWICH, EXPLODED THROUGH
      *    THE RECIPE VERSION IN FORCE TODAY.
      ******************************************************************
           MOVE ZEROS TO FS-MAX, FN-MAX, FORECAST-TO
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT FORECAST
           IF FORECAST-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE TODAY-DATE TO FC-DATE
           MOVE 999 TO FC-SCHOOL-INTERNAL-ID, FC-SANDWICH-INTERNAL-ID
           START FORECAST KEY IS GREATER THAN FC-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ FORECAST NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF (FC-SITE-ID = 1 OR FC-SITE-ID = ZEROS)
                    AND FC-ADDITIONAL > ZEROS THEN
                       MOVE FC-DATE TO FORECAST-TO
                       PERFORM ADD-FORECAST-SANDWICH
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FORECAST
           MOVE SPACES TO EOF-FLAG

           IF FS-MAX = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SRING
           IF SRING-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ SRING NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM ADD-FORECAST-RECIPE-LINE
              END-READ
           END-PERFORM
           CLOSE SRING
           MOVE SPACES TO EOF-FLAG
           EXIT SECTION.

       ADD-FORECAST-SANDWICH SECTION.
           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING FS-IDX FROM 1 BY 1 UNTIL
              FS-IDX > FS-MAX OR FOUND-FLAG = "Y"
              IF FS-SANDWICH-ID (FS-IDX) = FC-SANDWICH-INTERNAL-ID THEN
                 ADD FC-ADDITIONAL TO FS-QTY (FS-IDX)
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM

           IF FOUND-FLAG NOT = "Y" AND FS-MAX < 200 THEN
              ADD 1 TO FS-MAX
              MOVE FC-SANDWICH-INTERNAL-ID TO FS-SANDWICH-ID (FS-MAX)
              MOVE FC-ADDITIONAL TO FS-QTY (FS-MAX)
           END-IF
           EXIT SECTION.

       ADD-FORECAST-RECIPE-LINE SECTION.
      *    ONLY THE LINES OF THE RECIPE VERSION IN FORCE TODAY COUNT
      *    (SEE BWRECIPEVER); LEGACY LINES WITHOUT A DATE ARE VERSION 0.
           IF SRING-SANDWICH-ID NOT = RV-CACHE-ID THEN
              MOVE SRING-SANDWICH-ID TO WS-RV-SANDWICH-ID
              MOVE TODAY-DATE TO WS-RV-DATE
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

           MOVE ZEROS TO RECIPE-QTY-TOTAL
           PERFORM VARYING FS-IDX FROM 1 BY 1 UNTIL FS-IDX > FS-MAX
              IF FS-SANDWICH-ID (FS-IDX) = SRING-SANDWICH-ID THEN
                 ADD FS-QTY (FS-IDX) TO RECIPE-QTY-TOTAL
              END-IF
           END-PERFORM
           IF RECIPE-QTY-TOTAL = ZEROS THEN
              EXIT SECTION
           END-IF
           COMPUTE RECIPE-QTY-TOTAL =
              RECIPE-QTY-TOTAL * SRING-INGREDIENT-QTD

           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING FN-IDX FROM 1 BY 1 UNTIL
              FN-IDX > FN-MAX OR FOUND-FLAG = "Y"
              IF FN-ING-ID (FN-IDX) = SRING-INGREDIENT-ID THEN
                 ADD RECIPE-QTY-TOTAL TO FN-QTY (FN-IDX)
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM

           IF FOUND-FLAG NOT = "Y" AND FN-MAX < 300 THEN
              ADD 1 TO FN-MAX
              MOVE SRING-INGREDIENT-ID TO FN-ING-ID (FN-MAX)
              MOVE RECIPE-QTY-TOTAL TO FN-QTY (FN-MAX)
           END-IF
           EXIT SECTION.

       SET-FORECAST-NEED SECTION.
      ******************************************************************
      *    THE FORECAST NEED OF THE INGREDIENT IN SUPPLIER UNITS. A
      *    NEED THAT CANNOT BE CONVERTED (NO UNIT FACTOR ON FILE) IS
      *    LEFT OUT AND NOTED ON THE PO PRINT.
      ******************************************************************
           MOVE ZEROS TO FORECAST-NEED
           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING FN-IDX FROM 1 BY 1 UNTIL
              FN-IDX > FN-MAX OR FOUND-FLAG = "Y"
              IF FN-ING-ID (FN-IDX) = WORK-ING-ID THEN
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM
           IF FOUND-FLAG NOT = "Y" THEN
              EXIT SECTION
           END-IF
           SUBTRACT 1 FROM FN-IDX

           MOVE SPACES TO FOUND-FLAG
           OPEN INPUT UOMFACT
           IF UOMFACT-FS = 00 THEN
              MOVE WORK-ING-ID TO UF-INGREDS-ID
              READ UOMFACT RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF UF-FACTOR IS NUMERIC AND UF-FACTOR > ZEROS THEN
                       COMPUTE FORECAST-NEED ROUNDED =
                          FN-QTY (FN-IDX) / UF-FACTOR
                       MOVE "Y" TO FOUND-FLAG
                    END-IF
              END-READ
              CLOSE UOMFACT
           END-IF

           IF FOUND-FLAG NOT = "Y" THEN
              MOVE SPACES TO PO-LINE
              STRING "INGREDIENT " WORK-ING-ID " FORECAST NEED "
                 FN-QTY (FN-IDX) " SANDWICH UNITS NOT COUNTED"
                 " - NO UNIT FACTOR"
                 DELIMITED BY SIZE INTO PO-LINE
              END-STRING
              WRITE PO-LINE
              END-WRITE
           END-IF
           EXIT SECTION.

       FIND-BEST-SUPPLIER SECTION.
      ******************************************************************
      *    FINDS THE SUPPLIER WITH THE LOWEST CURRENTLY VALID PRICE
      *    FOR THE INGREDIENT. A SUPPLIER BLOCKED BY BWCERTGATE IS
      *    LEFT OUT AND NOTED ON THE PO PRINT.
      ******************************************************************
           MOVE 999 TO BEST-PRICE
           MOVE ZEROS TO BEST-SUPPLIER, BLOCKED-COUNT
           MOVE SPACES TO BEST-CERT-NOTE
           MOVE SPACES TO PRICE-FOUND, EOF-FLAG

           MOVE WORK-ING-ID TO RIS-ID-ING
                       MOVE RIS-DATE-VAL TO RIS-DATE-NUM
                       IF RIS-DATE-NUM >= TODAY-DATE
                       AND RIS-PRICE < BEST-PRICE THEN
                          PERFORM CHECK-CANDIDATE-CERT
                       END-IF
                    END-IF
              END-READ
           MOVE SPACES TO EOF-FLAG
           EXIT SECTION.

       CHECK-CANDIDATE-CERT SECTION.
      ******************************************************************
      *    TAKES THE CHEAPER RIS RECORD AS BEST UNLESS ITS SUPPLIER'S
      *    CERTIFICATION BLOCKS IT; A WARNING TRAVELS WITH THE CHOICE.
      ******************************************************************
           MOVE RIS-ID-SUPP TO CG-SUPPLIER-ID
           MOVE TODAY-DATE TO CG-DATE
           CALL "BWCERTGATE" USING CERT-GATE-CALL

           IF CG-RESULT = "B" THEN
              ADD 1 TO BLOCKED-COUNT
              MOVE SPACES TO PO-LINE
              STRING "INGREDIENT " WORK-ING-ID
                 " | SUPPLIER " RIS-ID-SUPP
                 " SKIPPED: " CG-REASON
                 INTO PO-LINE
              END-STRING
              WRITE PO-LINE
              END-WRITE
              EXIT SECTION
           END-IF

           MOVE RIS-PRICE TO BEST-PRICE
           MOVE RIS-ID-SUPP TO BEST-SUPPLIER
           MOVE "Y" TO PRICE-FOUND
           IF CG-RESULT = "W" THEN
              MOVE CG-REASON TO BEST-CERT-NOTE
           ELSE
              MOVE SPACES TO BEST-CERT-NOTE
           END-IF
           EXIT SECTION.

       PO-FOR-SUPPLIER SECTION.
      ******************************************************************
      *    FINDS (OR OPENS) THE RUN'S PO FOR THE CHOSEN SUPPLIER.
           END-STRING
           WRITE PO-LINE
           END-WRITE
           IF BEST-CERT-NOTE NOT = SPACES THEN
              MOVE SPACES TO PO-LINE
              STRING "     CERTIFICATION WARNING: " BEST-CERT-NOTE
                 INTO PO-LINE
              END-STRING
              WRITE PO-LINE
              END-WRITE
           END-IF
           EXIT SECTION.

       BOOK-ORDERED-QTY SECTION.
