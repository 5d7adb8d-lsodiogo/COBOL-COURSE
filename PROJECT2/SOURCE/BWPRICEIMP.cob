      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER PRICE-LIST IMPORT | V1 | 15.10.2026
      ******************************************************************
      *    IMPORTS A SUPPLIER'S PRICE LIST (PRICELIST.CSV, ONE LINE
      *    PER INGREDIENT):
      *       INGREDIENT-ID;PRICE;VALID-FROM (YYYYMMDD)
      *    INSTEAD OF RE-KEYING EVERY RIS PRICE IN RECORD-RIS/EDIT-RIS.
      *    EVERY LINE IS VALIDATED (INGREDIENT ON FXINGREDS, PRICE,
      *    DATE, NO OLDER THAN THE PRICE ON FILE); BAD LINES GO TO
      *    PRICEIMP.REJ. BEFORE ANYTHING IS COMMITTED THE IMPACT
      *    REPORT (PRICEIMP.RPT) SHOWS THE CHANGE PER INGREDIENT, THE
      *    SANDWICHES WHOSE CURRENT RECIPE (FX-SR-ING) USES IT, AND
      *    THEIR COST AND MARGIN BEFORE AND AFTER, COSTED AS BWMARGIN
      *    DOES (CHEAPEST VALID SUPPLIER PRICE PER INGREDIENT).
      *    ON CONFIRMATION EACH PRICE IS ADDED AS A NEW VALIDITY-DATED
      *    ROW OF THE PRICE HISTORY (RISPRICES) - THE OLD ROWS ARE
      *    KEPT - AND A PRICE WHOSE VALID-FROM DATE HAS COME IS
      *    CARRIED INTO THE PAIR'S RIS RECORD. FUTURE-DATED PRICES ARE
      *    CARRIED OVER BY THE "APPLY PRICES NOW IN FORCE" OPTION.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWPRICEIMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICELIST ASSIGN TO "PRICELIST.CSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRICELIST-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUPPLIER-ID
              FILE STATUS IS SUPPLY-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ING-ID
              FILE STATUS IS INGRED-FS.

           SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RIS-ID
              FILE STATUS IS RIS-FS.

           SELECT RISPRICES ASSIGN TO "RISPRICES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RPH-KEY
              FILE STATUS IS RISPRICES-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-IID
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

           SELECT SRING ASSIGN TO "FX-SR-ING"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRING-FS.

           SELECT IMPREPORT ASSIGN TO "PRICEIMP.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS IMPREPORT-FS.

           SELECT REJECTS ASSIGN TO "PRICEIMP.REJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJECTS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICELIST.
       01  PRICELIST-LINE                       PIC X(080).

       FD  FXSUPPLY.
       COPY SupplierFX.

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

       FD  FXRISUPPLY.
       COPY FD-RIS.

       FD  RISPRICES.
       COPY CB-RISPRICES.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SRING.
       01  SRING-REC.
           05 SRING-SANDWICH-ID                 PIC 9(003).
           05 SRING-INGREDIENT-ID               PIC 9(003).
           05 SRING-INGREDIENT-QTD              PIC 9(003).
           05 SRING-EFFECTIVE-FROM              PIC 9(008).

       FD  IMPREPORT.
       01  IMP-LINE                             PIC X(120).

       FD  REJECTS.
       01  REJECT-LINE                          PIC X(120).

       WORKING-STORAGE SECTION.
       77  PRICELIST-FS                         PIC 9(002).
       77  SUPPLY-FS                            PIC 9(002).
       77  INGRED-FS                            PIC 9(002).
       77  RIS-FS                               PIC 9(002).
       77  RISPRICES-FS                         PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SRING-FS                             PIC 9(002).
       77  IMPREPORT-FS                         PIC 9(002).
       77  REJECTS-FS                           PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  EOF-FLAG                             PIC X(001).
       77  EOF-RECIPE                           PIC X(001).
       77  HIST-EOF                             PIC X(001).
       77  CONFIRM-FLAG                         PIC X(001).
       77  TODAY-DATE                           PIC 9(008).
       77  ENTRY-SUPPLIER                       PIC 9(003).
       77  ENTRY-SUPPLIER-NAME                  PIC X(030).
       77  RISPRICES-OPEN                       PIC X(001).
       77  COUNT-VALID                          PIC 9(005).
       77  COUNT-REJECTED                       PIC 9(005).
       77  COUNT-AFFECTED                       PIC 9(005).
       77  COUNT-COMMITTED                      PIC 9(005).
       77  COUNT-APPLIED                        PIC 9(005).
       77  LINE-ING-ID                          PIC 9(003).
       77  LINE-PRICE                           PIC 9(005)V99.
       77  LINE-VALID-FROM                      PIC 9(008).
       77  REJECT-REASON                        PIC X(040).
       77  LATEST-FROM                          PIC 9(008).
       77  HIST-FOUND                           PIC X(001).
       77  STG-IDX                              PIC 9(003).
       77  STG-MAX                              PIC 9(003).
       77  STG-FOUND                            PIC 9(003).
       77  AF-IDX                               PIC 9(003).
       77  AF-MAX                               PIC 9(003).
       77  US-IDX                               PIC 9(004).
       77  US-MAX                               PIC 9(004).
       77  WORK-ING-ID                          PIC 9(003).
       77  RIS-DATE-NUM                         PIC 9(008).
       77  BEST-PRICE-OLD                       PIC 9(003).
       77  BEST-PRICE-NEW                       PIC 9(003).
       77  FOUND-OLD                            PIC X(001).
       77  FOUND-NEW                            PIC X(001).
       77  CANDIDATE-PRICE                      PIC 9(003).
       77  LINE-EFFECTIVE                       PIC 9(008).
       77  SANDWICH-USES                        PIC X(001).
       77  COST-OLD                             PIC 9(007)V99.
       77  COST-NEW                             PIC 9(007)V99.
       77  MISSING-OLD                          PIC 9(003).
       77  MISSING-NEW                          PIC 9(003).
       77  MARGIN-OLD                           PIC S9(007)V99.
       77  MARGIN-NEW                           PIC S9(007)V99.
       77  MARGIN-PCT-OLD                       PIC S9(005).
       77  MARGIN-PCT-NEW                       PIC S9(005).
       77  PRICE-CHANGE                         PIC S9(005).
       77  CHANGE-PCT                           PIC S9(005).
       77  DATE-INT                             PIC 9(008).
       77  NEW-VALID-TO                         PIC 9(008).
       77  COST-EDITED                          PIC ZZZZZZ9.99.
       77  COST-EDITED-2                        PIC ZZZZZZ9.99.
       77  MARGIN-EDITED                        PIC -ZZZZZZ9.99.
       77  MARGIN-EDITED-2                      PIC -ZZZZZZ9.99.
       77  CHANGE-EDITED                        PIC -ZZZ9.
       77  PCT-EDITED                           PIC -ZZZ9.
       77  PCT-EDITED-2                         PIC -ZZZ9.

       01  LINE-FIELDS.
           05 LINE-ING-TXT                      PIC X(010).
           05 LINE-PRICE-TXT                    PIC X(012).
           05 LINE-FROM-TXT                     PIC X(010).

      *    THE VALID LINES OF THE PRICE LIST.
       01  STAGE-TABLE.
           05 STAGE-ENTRY OCCURS 500 TIMES.
               10 STG-ING-ID                    PIC 9(003).
               10 STG-ING-NAME                  PIC X(030).
               10 STG-PRICE                     PIC 9(003).
               10 STG-VALID-FROM                PIC 9(008).
               10 STG-OLD-FOUND                 PIC X(001).
               10 STG-OLD-PRICE                 PIC 9(003).
               10 STG-OLD-VALID                 PIC 9(008).

      *    SANDWICHES WHOSE CURRENT RECIPE USES A LISTED INGREDIENT.
       01  AFFECT-TABLE.
           05 AFFECT-ENTRY OCCURS 300 TIMES.
               10 AF-SANDWICH-ID                PIC 9(003).
               10 AF-DESCRIPTION                PIC X(025).
               10 AF-SR-PRICE                   PIC 99V99.
               10 AF-COST-OLD                   PIC 9(007)V99.
               10 AF-COST-NEW                   PIC 9(007)V99.
               10 AF-MISSING-OLD                PIC 9(003).
               10 AF-MISSING-NEW                PIC 9(003).

      *    WHICH SANDWICH USES WHICH LISTED INGREDIENT, AND HOW MUCH.
       01  USE-TABLE.
           05 USE-ENTRY OCCURS 2000 TIMES.
               10 US-ING-ID                     PIC 9(003).
               10 US-AF-IDX                     PIC 9(003).
               10 US-QTY                        PIC 9(003).

       01  RECIPE-VERSION-CALL.
           05 RV-SANDWICH-ID                    PIC 9(003).
           05 RV-DATE                           PIC 9(008).
           05 RV-BEST                           PIC 9(008).

       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
           05 AC-KEY                             PIC X(020).
           05 AC-BEFORE                          PIC X(060).
           05 AC-AFTER                           PIC X(060).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  TITLE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | SUPPLIER PRICE-LIST IMPORT" LINE 02
              COL 40.
           05 VALUE "1 - IMPORT A PRICE LIST (PRICELIST.CSV)" LINE 08
              COL 35.
           05 VALUE "2 - APPLY PRICES NOW IN FORCE" LINE 10 COL 35.
           05 VALUE "0 - EXIT" LINE 12 COL 35.
           05 VALUE "OPTION:" LINE 14 COL 35.
           05 SS-OPTION PIC 9(001) LINE 14 COL 43 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  ASK-SUPPLIER-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SUPPLIER OF THE PRICE LIST:" LINE 18 COL 20.
           05 SS-SUPP PIC 9(003) LINE 18 COL 48 TO ENTRY-SUPPLIER
              BLANK WHEN ZERO.

       01  IMPACT-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SUPPLIER:" LINE 18 COL 20.
           05 IM-SUPP PIC 9(003) LINE 18 COL 30 FROM ENTRY-SUPPLIER.
           05 IM-NAME PIC X(030) LINE 18 COL 35
              FROM ENTRY-SUPPLIER-NAME.
           05 VALUE "VALID PRICES:" LINE 19 COL 20.
           05 IM-VALID PIC ZZZZ9 LINE 19 COL 34 FROM COUNT-VALID.
           05 VALUE "REJECTED LINES (PRICEIMP.REJ):" LINE 19 COL 42.
           05 IM-REJ PIC ZZZZ9 LINE 19 COL 73 FROM COUNT-REJECTED.
           05 VALUE "SANDWICHES AFFECTED:" LINE 20 COL 20.
           05 IM-AFF PIC ZZZZ9 LINE 20 COL 41 FROM COUNT-AFFECTED.
           05 VALUE "SEE PRICEIMP.RPT" LINE 20 COL 50.
           05 VALUE "COMMIT THE PRICE LIST (Y/N)?" LINE 22 COL 20.
           05 SS-CONFIRM PIC X(001) LINE 22 COL 49 TO CONFIRM-FLAG.

       01  COMMITTED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "PRICES ADDED:" LINE 24 COL 30.
           05 CM-COUNT PIC ZZZZ9 LINE 24 COL 44 FROM COUNT-COMMITTED.
           05 VALUE "IN FORCE NOW:" LINE 24 COL 51.
           05 CM-APPL PIC ZZZZ9 LINE 24 COL 65 FROM COUNT-APPLIED.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NOT-COMMITTED-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "NOTHING COMMITTED - PRESS ANY KEY" LINE 24
              COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  APPLIED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "PRICES CARRIED INTO FXRISSUPLY:" LINE 24 COL 35.
           05 AP-COUNT PIC ZZZZ9 LINE 24 COL 67 FROM COUNT-APPLIED.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NOT-FOUND-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "SUPPLIER NOT FOUND - PRESS ANY KEY" LINE 24
              COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NO-FILE-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "PRICELIST.CSV NOT FOUND - PRESS ANY KEY" LINE 24
              COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE

           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM IMPORT-PRICE-LIST
                 WHEN 2 PERFORM APPLY-DUE-PRICES
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       IMPORT-PRICE-LIST SECTION.
      ******************************************************************
      *    VALIDATES THE LIST, PRINTS THE IMPACT AND COMMITS ONLY ON
      *    THE OPERATOR'S CONFIRMATION.
      ******************************************************************
           MOVE ZEROS TO ENTRY-SUPPLIER
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT ASK-SUPPLIER-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-SUPPLIER = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT FXSUPPLY
           MOVE ENTRY-SUPPLIER TO SUPPLIER-ID
           READ FXSUPPLY
              INVALID KEY
                 CLOSE FXSUPPLY
                 ACCEPT NOT-FOUND-SCREEN
                 EXIT SECTION
           END-READ
           MOVE SUPPLIER-NAME TO ENTRY-SUPPLIER-NAME
           CLOSE FXSUPPLY

           OPEN INPUT PRICELIST
           IF PRICELIST-FS NOT = 00 THEN
              ACCEPT NO-FILE-SCREEN
              EXIT SECTION
           END-IF
           PERFORM LOAD-PRICE-LIST
           CLOSE PRICELIST

           PERFORM FIND-AFFECTED-SANDWICHES
           PERFORM PRINT-IMPACT

           MOVE SPACES TO CONFIRM-FLAG
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           DISPLAY IMPACT-SCREEN
           ACCEPT IMPACT-SCREEN
           IF KEYSTATUS = 1003 OR STG-MAX = ZEROS
           OR FUNCTION UPPER-CASE (CONFIRM-FLAG) NOT = "Y" THEN
              ACCEPT NOT-COMMITTED-SCREEN
              EXIT SECTION
           END-IF

           PERFORM COMMIT-PRICE-LIST
           ACCEPT COMMITTED-SCREEN
           EXIT SECTION.

       LOAD-PRICE-LIST SECTION.
      ******************************************************************
      *    EVERY LINE OF PRICELIST.CSV EITHER INTO STAGE-TABLE OR,
      *    WITH THE REASON, INTO PRICEIMP.REJ.
      ******************************************************************
           INITIALIZE STAGE-TABLE
           MOVE ZEROS TO STG-MAX, COUNT-VALID, COUNT-REJECTED
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT FXINGRED
           OPEN INPUT FXRISUPPLY
           MOVE "N" TO RISPRICES-OPEN
           OPEN INPUT RISPRICES
           IF RISPRICES-FS = 00 THEN
              MOVE "Y" TO RISPRICES-OPEN
           END-IF
           OPEN OUTPUT REJECTS

           PERFORM UNTIL EOF-FLAG = "Y"
              READ PRICELIST NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF PRICELIST-LINE NOT = SPACES THEN
                       PERFORM CHECK-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FXINGRED, FXRISUPPLY, REJECTS
           IF RISPRICES-OPEN = "Y" THEN
              CLOSE RISPRICES
           END-IF
           EXIT SECTION.

       CHECK-ONE-LINE SECTION.
           MOVE SPACES TO LINE-FIELDS, REJECT-REASON
           UNSTRING PRICELIST-LINE DELIMITED BY ";"
              INTO LINE-ING-TXT, LINE-PRICE-TXT, LINE-FROM-TXT
           END-UNSTRING
           MOVE ZEROS TO LINE-ING-ID, LINE-PRICE, LINE-VALID-FROM
           MOVE FUNCTION TRIM (LINE-ING-TXT) TO LINE-ING-TXT
           MOVE FUNCTION TRIM (LINE-FROM-TXT) TO LINE-FROM-TXT
           IF LINE-ING-TXT (1:3) IS NUMERIC
           AND LINE-ING-TXT (4:) = SPACES THEN
              MOVE LINE-ING-TXT (1:3) TO LINE-ING-ID
           END-IF
           IF LINE-PRICE-TXT NOT = SPACES THEN
              COMPUTE LINE-PRICE = FUNCTION NUMVAL (LINE-PRICE-TXT)
           END-IF
           IF LINE-FROM-TXT (1:8) IS NUMERIC
           AND LINE-FROM-TXT (9:) = SPACES THEN
              MOVE LINE-FROM-TXT (1:8) TO LINE-VALID-FROM
           END-IF

           EVALUATE TRUE
              WHEN LINE-ING-ID = ZEROS
                 MOVE "INGREDIENT IS NOT A 3-DIGIT NUMBER"
                    TO REJECT-REASON
              WHEN LINE-PRICE = ZEROS
                 MOVE "PRICE MISSING OR ZERO" TO REJECT-REASON
              WHEN LINE-PRICE > 999
                 MOVE "PRICE ABOVE 999" TO REJECT-REASON
              WHEN LINE-VALID-FROM = ZEROS
                 MOVE "VALID-FROM DATE MISSING" TO REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD (LINE-VALID-FROM)
                   NOT = 0
                 MOVE "VALID-FROM IS NOT A VALID DATE"
                    TO REJECT-REASON
              WHEN STG-MAX >= 500
                 MOVE "MORE THAN 500 LINES IN THE LIST"
                    TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES THEN
              PERFORM WRITE-REJECT
              EXIT SECTION
           END-IF

           MOVE LINE-ING-ID TO ING-ID
           READ FXINGRED
              INVALID KEY
                 MOVE "INGREDIENT NOT ON FXINGREDS" TO REJECT-REASON
                 PERFORM WRITE-REJECT
                 EXIT SECTION
           END-READ

           MOVE LINE-ING-ID TO WORK-ING-ID
           PERFORM FIND-STAGED
           IF STG-FOUND > ZEROS THEN
              MOVE "INGREDIENT TWICE IN THE LIST" TO REJECT-REASON
              PERFORM WRITE-REJECT
              EXIT SECTION
           END-IF

           PERFORM FIND-LATEST-HISTORY
           IF HIST-FOUND = "Y" AND LATEST-FROM >= LINE-VALID-FROM THEN
              MOVE "NOT AFTER THE LATEST PRICE ON FILE"
                 TO REJECT-REASON
              PERFORM WRITE-REJECT
              EXIT SECTION
           END-IF

           ADD 1 TO STG-MAX
           ADD 1 TO COUNT-VALID
           MOVE LINE-ING-ID TO STG-ING-ID (STG-MAX)
           MOVE ING-NAME TO STG-ING-NAME (STG-MAX)
           MOVE LINE-PRICE TO STG-PRICE (STG-MAX)
           MOVE LINE-VALID-FROM TO STG-VALID-FROM (STG-MAX)
           MOVE "N" TO STG-OLD-FOUND (STG-MAX)
           MOVE LINE-ING-ID TO RIS-ID-ING
           MOVE ENTRY-SUPPLIER TO RIS-ID-SUPP
           READ FXRISUPPLY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO STG-OLD-FOUND (STG-MAX)
                 MOVE RIS-PRICE TO STG-OLD-PRICE (STG-MAX)
                 MOVE RIS-DATE-VAL TO STG-OLD-VALID (STG-MAX)
           END-READ
           EXIT SECTION.

       WRITE-REJECT SECTION.
           ADD 1 TO COUNT-REJECTED
           MOVE SPACES TO REJECT-LINE
           STRING FUNCTION TRIM (PRICELIST-LINE) " | " REJECT-REASON
              DELIMITED BY SIZE INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE
           END-WRITE
           EXIT SECTION.

       FIND-STAGED SECTION.
      *    STG-FOUND = THE STAGE-TABLE ROW OF WORK-ING-ID, OR ZERO.
           MOVE ZEROS TO STG-FOUND
           PERFORM VARYING STG-IDX FROM 1 BY 1
              UNTIL STG-IDX > STG-MAX OR STG-FOUND > ZEROS
              IF STG-ING-ID (STG-IDX) = WORK-ING-ID THEN
                 MOVE STG-IDX TO STG-FOUND
              END-IF
           END-PERFORM
           EXIT SECTION.

       FIND-LATEST-HISTORY SECTION.
      ******************************************************************
      *    LATEST-FROM = THE LATEST VALID-FROM DATE ON FILE FOR THE
      *    PAIR WORK-ING-ID / ENTRY-SUPPLIER (HIST-FOUND = "Y").
      ******************************************************************
           MOVE "N" TO HIST-FOUND
           MOVE ZEROS TO LATEST-FROM
           MOVE SPACES TO HIST-EOF
           IF RISPRICES-OPEN NOT = "Y" THEN
              EXIT SECTION
           END-IF

           MOVE WORK-ING-ID TO RPH-ING-ID
           MOVE ENTRY-SUPPLIER TO RPH-SUPPLIER-ID
           MOVE ZEROS TO RPH-VALID-FROM
           START RISPRICES KEY IS NOT LESS THAN RPH-KEY
              INVALID KEY
                 MOVE "Y" TO HIST-EOF
           END-START

           PERFORM UNTIL HIST-EOF = "Y"
              READ RISPRICES NEXT RECORD
                 AT END
                    MOVE "Y" TO HIST-EOF
                 NOT AT END
                    IF RPH-ING-ID NOT = WORK-ING-ID
                    OR RPH-SUPPLIER-ID NOT = ENTRY-SUPPLIER THEN
                       MOVE "Y" TO HIST-EOF
                    ELSE
                       MOVE "Y" TO HIST-FOUND
                       MOVE RPH-VALID-FROM TO LATEST-FROM
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       FIND-AFFECTED-SANDWICHES SECTION.
      ******************************************************************
      *    COSTS EVERY SANDWICH'S CURRENT RECIPE BEFORE AND AFTER THE
      *    LIST AND KEEPS THE ONES THAT USE A LISTED INGREDIENT.
      ******************************************************************
           INITIALIZE AFFECT-TABLE, USE-TABLE
           MOVE ZEROS TO AF-MAX, US-MAX, COUNT-AFFECTED
           IF STG-MAX = ZEROS THEN
              EXIT SECTION
           END-IF
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT FXRISUPPLY

           MOVE ZEROS TO SR-IID
           START SANDWICHES KEY IS NOT LESS THAN SR-IID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ SANDWICHES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF AF-MAX < 300 THEN
                       PERFORM COST-ONE-SANDWICH
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SANDWICHES, FXRISUPPLY
           MOVE AF-MAX TO COUNT-AFFECTED
           EXIT SECTION.

       COST-ONE-SANDWICH SECTION.
      *    ONLY THE LINES OF THE RECIPE VERSION IN FORCE TODAY (SEE
      *    BWRECIPEVER), AS IN BWMARGIN.
           MOVE ZEROS TO COST-OLD, COST-NEW, MISSING-OLD, MISSING-NEW
           MOVE "N" TO SANDWICH-USES
           MOVE SPACES TO EOF-RECIPE
           MOVE SR-IID TO RV-SANDWICH-ID
           MOVE TODAY-DATE TO RV-DATE
           CALL "BWRECIPEVER" USING RECIPE-VERSION-CALL

           OPEN INPUT SRING
           IF SRING-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-RECIPE = "Y"
              READ SRING NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-RECIPE
                 NOT AT END
                    IF SRING-EFFECTIVE-FROM IS NUMERIC THEN
                       MOVE SRING-EFFECTIVE-FROM TO LINE-EFFECTIVE
                    ELSE
                       MOVE ZEROS TO LINE-EFFECTIVE
                    END-IF
                    IF SRING-SANDWICH-ID = SR-IID
                    AND LINE-EFFECTIVE = RV-BEST THEN
                       PERFORM COST-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SRING

           IF SANDWICH-USES NOT = "Y" THEN
              EXIT SECTION
           END-IF
           ADD 1 TO AF-MAX
           MOVE SR-IID TO AF-SANDWICH-ID (AF-MAX)
           MOVE SR-S-DESCRIPTION TO AF-DESCRIPTION (AF-MAX)
           MOVE SR-PRICE TO AF-SR-PRICE (AF-MAX)
           MOVE COST-OLD TO AF-COST-OLD (AF-MAX)
           MOVE COST-NEW TO AF-COST-NEW (AF-MAX)
           MOVE MISSING-OLD TO AF-MISSING-OLD (AF-MAX)
           MOVE MISSING-NEW TO AF-MISSING-NEW (AF-MAX)

      *    THE USES WERE NOTED AGAINST THE NEXT ROW WHILE COSTING.
           PERFORM VARYING US-IDX FROM 1 BY 1 UNTIL US-IDX > US-MAX
              IF US-AF-IDX (US-IDX) = ZEROS THEN
                 MOVE AF-MAX TO US-AF-IDX (US-IDX)
              END-IF
           END-PERFORM
           EXIT SECTION.

       COST-ONE-LINE SECTION.
           MOVE SRING-INGREDIENT-ID TO WORK-ING-ID
           PERFORM FIND-BEST-PRICES
           IF FOUND-OLD = "Y" THEN
              COMPUTE COST-OLD = COST-OLD +
                 (SRING-INGREDIENT-QTD * BEST-PRICE-OLD)
           ELSE
              ADD 1 TO MISSING-OLD
           END-IF
           IF FOUND-NEW = "Y" THEN
              COMPUTE COST-NEW = COST-NEW +
                 (SRING-INGREDIENT-QTD * BEST-PRICE-NEW)
           ELSE
              ADD 1 TO MISSING-NEW
           END-IF

           PERFORM FIND-STAGED
           IF STG-FOUND > ZEROS AND US-MAX < 2000 THEN
              MOVE "Y" TO SANDWICH-USES
              ADD 1 TO US-MAX
              MOVE WORK-ING-ID TO US-ING-ID (US-MAX)
              MOVE ZEROS TO US-AF-IDX (US-MAX)
              MOVE SRING-INGREDIENT-QTD TO US-QTY (US-MAX)
           END-IF
           EXIT SECTION.

       FIND-BEST-PRICES SECTION.
      ******************************************************************
      *    BEST-PRICE-OLD: THE CHEAPEST CURRENTLY VALID SUPPLIER PRICE
      *    OF WORK-ING-ID, AS BWMARGIN FINDS IT. BEST-PRICE-NEW: THE
      *    SAME WITH THE LIST'S PRICE IN FORCE FOR THE IMPORTING
      *    SUPPLIER.
      ******************************************************************
           MOVE 999 TO BEST-PRICE-OLD, BEST-PRICE-NEW
           MOVE SPACES TO FOUND-OLD, FOUND-NEW, HIST-EOF
           PERFORM FIND-STAGED

      *    A PAIR NOT YET ON FXRISSUPLY IS CREATED BY THE LIST.
           IF STG-FOUND > ZEROS THEN
              IF STG-OLD-FOUND (STG-FOUND) = "N" THEN
                 MOVE STG-PRICE (STG-FOUND) TO BEST-PRICE-NEW
                 MOVE "Y" TO FOUND-NEW
              END-IF
           END-IF

           MOVE WORK-ING-ID TO RIS-ID-ING
           MOVE ZEROS TO RIS-ID-SUPP
           START FXRISUPPLY KEY IS NOT LESS THAN RIS-ID
              INVALID KEY
                 MOVE "Y" TO HIST-EOF
           END-START

           PERFORM UNTIL HIST-EOF = "Y"
              READ FXRISUPPLY NEXT RECORD
                 AT END
                    MOVE "Y" TO HIST-EOF
                 NOT AT END
                    IF RIS-ID-ING NOT = WORK-ING-ID THEN
                       MOVE "Y" TO HIST-EOF
                    ELSE
                       PERFORM COMPARE-ONE-RIS
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO HIST-EOF
           EXIT SECTION.

       COMPARE-ONE-RIS SECTION.
           MOVE RIS-DATE-VAL TO RIS-DATE-NUM
           IF RIS-DATE-NUM >= TODAY-DATE
           AND RIS-PRICE < BEST-PRICE-OLD THEN
              MOVE RIS-PRICE TO BEST-PRICE-OLD
              MOVE "Y" TO FOUND-OLD
           END-IF

           IF STG-FOUND > ZEROS AND RIS-ID-SUPP = ENTRY-SUPPLIER THEN
              MOVE STG-PRICE (STG-FOUND) TO CANDIDATE-PRICE
           ELSE
              IF RIS-DATE-NUM < TODAY-DATE THEN
                 EXIT SECTION
              END-IF
              MOVE RIS-PRICE TO CANDIDATE-PRICE
           END-IF
           IF CANDIDATE-PRICE < BEST-PRICE-NEW THEN
              MOVE CANDIDATE-PRICE TO BEST-PRICE-NEW
              MOVE "Y" TO FOUND-NEW
           END-IF
           EXIT SECTION.

       PRINT-IMPACT SECTION.
      ******************************************************************
      *    PRICEIMP.RPT: THE CHANGE PER INGREDIENT WITH THE SANDWICHES
      *    USING IT, THEN COST AND MARGIN PER AFFECTED SANDWICH.
      ******************************************************************
           OPEN OUTPUT IMPREPORT
           MOVE SPACES TO IMP-LINE
           STRING "SUPPLIER PRICE-LIST IMPACT - " TODAY-DATE
              " | SUPPLIER " ENTRY-SUPPLIER " " ENTRY-SUPPLIER-NAME
              DELIMITED BY SIZE INTO IMP-LINE
           END-STRING
           WRITE IMP-LINE
           MOVE SPACES TO IMP-LINE
           STRING "VALID LINES " COUNT-VALID " | REJECTED "
              COUNT-REJECTED " (PRICEIMP.REJ) | NOT YET COMMITTED"
              DELIMITED BY SIZE INTO IMP-LINE
           END-STRING
           WRITE IMP-LINE
           MOVE SPACES TO IMP-LINE
           WRITE IMP-LINE
           MOVE "PRICE CHANGES" TO IMP-LINE
           WRITE IMP-LINE

           PERFORM VARYING STG-IDX FROM 1 BY 1 UNTIL STG-IDX > STG-MAX
              PERFORM PRINT-ONE-CHANGE
           END-PERFORM

           MOVE SPACES TO IMP-LINE
           WRITE IMP-LINE
           MOVE "SANDWICH COST AND MARGIN - BEFORE -> AFTER THE LIST"
              TO IMP-LINE
           WRITE IMP-LINE
           PERFORM VARYING AF-IDX FROM 1 BY 1 UNTIL AF-IDX > AF-MAX
              PERFORM PRINT-ONE-SANDWICH
           END-PERFORM
           IF AF-MAX = ZEROS THEN
              MOVE "   NO SANDWICH RECIPE USES A LISTED INGREDIENT"
                 TO IMP-LINE
              WRITE IMP-LINE
           END-IF

           CLOSE IMPREPORT
           EXIT SECTION.

       PRINT-ONE-CHANGE SECTION.
           MOVE SPACES TO IMP-LINE
           IF STG-OLD-FOUND (STG-IDX) = "Y" THEN
              COMPUTE PRICE-CHANGE = STG-PRICE (STG-IDX)
                 - STG-OLD-PRICE (STG-IDX)
              IF STG-OLD-PRICE (STG-IDX) = ZEROS THEN
                 MOVE ZEROS TO CHANGE-PCT
              ELSE
                 COMPUTE CHANGE-PCT ROUNDED = (PRICE-CHANGE * 100)
                    / STG-OLD-PRICE (STG-IDX)
              END-IF
              MOVE PRICE-CHANGE TO CHANGE-EDITED
              MOVE CHANGE-PCT TO PCT-EDITED
              STRING "INGREDIENT " STG-ING-ID (STG-IDX) " "
                 STG-ING-NAME (STG-IDX)
                 " | OLD " STG-OLD-PRICE (STG-IDX)
                 " NEW " STG-PRICE (STG-IDX)
                 " | CHANGE " CHANGE-EDITED " (" PCT-EDITED "%)"
                 " | FROM " STG-VALID-FROM (STG-IDX)
                 DELIMITED BY SIZE INTO IMP-LINE
              END-STRING
           ELSE
              STRING "INGREDIENT " STG-ING-ID (STG-IDX) " "
                 STG-ING-NAME (STG-IDX)
                 " | NEW PAIR     " STG-PRICE (STG-IDX)
                 " | FIRST PRICE FROM THIS SUPPLIER"
                 " | FROM " STG-VALID-FROM (STG-IDX)
                 DELIMITED BY SIZE INTO IMP-LINE
              END-STRING
           END-IF
           WRITE IMP-LINE

           PERFORM VARYING US-IDX FROM 1 BY 1 UNTIL US-IDX > US-MAX
              IF US-ING-ID (US-IDX) = STG-ING-ID (STG-IDX)
              AND US-AF-IDX (US-IDX) > ZEROS THEN
                 MOVE US-AF-IDX (US-IDX) TO AF-IDX
                 MOVE SPACES TO IMP-LINE
                 STRING "      USED IN SANDWICH "
                    AF-SANDWICH-ID (AF-IDX) " "
                    AF-DESCRIPTION (AF-IDX) " | QTY " US-QTY (US-IDX)
                    DELIMITED BY SIZE INTO IMP-LINE
                 END-STRING
                 WRITE IMP-LINE
              END-IF
           END-PERFORM
           EXIT SECTION.

       PRINT-ONE-SANDWICH SECTION.
      *    MARGIN AND PERCENTAGE AS IN BWMARGIN: SR-PRICE - COST.
           COMPUTE MARGIN-OLD = AF-SR-PRICE (AF-IDX)
              - AF-COST-OLD (AF-IDX)
           COMPUTE MARGIN-NEW = AF-SR-PRICE (AF-IDX)
              - AF-COST-NEW (AF-IDX)
           IF AF-SR-PRICE (AF-IDX) = ZEROS THEN
              MOVE ZEROS TO MARGIN-PCT-OLD, MARGIN-PCT-NEW
           ELSE
              COMPUTE MARGIN-PCT-OLD = (MARGIN-OLD * 100)
                 / AF-SR-PRICE (AF-IDX)
              COMPUTE MARGIN-PCT-NEW = (MARGIN-NEW * 100)
                 / AF-SR-PRICE (AF-IDX)
           END-IF

           MOVE SPACES TO IMP-LINE
           STRING "SANDWICH " AF-SANDWICH-ID (AF-IDX) " "
              AF-DESCRIPTION (AF-IDX) " | PRICE " AF-SR-PRICE (AF-IDX)
              DELIMITED BY SIZE INTO IMP-LINE
           END-STRING
           WRITE IMP-LINE

           MOVE AF-COST-OLD (AF-IDX) TO COST-EDITED
           MOVE AF-COST-NEW (AF-IDX) TO COST-EDITED-2
           MOVE MARGIN-OLD TO MARGIN-EDITED
           MOVE MARGIN-NEW TO MARGIN-EDITED-2
           MOVE MARGIN-PCT-OLD TO PCT-EDITED
           MOVE MARGIN-PCT-NEW TO PCT-EDITED-2
           MOVE SPACES TO IMP-LINE
           STRING "      COST " COST-EDITED " -> " COST-EDITED-2
              " | MARGIN " MARGIN-EDITED " -> " MARGIN-EDITED-2
              " | " PCT-EDITED "% -> " PCT-EDITED-2 "%"
              DELIMITED BY SIZE INTO IMP-LINE
           END-STRING
           WRITE IMP-LINE

           IF AF-MISSING-OLD (AF-IDX) NOT = ZEROS
           OR AF-MISSING-NEW (AF-IDX) NOT = ZEROS THEN
              MOVE SPACES TO IMP-LINE
              STRING "      *** RECIPE INGREDIENT(S) WITHOUT A VALID "
                 "SUPPLIER PRICE - BEFORE " AF-MISSING-OLD (AF-IDX)
                 " AFTER " AF-MISSING-NEW (AF-IDX)
                 DELIMITED BY SIZE INTO IMP-LINE
              END-STRING
              WRITE IMP-LINE
           END-IF
           EXIT SECTION.

       COMMIT-PRICE-LIST SECTION.
      ******************************************************************
      *    ADDS EVERY STAGED PRICE TO THE HISTORY AND CARRIES THE ONES
      *    ALREADY IN FORCE INTO FXRISSUPLY.
      ******************************************************************
           MOVE ZEROS TO COUNT-COMMITTED, COUNT-APPLIED
           OPEN I-O RISPRICES
           IF RISPRICES-FS = 35 THEN
              OPEN OUTPUT RISPRICES
              CLOSE RISPRICES
              OPEN I-O RISPRICES
           END-IF
           MOVE "Y" TO RISPRICES-OPEN
           OPEN I-O FXRISUPPLY

           PERFORM VARYING STG-IDX FROM 1 BY 1 UNTIL STG-IDX > STG-MAX
              PERFORM COMMIT-ONE-PRICE
           END-PERFORM

           CLOSE RISPRICES, FXRISUPPLY
           EXIT SECTION.

       COMMIT-ONE-PRICE SECTION.
           MOVE STG-ING-ID (STG-IDX) TO WORK-ING-ID
           PERFORM FIND-LATEST-HISTORY

      *    THE PAIR'S PRICE BEFORE ITS FIRST LIST IS KEPT AS ROW ZERO.
           IF HIST-FOUND = "N" AND STG-OLD-FOUND (STG-IDX) = "Y" THEN
              MOVE WORK-ING-ID TO RPH-ING-ID
              MOVE ENTRY-SUPPLIER TO RPH-SUPPLIER-ID
              MOVE ZEROS TO RPH-VALID-FROM, RPH-VALID-TO
              MOVE STG-OLD-PRICE (STG-IDX) TO RPH-PRICE
              MOVE TODAY-DATE TO RPH-IMPORTED-ON
              MOVE "Y" TO RPH-APPLIED
              WRITE RPH-DETAILS
              END-WRITE
              MOVE "Y" TO HIST-FOUND
              MOVE ZEROS TO LATEST-FROM
           END-IF

      *    THE ROW BEFORE ENDS THE DAY BEFORE THE NEW ONE STARTS.
           IF HIST-FOUND = "Y" THEN
              MOVE WORK-ING-ID TO RPH-ING-ID
              MOVE ENTRY-SUPPLIER TO RPH-SUPPLIER-ID
              MOVE LATEST-FROM TO RPH-VALID-FROM
              READ RISPRICES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE
                       (STG-VALID-FROM (STG-IDX)) - 1
                    COMPUTE RPH-VALID-TO =
                       FUNCTION DATE-OF-INTEGER (DATE-INT)
                    REWRITE RPH-DETAILS
                    END-REWRITE
              END-READ
           END-IF

           MOVE WORK-ING-ID TO RPH-ING-ID
           MOVE ENTRY-SUPPLIER TO RPH-SUPPLIER-ID
           MOVE STG-VALID-FROM (STG-IDX) TO RPH-VALID-FROM
           MOVE STG-PRICE (STG-IDX) TO RPH-PRICE
           MOVE ZEROS TO RPH-VALID-TO
           MOVE TODAY-DATE TO RPH-IMPORTED-ON
           MOVE "N" TO RPH-APPLIED
           WRITE RPH-DETAILS
              INVALID KEY
                 EXIT SECTION
           END-WRITE
           ADD 1 TO COUNT-COMMITTED

           MOVE "BWPRICEIMP" TO AC-PROGRAM
           MOVE "PRICEIMP" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING WORK-ING-ID ENTRY-SUPPLIER DELIMITED BY SIZE
              INTO AC-KEY
           END-STRING
           IF STG-OLD-FOUND (STG-IDX) = "Y" THEN
              STRING "PRICE " STG-OLD-PRICE (STG-IDX)
                 DELIMITED BY SIZE INTO AC-BEFORE
              END-STRING
           END-IF
           STRING "PRICE " STG-PRICE (STG-IDX) " FROM "
              STG-VALID-FROM (STG-IDX) DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           IF RPH-VALID-FROM <= TODAY-DATE THEN
              PERFORM APPLY-HISTORY-ROW
           END-IF
           EXIT SECTION.

       APPLY-DUE-PRICES SECTION.
      ******************************************************************
      *    CARRIES EVERY HISTORY ROW WHOSE VALID-FROM DATE HAS COME
      *    AND THAT IS NOT YET APPLIED INTO FXRISSUPLY. ROWS ARE READ
      *    IN DATE ORDER PER PAIR, SO THE LATEST ONE DUE WINS.
      ******************************************************************
           MOVE ZEROS TO COUNT-APPLIED
           MOVE SPACES TO EOF-FLAG
           OPEN I-O RISPRICES
           IF RISPRICES-FS NOT = 00 THEN
              ACCEPT APPLIED-SCREEN
              EXIT SECTION
           END-IF
           OPEN I-O FXRISUPPLY

           PERFORM UNTIL EOF-FLAG = "Y"
              READ RISPRICES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF NOT RPH-IS-APPLIED
                    AND RPH-VALID-FROM <= TODAY-DATE THEN
                       PERFORM APPLY-HISTORY-ROW
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RISPRICES, FXRISUPPLY
           ACCEPT APPLIED-SCREEN
           EXIT SECTION.

       APPLY-HISTORY-ROW SECTION.
      ******************************************************************
      *    THE PRICE OF THE HISTORY ROW IN RPH-DETAILS BECOMES THE
      *    PAIR'S RIS PRICE. THE RIS VALIDITY DATE RUNS AT LEAST A
      *    YEAR FROM THE VALID-FROM DATE; A LONGER ONE IS KEPT.
      ******************************************************************
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (RPH-VALID-FROM)
              + 364
           COMPUTE NEW-VALID-TO = FUNCTION DATE-OF-INTEGER (DATE-INT)

           MOVE RPH-ING-ID TO RIS-ID-ING
           MOVE RPH-SUPPLIER-ID TO RIS-ID-SUPP
           READ FXRISUPPLY
              INVALID KEY
                 MOVE RPH-ING-ID TO RIS-ID-ING
                 MOVE RPH-SUPPLIER-ID TO RIS-ID-SUPP
                 MOVE RPH-PRICE TO RIS-PRICE
                 MOVE NEW-VALID-TO TO RIS-DATE-VAL
                 MOVE ZEROS TO RIS-QTY-ORDERED, RIS-QTY-RECEIVED
                 MOVE "P" TO RIS-RECEIVED-STATUS
                 MOVE ZEROS TO RIS-RECEIVED-DATE-VAL
                 WRITE RIS-DETAILS
                 END-WRITE
              NOT INVALID KEY
                 MOVE RIS-DATE-VAL TO RIS-DATE-NUM
                 MOVE RPH-PRICE TO RIS-PRICE
                 IF RIS-DATE-NUM < NEW-VALID-TO THEN
                    MOVE NEW-VALID-TO TO RIS-DATE-VAL
                 END-IF
                 REWRITE RIS-DETAILS
                 END-REWRITE
           END-READ

           MOVE "Y" TO RPH-APPLIED
           REWRITE RPH-DETAILS
           END-REWRITE
           ADD 1 TO COUNT-APPLIED
           EXIT SECTION.

       END PROGRAM BWPRICEIMP.
