      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | WHAT-IF REPRICING SIMULATOR | V1 | 15.10.2026
      ******************************************************************
      *    PREPARES THE ANNUAL PRICE REVIEW. A SCENARIO OF COST
      *    CHANGES IS KEPT IN FILE REPRICESC (A PERCENTAGE UP OR DOWN
      *    PER INGREDIENT OR PER SUPPLIER). THE SIMULATION COSTS EVERY
      *    SANDWICH LIKE BWMARGIN (RECIPE VERSION IN FORCE, CHEAPEST
      *    VALID SUPPLIER PRICE, PACKAGING FROM PACKBOM) BEFORE AND
      *    AFTER THE CHANGES, SHOWS THE MARGIN AT THE CURRENT PRICE
      *    (BWPRICEAT) AND AT THE SCHOOL CONTRACT PRICES
      *    (BWCONTRACTPRICE) AND PROPOSES THE LIST PRICE THAT KEEPS
      *    THE TARGET MARGIN. THE REVENUE AND RESULT EFFECT IS WORKED
      *    OUT ON THE CHOSEN YEAR'S VOLUMES FROM THE LIVE ORDERS AND
      *    THE ORDER ARCHIVE (REPRICE.RPT). NOTHING IS CHANGED UNTIL
      *    A PROPOSAL (FILE REPRICEPROP) IS ACCEPTED, WHICH WRITES A
      *    FUTURE-DATED ROW TO THE PRICE HISTORY (SRPRICES).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWREPRICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRICESC ASSIGN TO "REPRICESC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RS-KEY
              FILE STATUS IS REPRICESC-FS.

           SELECT REPRICEPROP ASSIGN TO "REPRICEPROP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RP-SANDWICH-ID
              FILE STATUS IS REPRICEPROP-FS.

           SELECT SRPRICES ASSIGN TO "SRPRICES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SP-KEY
              FILE STATUS IS SRPRICES-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-IID
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

           SELECT SRING ASSIGN TO "FX-SR-ING"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRING-FS.

           SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RIS-ID
              FILE STATUS IS RIS-FS.

           SELECT PACKBOM ASSIGN TO "PACKBOM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PKB-KEY
              FILE STATUS IS PACKBOM-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ING-ID
              FILE STATUS IS INGRED-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUPPLIER-ID
              FILE STATUS IS SUPPLY-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT ORDERSDEL ASSIGN TO "ORDERSARCHIVE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DEL-ORDERS-ID
              FILE STATUS IS ORDERSDEL-FS.

           SELECT REPRICEREPORT ASSIGN TO "REPRICE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPRICEREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPRICESC.
       COPY CB-REPRICESC.

       FD  REPRICEPROP.
       COPY CB-REPRICEPROP.

       FD  SRPRICES.
       COPY CB-SRPRICES.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SRING.
       01  SRING-REC.
           05 SRING-SANDWICH-ID                 PIC 9(003).
           05 SRING-INGREDIENT-ID               PIC 9(003).
           05 SRING-INGREDIENT-QTD              PIC 9(003).
           05 SRING-EFFECTIVE-FROM              PIC 9(008).

       FD  FXRISUPPLY.
       COPY FD-RIS.

       FD  PACKBOM.
       COPY CB-PACKBOM.

      *    THE INGREDIENT MASTER RECORD, MIRRORING THE WORKING LAYOUT
      *    IN CB-WS-SR (WSINGREDS-DETAILS).
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

       FD  FXSUPPLY.
       COPY SupplierFX.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDERSDEL.
       COPY DELORDERS.

       FD  REPRICEREPORT.
       01  REPRICE-LINE                         PIC X(120).

       WORKING-STORAGE SECTION.
       77  REPRICESC-FS                         PIC 9(002).
       77  REPRICEPROP-FS                       PIC 9(002).
       77  SRPRICES-FS                          PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SRING-FS                             PIC 9(002).
       77  RIS-FS                               PIC 9(002).
       77  PACKBOM-FS                           PIC 9(002).
       77  INGRED-FS                            PIC 9(002).
       77  SUPPLY-FS                            PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDERSDEL-FS                         PIC 9(002).
       77  REPRICEREPORT-FS                     PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  EOF-FLAG                             PIC X(001).
       77  EOF-SAND                             PIC X(001).
       77  EOF-RECIPE                           PIC X(001).
       77  EOF-PACK                             PIC X(001).
       77  RECORD-FOUND                         PIC X(001).
       77  REJECT-REASON                        PIC X(040).
       77  TODAY-DATE                           PIC 9(008).
       77  ENTRY-TYPE                           PIC X(001).
       77  ENTRY-ID                             PIC 9(003).
       77  ENTRY-DIRECTION                      PIC X(001).
       77  ENTRY-PCT                            PIC 9(003)V9.
       77  ENTRY-TARGET                         PIC 9(002).
       77  ENTRY-YEAR                           PIC 9(004).
       77  ENTRY-FROM                           PIC 9(008).
       77  ENTRY-SANDWICH                       PIC 9(003).
       77  ENTRY-NAME                           PIC X(030).
       77  COUNT-DONE                           PIC 9(005).

      *    THE SCENARIO, LOADED ONCE PER RUN; THE FACTOR IS THE
      *    MULTIPLIER ON A SUPPLIER PRICE (1 + OR - PERCENT / 100).
       77  SC-MAX                               PIC 9(003).
       77  SC-IDX                               PIC 9(003).
       77  SC-LOOK-TYPE                         PIC X(001).
       77  SC-LOOK-ID                           PIC 9(003).
       77  SC-LOOK-FACTOR                       PIC 9(003)V9(4).
       77  SC-OVERFLOW                          PIC X(001).
       01  SC-TABLE.
           05 SC-ENTRY OCCURS 200 TIMES.
               10 SC-TYPE                       PIC X(001).
               10 SC-ID                         PIC 9(003).
               10 SC-FACTOR                     PIC 9(003)V9(4).

      *    COSTING OF THE SANDWICH IN HAND.
       77  LINE-EFFECTIVE                       PIC 9(008).
       01  WS-RECIPE-VERSION.
           05 WS-RV-SANDWICH-ID                 PIC 9(003).
           05 WS-RV-DATE                        PIC 9(008).
           05 WS-RV-BEST                        PIC 9(008).
       77  CURRENT-SANDWICH                     PIC 9(003).
       77  PACK-SANDWICH                        PIC 9(003).
       77  WORK-ING-ID                          PIC 9(003).
       77  WORK-QTY                             PIC 9(003).
       77  WORK-BASIS                           PIC X(001).
       77  ING-FACTOR                           PIC 9(003)V9(4).
       77  RIS-DATE-NUM                         PIC 9(008).
       77  ADJUSTED-PRICE                       PIC 9(005)V9(4).
       77  BEST-PRICE                           PIC 9(003).
       77  BEST-NEW-PRICE                       PIC 9(005)V9(4).
       77  PRICE-FOUND                          PIC X(001).
       77  PROPOSED-FINE                        PIC 9(007)V9(4).
       77  PROPOSED-WORK                        PIC 9(007)V99.

      *    ONE ENTRY PER SANDWICH, SUBSCRIPTED BY ITS INTERNAL ID.
       01  VT-TABLE.
           05 VT-ENTRY OCCURS 999 TIMES.
               10 VT-USED                       PIC X(001).
               10 VT-NAME                       PIC X(025).
               10 VT-PRICE                      PIC 99V99.
               10 VT-PROPOSED                   PIC 99V99.
               10 VT-STATUS                     PIC X(001).
               10 VT-MISSING                    PIC 9(003).
               10 VT-COST-NOW                   PIC 9(007)V99.
               10 VT-COST-NEW                   PIC 9(007)V99.
               10 VT-ORDPACK-NOW                PIC 9(007)V99.
               10 VT-ORDPACK-NEW                PIC 9(007)V99.
               10 VT-QTY                        PIC 9(007).
               10 VT-LINES                      PIC 9(007).
               10 VT-REV-NOW                    PIC 9(009)V99.
               10 VT-REV-PROP                   PIC 9(009)V99.
       77  VT-IDX                               PIC 9(004).

      *    ORDER LINE IN HAND AND THE PRICE CALLS.
       77  ORD-DATE                             PIC 9(008).
       77  ORD-YEAR                             PIC 9(004).
       77  ORD-SAND                             PIC 9(003).
       77  ORD-SCHOOL                           PIC 9(003).
       77  ORD-QTY                              PIC 9(003).
       01  PRICE-AT-CALL.
           05 PA-SANDWICH-IID                   PIC 9(003).
           05 PA-ON-DATE                        PIC 9(008).
           05 PA-PRICE                          PIC 99V99.
           05 PA-FOUND                          PIC X(001).
       01  CONTRACT-PRICE-CALL.
           05 CP-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 CP-ON-DATE                        PIC 9(008).
           05 CP-LIST-PRICE                     PIC 99V99.
           05 CP-PRICE                          PIC 99V99.
           05 CP-STATUS                         PIC X(001).

      *    REPORT FIGURES.
       77  VOLCOST-NOW                          PIC 9(009)V99.
       77  VOLCOST-NEW                          PIC 9(009)V99.
       77  RESULT-NOW                           PIC S9(009)V99.
       77  RESULT-UNCHANGED                     PIC S9(009)V99.
       77  RESULT-PROP                          PIC S9(009)V99.
       77  MARGIN-AMOUNT                        PIC S9(007)V99.
       77  MARGIN-NOW-PCT                       PIC S9(005).
       77  MARGIN-NEW-PCT                       PIC S9(005).
       77  MARGIN-PROP-PCT                      PIC S9(005).
       77  TOT-QTY                              PIC 9(009).
       77  TOT-REV-NOW                          PIC 9(009)V99.
       77  TOT-REV-PROP                         PIC 9(009)V99.
       77  TOT-RESULT-NOW                       PIC S9(009)V99.
       77  TOT-RESULT-UNCHANGED                 PIC S9(009)V99.
       77  TOT-RESULT-PROP                      PIC S9(009)V99.
       77  COUNT-PROPOSED                       PIC 9(003).
       77  PCT-EDITED                           PIC ZZ9.9.
       77  COST-EDITED                          PIC ZZZZZZ9.99.
       77  COST-NEW-EDITED                      PIC ZZZZZZ9.99.
       77  QTY-EDITED                           PIC ZZZZZZ9.
       77  MARGIN-NOW-EDITED                    PIC -ZZZ9.
       77  MARGIN-NEW-EDITED                    PIC -ZZZ9.
       77  MARGIN-PROP-EDITED                   PIC -ZZZ9.
       77  AMOUNT-EDITED                        PIC -ZZZZZZZZ9.99.
       77  AMOUNT2-EDITED                       PIC -ZZZZZZZZ9.99.
       77  AMOUNT3-EDITED                       PIC -ZZZZZZZZ9.99.
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
           05 VALUE "BREADWICH | WHAT-IF REPRICING" LINE 02 COL 44.
           05 VALUE "1 - SET A COST CHANGE OF THE SCENARIO"
              LINE 08 COL 42.
           05 VALUE "2 - CLEAR THE SCENARIO" LINE 10 COL 42.
           05 VALUE "3 - RUN THE SIMULATION (REPRICE.RPT)"
              LINE 12 COL 42.
           05 VALUE "4 - ACCEPT PROPOSED PRICES" LINE 14 COL 42.
           05 VALUE "0 - EXIT" LINE 16 COL 42.
           05 VALUE "OPTION:" LINE 20 COL 42.
           05 SS-OPTION PIC 9(001) LINE 20 COL 50 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  CHANGE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "CHANGE ON (I = INGREDIENT, S = SUPPLIER):"
              LINE 06 COL 20.
           05 SS-C-TYPE PIC X(001) LINE 06 COL 62 TO ENTRY-TYPE.
           05 VALUE "INGREDIENT OR SUPPLIER ID:" LINE 08 COL 20.
           05 SS-C-ID PIC 9(003) LINE 08 COL 62 TO ENTRY-ID
              BLANK WHEN ZERO.

       01  PERCENT-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-P-NAME PIC X(030) LINE 08 COL 67 FROM ENTRY-NAME.
           05 VALUE "DIRECTION (+ = UP, - = DOWN):" LINE 11 COL 20.
           05 SS-P-DIRECTION PIC X(001) LINE 11 COL 62
              USING ENTRY-DIRECTION.
           05 VALUE "PERCENT (0 = REMOVE THE CHANGE):"
              LINE 13 COL 20.
           05 SS-P-PCT PIC 9(003)V9 LINE 13 COL 62 USING ENTRY-PCT.

       01  RUN-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "TARGET MARGIN IN PERCENT:" LINE 08 COL 20.
           05 SS-R-TARGET PIC 9(002) LINE 08 COL 62
              USING ENTRY-TARGET.
           05 VALUE "VOLUMES OF YEAR (YYYY):" LINE 10 COL 20.
           05 SS-R-YEAR PIC 9(004) LINE 10 COL 62 USING ENTRY-YEAR.

       01  ACCEPT-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "NEW PRICES EFFECTIVE FROM (YYYYMMDD):"
              LINE 08 COL 20.
           05 SS-A-FROM PIC 9(008) LINE 08 COL 62 TO ENTRY-FROM
              BLANK WHEN ZERO.
           05 VALUE "SANDWICH INTERNAL ID (0 = ALL PROPOSALS):"
              LINE 10 COL 20.
           05 SS-A-SANDWICH PIC 9(003) LINE 10 COL 62
              TO ENTRY-SANDWICH BLANK WHEN ZERO.

       01  INVALID-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SS-INVALID PIC X(040) LINE 20 COL 40 FROM REJECT-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  RUN-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SIMULATION WRITTEN TO REPRICE.RPT | PROPOSALS:"
              LINE 20 COL 30.
           05 SS-PROPOSED PIC ZZ9 LINE 20 COL 77 FROM COUNT-PROPOSED.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  ACCEPTED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "PRICE ROWS WRITTEN TO SRPRICES:" LINE 20 COL 40.
           05 SS-ACCEPTED PIC ZZZZ9 LINE 20 COL 72 FROM COUNT-DONE.
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
                 WHEN 1 PERFORM SET-SCENARIO-LINE
                 WHEN 2 PERFORM CLEAR-SCENARIO
                 WHEN 3 PERFORM RUN-SIMULATION
                 WHEN 4 PERFORM ACCEPT-PROPOSALS
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       SET-SCENARIO-LINE SECTION.
      ******************************************************************
      *    ADDS, CHANGES OR (PERCENT 0) REMOVES ONE COST CHANGE. THE
      *    INGREDIENT OR SUPPLIER MUST BE ON ITS MASTER FILE.
      ******************************************************************
           MOVE ZEROS TO ENTRY-ID, ENTRY-PCT
           MOVE SPACES TO ENTRY-TYPE, ENTRY-NAME, REJECT-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT CHANGE-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-ID = ZEROS THEN
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (ENTRY-TYPE) TO ENTRY-TYPE
           PERFORM CHECK-SCENARIO-KEY
           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O REPRICESC
           IF REPRICESC-FS = 35 THEN
              OPEN OUTPUT REPRICESC
              CLOSE REPRICESC
              OPEN I-O REPRICESC
           END-IF
           MOVE ENTRY-TYPE TO RS-TYPE
           MOVE ENTRY-ID TO RS-ID
           MOVE "N" TO RECORD-FOUND
           MOVE "+" TO ENTRY-DIRECTION
           READ REPRICESC RECORD
              NOT INVALID KEY
                 MOVE "Y" TO RECORD-FOUND
                 MOVE RS-DIRECTION TO ENTRY-DIRECTION
                 MOVE RS-PCT TO ENTRY-PCT
           END-READ
           MOVE SPACES TO AC-BEFORE
           IF RECORD-FOUND = "Y" THEN
              STRING RS-DIRECTION RS-PCT "%" INTO AC-BEFORE
              END-STRING
           END-IF

           DISPLAY PERCENT-SCREEN
           ACCEPT PERCENT-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE REPRICESC
              EXIT SECTION
           END-IF
           IF ENTRY-DIRECTION NOT = "+" AND ENTRY-DIRECTION NOT = "-"
              THEN
              CLOSE REPRICESC
              MOVE "DIRECTION MUST BE + OR -" TO REJECT-REASON
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF
           IF ENTRY-DIRECTION = "-" AND ENTRY-PCT > 100 THEN
              CLOSE REPRICESC
              MOVE "A PRICE CANNOT FALL BY MORE THAN 100%"
                 TO REJECT-REASON
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           MOVE "BWREPRICE" TO AC-PROGRAM
           MOVE SPACES TO AC-KEY, AC-AFTER
           STRING "SCENARIO " ENTRY-TYPE ENTRY-ID INTO AC-KEY
           END-STRING
           IF ENTRY-PCT = ZEROS THEN
              IF RECORD-FOUND = "Y" THEN
                 DELETE REPRICESC RECORD
                 END-DELETE
                 MOVE "DELETE" TO AC-ACTION
                 CALL "BWAUDIT" USING AUDIT-CALL
              END-IF
              CLOSE REPRICESC
              ACCEPT DONE-SCREEN
              EXIT SECTION
           END-IF

           MOVE ENTRY-TYPE TO RS-TYPE
           MOVE ENTRY-ID TO RS-ID
           MOVE ENTRY-DIRECTION TO RS-DIRECTION
           MOVE ENTRY-PCT TO RS-PCT
           IF RECORD-FOUND = "Y" THEN
              REWRITE RS-DETAILS
              END-REWRITE
              MOVE "CHANGE" TO AC-ACTION
           ELSE
              WRITE RS-DETAILS
              END-WRITE
              MOVE "ADD" TO AC-ACTION
           END-IF
           CLOSE REPRICESC
           STRING RS-DIRECTION RS-PCT "%" INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL
           ACCEPT DONE-SCREEN
           EXIT SECTION.

       CHECK-SCENARIO-KEY SECTION.
      ******************************************************************
      *    I = AN INGREDIENT OF FXINGREDS, S = A SUPPLIER OF
      *    FXSUPPLIERS. THE NAME IS SHOWN NEXT TO THE ID.
      ******************************************************************
           EVALUATE ENTRY-TYPE
              WHEN "I"
                 OPEN INPUT FXINGRED
                 IF INGRED-FS NOT = 00 THEN
                    MOVE "INGREDIENT NOT FOUND" TO REJECT-REASON
                    EXIT SECTION
                 END-IF
                 MOVE ENTRY-ID TO ING-ID
                 READ FXINGRED RECORD
                    INVALID KEY
                       MOVE "INGREDIENT NOT FOUND" TO REJECT-REASON
                    NOT INVALID KEY
                       MOVE ING-NAME TO ENTRY-NAME
                 END-READ
                 CLOSE FXINGRED
              WHEN "S"
                 OPEN INPUT FXSUPPLY
                 IF SUPPLY-FS NOT = 00 THEN
                    MOVE "SUPPLIER NOT FOUND" TO REJECT-REASON
                    EXIT SECTION
                 END-IF
                 MOVE ENTRY-ID TO SUPPLIER-ID
                 READ FXSUPPLY RECORD
                    INVALID KEY
                       MOVE "SUPPLIER NOT FOUND" TO REJECT-REASON
                    NOT INVALID KEY
                       MOVE SUPPLIER-NAME TO ENTRY-NAME
                 END-READ
                 CLOSE FXSUPPLY
              WHEN OTHER
                 MOVE "CHANGE ON MUST BE I OR S" TO REJECT-REASON
           END-EVALUATE
           EXIT SECTION.

       CLEAR-SCENARIO SECTION.
      ******************************************************************
      *    EMPTIES THE SCENARIO FOR THE NEXT WHAT-IF.
      ******************************************************************
           OPEN OUTPUT REPRICESC
           CLOSE REPRICESC
           MOVE "BWREPRICE" TO AC-PROGRAM
           MOVE "CLEAR" TO AC-ACTION
           MOVE "SCENARIO" TO AC-KEY
           MOVE SPACES TO AC-BEFORE, AC-AFTER
           CALL "BWAUDIT" USING AUDIT-CALL
           ACCEPT DONE-SCREEN
           EXIT SECTION.

       RUN-SIMULATION SECTION.
      ******************************************************************
      *    COSTS EVERY SANDWICH BEFORE AND AFTER THE SCENARIO, WORKS
      *    OUT THE PROPOSED PRICES, PRICES THE YEAR'S VOLUMES BOTH
      *    WAYS AND WRITES THE REPORT AND THE PROPOSAL FILE.
      ******************************************************************
           MOVE 35 TO ENTRY-TARGET
           COMPUTE ENTRY-YEAR = (TODAY-DATE / 10000) - 1
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           DISPLAY RUN-SCREEN
           ACCEPT RUN-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = 00 THEN
              MOVE "NO SANDWICHES ON FILE" TO REJECT-REASON
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           OPEN OUTPUT REPRICEREPORT
           MOVE SPACES TO REPRICE-LINE
           STRING "WHAT-IF REPRICING - " TODAY-DATE
              " | TARGET MARGIN " ENTRY-TARGET "%"
              " | VOLUMES OF " ENTRY-YEAR " (LIVE + ARCHIVE)"
              INTO REPRICE-LINE
           END-STRING
           WRITE REPRICE-LINE
           END-WRITE
           MOVE SPACES TO REPRICE-LINE
           STRING "AMOUNTS WITHOUT VAT. FIXED-PRICE SCHOOL CONTRACTS"
              " DO NOT FOLLOW THE LIST PRICE." INTO REPRICE-LINE
           END-STRING
           WRITE REPRICE-LINE
           END-WRITE

           PERFORM LOAD-SCENARIO

           INITIALIZE VT-TABLE
           OPEN INPUT FXRISUPPLY
           OPEN INPUT PACKBOM
           MOVE SPACES TO EOF-SAND
           MOVE ZEROS TO SR-IID
           START SANDWICHES KEY IS NOT LESS THAN SR-IID
              INVALID KEY
                 MOVE "Y" TO EOF-SAND
           END-START
           PERFORM UNTIL EOF-SAND = "Y"
              READ SANDWICHES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SAND
                 NOT AT END
                    IF SR-IID NOT = ZEROS THEN
                       PERFORM COST-ONE-SANDWICH
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SANDWICHES, FXRISUPPLY
           IF PACKBOM-FS = 00 THEN
              CLOSE PACKBOM
           END-IF

           PERFORM ADD-YEAR-VOLUMES
           PERFORM WRITE-SIMULATION

           CLOSE REPRICEREPORT
           ACCEPT RUN-DONE-SCREEN
           EXIT SECTION.

       LOAD-SCENARIO SECTION.
      ******************************************************************
      *    LOADS THE COST CHANGES INTO SC-TABLE AND LISTS THEM AT THE
      *    HEAD OF THE REPORT.
      ******************************************************************
           MOVE ZEROS TO SC-MAX
           MOVE SPACES TO SC-OVERFLOW, EOF-FLAG
           MOVE "SCENARIO:" TO REPRICE-LINE
           WRITE REPRICE-LINE
           END-WRITE

           OPEN INPUT REPRICESC
           IF REPRICESC-FS NOT = 00 THEN
              MOVE "   NO COST CHANGES - CURRENT COSTS ONLY"
                 TO REPRICE-LINE
              WRITE REPRICE-LINE
              END-WRITE
              EXIT SECTION
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
              READ REPRICESC NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF SC-MAX < 200 THEN
                       ADD 1 TO SC-MAX
                       MOVE RS-TYPE TO SC-TYPE (SC-MAX)
                       MOVE RS-ID TO SC-ID (SC-MAX)
                       IF RS-DOWN THEN
                          COMPUTE SC-FACTOR (SC-MAX) =
                             1 - (RS-PCT / 100)
                       ELSE
                          COMPUTE SC-FACTOR (SC-MAX) =
                             1 + (RS-PCT / 100)
                       END-IF
                       MOVE RS-PCT TO PCT-EDITED
                       MOVE SPACES TO REPRICE-LINE
                       IF RS-INGREDIENT THEN
                          STRING "   INGREDIENT " RS-ID " "
                             RS-DIRECTION PCT-EDITED "%"
                             INTO REPRICE-LINE
                          END-STRING
                       ELSE
                          STRING "   SUPPLIER   " RS-ID " "
                             RS-DIRECTION PCT-EDITED "%"
                             INTO REPRICE-LINE
                          END-STRING
                       END-IF
                       WRITE REPRICE-LINE
                       END-WRITE
                    ELSE
                       MOVE "Y" TO SC-OVERFLOW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REPRICESC

           IF SC-MAX = ZEROS THEN
              MOVE "   NO COST CHANGES - CURRENT COSTS ONLY"
                 TO REPRICE-LINE
              WRITE REPRICE-LINE
              END-WRITE
           END-IF
           IF SC-OVERFLOW = "Y" THEN
              MOVE "   *** MORE THAN 200 CHANGES - THE REST IS IGNORED"
                 TO REPRICE-LINE
              WRITE REPRICE-LINE
              END-WRITE
           END-IF
           EXIT SECTION.

       COST-ONE-SANDWICH SECTION.
      ******************************************************************
      *    COSTS THE SANDWICH IN SR-DETAILS NOW AND UNDER THE
      *    SCENARIO, TAKES ITS CURRENT LIST PRICE AND WORKS OUT THE
      *    PRICE THAT REACHES THE TARGET MARGIN ON THE NEW COST.
      ******************************************************************
           MOVE SR-IID TO CURRENT-SANDWICH, VT-IDX
           MOVE "Y" TO VT-USED (VT-IDX)
           MOVE SR-S-DESCRIPTION TO VT-NAME (VT-IDX)

           MOVE SR-PRICE TO VT-PRICE (VT-IDX)
           MOVE CURRENT-SANDWICH TO PA-SANDWICH-IID
           MOVE TODAY-DATE TO PA-ON-DATE
           CALL "BWPRICEAT" USING PRICE-AT-CALL
           IF PA-FOUND = "Y" THEN
              MOVE PA-PRICE TO VT-PRICE (VT-IDX)
           END-IF

           MOVE CURRENT-SANDWICH TO WS-RV-SANDWICH-ID
           MOVE TODAY-DATE TO WS-RV-DATE
           CALL "BWRECIPEVER" USING WS-RECIPE-VERSION

           MOVE SPACES TO EOF-RECIPE
           OPEN INPUT SRING
           IF SRING-FS = 00 THEN
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
                       IF SRING-SANDWICH-ID = CURRENT-SANDWICH
                       AND LINE-EFFECTIVE = WS-RV-BEST THEN
                          MOVE SRING-INGREDIENT-ID TO WORK-ING-ID
                          MOVE SRING-INGREDIENT-QTD TO WORK-QTY
                          MOVE "S" TO WORK-BASIS
                          PERFORM COST-ONE-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SRING
           END-IF

           IF PACKBOM-FS = 00 THEN
              MOVE ZEROS TO PACK-SANDWICH
              PERFORM COST-PACKAGING-OF
              MOVE CURRENT-SANDWICH TO PACK-SANDWICH
              PERFORM COST-PACKAGING-OF
           END-IF

           PERFORM PROPOSE-PRICE
           EXIT SECTION.

       COST-PACKAGING-OF SECTION.
      ******************************************************************
      *    ADDS THE PACKAGING LINES OF PACK-SANDWICH (000 = EVERY
      *    SANDWICH); PER-ORDER ITEMS ARE KEPT APART AS IN BWMARGIN.
      ******************************************************************
           MOVE SPACES TO EOF-PACK
           MOVE PACK-SANDWICH TO PKB-SANDWICH-ID
           MOVE ZEROS TO PKB-ITEM-ID
           START PACKBOM KEY IS NOT LESS THAN PKB-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-PACK
           END-START

           PERFORM UNTIL EOF-PACK = "Y"
              READ PACKBOM NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-PACK
                 NOT AT END
                    IF PKB-SANDWICH-ID NOT = PACK-SANDWICH THEN
                       MOVE "Y" TO EOF-PACK
                    ELSE
                       MOVE PKB-ITEM-ID TO WORK-ING-ID
                       MOVE PKB-QTY TO WORK-QTY
                       MOVE PKB-BASIS TO WORK-BASIS
                       PERFORM COST-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       COST-ONE-ITEM SECTION.
      ******************************************************************
      *    ADDS WORK-QTY OF WORK-ING-ID AT THE CHEAPEST VALID SUPPLIER
      *    PRICE, NOW AND UNDER THE SCENARIO, TO THE UNIT COST OR (PER
      *    ORDER LINE PACKAGING) TO THE ORDER LINE COST.
      ******************************************************************
           PERFORM FIND-BEST-PRICES
           IF PRICE-FOUND NOT = "Y" THEN
              ADD 1 TO VT-MISSING (VT-IDX)
              EXIT SECTION
           END-IF

           IF WORK-BASIS = "O" THEN
              COMPUTE VT-ORDPACK-NOW (VT-IDX) =
                 VT-ORDPACK-NOW (VT-IDX) + (WORK-QTY * BEST-PRICE)
              COMPUTE VT-ORDPACK-NEW (VT-IDX) ROUNDED =
                 VT-ORDPACK-NEW (VT-IDX) + (WORK-QTY * BEST-NEW-PRICE)
           ELSE
              COMPUTE VT-COST-NOW (VT-IDX) =
                 VT-COST-NOW (VT-IDX) + (WORK-QTY * BEST-PRICE)
              COMPUTE VT-COST-NEW (VT-IDX) ROUNDED =
                 VT-COST-NEW (VT-IDX) + (WORK-QTY * BEST-NEW-PRICE)
           END-IF
           EXIT SECTION.

       FIND-BEST-PRICES SECTION.
      ******************************************************************
      *    THE CHEAPEST CURRENTLY VALID SUPPLIER PRICE OF WORK-ING-ID
      *    AS IT IS (BEST-PRICE) AND WITH THE INGREDIENT AND SUPPLIER
      *    CHANGES APPLIED (BEST-NEW-PRICE). THE CHEAPEST SUPPLIER MAY
      *    DIFFER BETWEEN THE TWO.
      ******************************************************************
           MOVE 999 TO BEST-PRICE
           MOVE 99999 TO BEST-NEW-PRICE
           MOVE SPACES TO PRICE-FOUND, EOF-FLAG

           MOVE "I" TO SC-LOOK-TYPE
           MOVE WORK-ING-ID TO SC-LOOK-ID
           PERFORM FIND-FACTOR
           MOVE SC-LOOK-FACTOR TO ING-FACTOR

           MOVE WORK-ING-ID TO RIS-ID-ING
           MOVE ZEROS TO RIS-ID-SUPP
           START FXRISUPPLY KEY IS NOT LESS THAN RIS-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ FXRISUPPLY NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF RIS-ID-ING NOT = WORK-ING-ID THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       MOVE RIS-DATE-VAL TO RIS-DATE-NUM
                       IF RIS-DATE-NUM >= TODAY-DATE THEN
                          MOVE "Y" TO PRICE-FOUND
                          IF RIS-PRICE < BEST-PRICE THEN
                             MOVE RIS-PRICE TO BEST-PRICE
                          END-IF
                          MOVE "S" TO SC-LOOK-TYPE
                          MOVE RIS-ID-SUPP TO SC-LOOK-ID
                          PERFORM FIND-FACTOR
                          COMPUTE ADJUSTED-PRICE ROUNDED = RIS-PRICE
                             * ING-FACTOR * SC-LOOK-FACTOR
                          IF ADJUSTED-PRICE < BEST-NEW-PRICE THEN
                             MOVE ADJUSTED-PRICE TO BEST-NEW-PRICE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO EOF-FLAG
           EXIT SECTION.

       FIND-FACTOR SECTION.
      ******************************************************************
      *    THE SCENARIO FACTOR FOR SC-LOOK-TYPE / SC-LOOK-ID, 1 WHEN
      *    THE SCENARIO DOES NOT TOUCH IT.
      ******************************************************************
           MOVE 1 TO SC-LOOK-FACTOR
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-MAX
              IF SC-TYPE (SC-IDX) = SC-LOOK-TYPE
              AND SC-ID (SC-IDX) = SC-LOOK-ID THEN
                 MOVE SC-FACTOR (SC-IDX) TO SC-LOOK-FACTOR
              END-IF
           END-PERFORM
           EXIT SECTION.

       PROPOSE-PRICE SECTION.
      ******************************************************************
      *    PRICE = NEW COST / (1 - TARGET MARGIN), ROUNDED UP TO THE
      *    CENT. A SANDWICH WHOSE CURRENT PRICE ALREADY REACHES THE
      *    TARGET KEEPS IT (K); ONE WITHOUT A COST OR WHOSE PRICE
      *    WOULD NOT FIT THE PRICE FIELD GETS NO PROPOSAL (X).
      ******************************************************************
           MOVE VT-PRICE (VT-IDX) TO VT-PROPOSED (VT-IDX)
           IF VT-COST-NEW (VT-IDX) = ZEROS THEN
              MOVE "X" TO VT-STATUS (VT-IDX)
              EXIT SECTION
           END-IF

           IF VT-PRICE (VT-IDX) NOT = ZEROS THEN
              COMPUTE MARGIN-NEW-PCT =
                 ((VT-PRICE (VT-IDX) - VT-COST-NEW (VT-IDX)) * 100)
                 / VT-PRICE (VT-IDX)
              IF MARGIN-NEW-PCT >= ENTRY-TARGET THEN
                 MOVE "K" TO VT-STATUS (VT-IDX)
                 EXIT SECTION
              END-IF
           END-IF

           COMPUTE PROPOSED-FINE =
              (VT-COST-NEW (VT-IDX) * 100) / (100 - ENTRY-TARGET)
           COMPUTE PROPOSED-WORK = PROPOSED-FINE + 0.0099
           IF PROPOSED-WORK > 99.99 THEN
              MOVE "X" TO VT-STATUS (VT-IDX)
           ELSE
              MOVE PROPOSED-WORK TO VT-PROPOSED (VT-IDX)
              MOVE "P" TO VT-STATUS (VT-IDX)
           END-IF
           EXIT SECTION.

       ADD-YEAR-VOLUMES SECTION.
      ******************************************************************
      *    ADDS EVERY ORDER LINE DELIVERED IN ENTRY-YEAR, LIVE AND
      *    ARCHIVED, TO ITS SANDWICH AT TODAY'S CONTRACT TERMS.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORDERS
           IF ORDERS-FS = 00 THEN
              MOVE ZEROS TO FD-ORDERS-ID
              START ORDERS KEY IS NOT LESS THAN FD-ORDERS-ID
                 INVALID KEY
                    MOVE "Y" TO EOF-FLAG
              END-START
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ ORDERS NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       MOVE FD-DELIVERY-YEAR TO ORD-YEAR
                       MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO ORD-SAND
                       MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO ORD-SCHOOL
                       MOVE FD-ORDERS-QUANTITY TO ORD-QTY
                       PERFORM ADD-ONE-ORDER-LINE
                 END-READ
              END-PERFORM
              CLOSE ORDERS
           END-IF

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORDERSDEL
           IF ORDERSDEL-FS = 00 THEN
              MOVE ZEROS TO DEL-ORDERS-ID
              START ORDERSDEL KEY IS NOT LESS THAN DEL-ORDERS-ID
                 INVALID KEY
                    MOVE "Y" TO EOF-FLAG
              END-START
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ ORDERSDEL NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       MOVE DEL-DELIVERY-YEAR TO ORD-YEAR
                       MOVE DEL-ORDERS-SANDWICH-INTERNAL-ID TO
                          ORD-SAND
                       MOVE DEL-ORDERS-SCHOOL-INTERNAL-ID TO
                          ORD-SCHOOL
                       MOVE DEL-ORDERS-QUANTITY TO ORD-QTY
                       PERFORM ADD-ONE-ORDER-LINE
                 END-READ
              END-PERFORM
              CLOSE ORDERSDEL
           END-IF
           EXIT SECTION.

       ADD-ONE-ORDER-LINE SECTION.
      ******************************************************************
      *    THE LINE'S REVENUE AT THE CURRENT AND AT THE PROPOSED LIST
      *    PRICE, EACH PASSED THROUGH THE SCHOOL'S CONTRACT AS IN
      *    FORCE TODAY.
      ******************************************************************
           IF ORD-YEAR NOT = ENTRY-YEAR OR ORD-SAND = ZEROS THEN
              EXIT SECTION
           END-IF
           MOVE ORD-SAND TO VT-IDX
           IF VT-USED (VT-IDX) NOT = "Y" THEN
              EXIT SECTION
           END-IF

           ADD ORD-QTY TO VT-QTY (VT-IDX)
           ADD 1 TO VT-LINES (VT-IDX)

           MOVE ORD-SCHOOL TO CP-SCHOOL-INTERNAL-ID
           MOVE TODAY-DATE TO CP-ON-DATE
           MOVE VT-PRICE (VT-IDX) TO CP-LIST-PRICE
           CALL "BWCONTRACTPRICE" USING CONTRACT-PRICE-CALL
           IF CP-STATUS NOT = "C" THEN
              MOVE VT-PRICE (VT-IDX) TO CP-PRICE
           END-IF
           COMPUTE VT-REV-NOW (VT-IDX) =
              VT-REV-NOW (VT-IDX) + (CP-PRICE * ORD-QTY)

           MOVE ORD-SCHOOL TO CP-SCHOOL-INTERNAL-ID
           MOVE TODAY-DATE TO CP-ON-DATE
           MOVE VT-PROPOSED (VT-IDX) TO CP-LIST-PRICE
           CALL "BWCONTRACTPRICE" USING CONTRACT-PRICE-CALL
           IF CP-STATUS NOT = "C" THEN
              MOVE VT-PROPOSED (VT-IDX) TO CP-PRICE
           END-IF
           COMPUTE VT-REV-PROP (VT-IDX) =
              VT-REV-PROP (VT-IDX) + (CP-PRICE * ORD-QTY)
           EXIT SECTION.

       WRITE-SIMULATION SECTION.
      ******************************************************************
      *    ONE BLOCK PER SANDWICH IN REPRICE.RPT, THE TOTALS, AND THE
      *    PROPOSAL FILE (REPLACED ON EVERY RUN).
      ******************************************************************
           MOVE ZEROS TO TOT-QTY, TOT-REV-NOW, TOT-REV-PROP,
              TOT-RESULT-NOW, TOT-RESULT-UNCHANGED, TOT-RESULT-PROP,
              COUNT-PROPOSED
           OPEN OUTPUT REPRICEPROP

           PERFORM VARYING VT-IDX FROM 1 BY 1 UNTIL VT-IDX > 999
              IF VT-USED (VT-IDX) = "Y" THEN
                 PERFORM WRITE-ONE-SANDWICH
              END-IF
           END-PERFORM

           CLOSE REPRICEPROP

           MOVE SPACES TO REPRICE-LINE
           WRITE REPRICE-LINE
           END-WRITE
           MOVE TOT-QTY TO QTY-EDITED
           MOVE TOT-REV-NOW TO AMOUNT-EDITED
           MOVE TOT-REV-PROP TO AMOUNT2-EDITED
           MOVE SPACES TO REPRICE-LINE
           STRING "TOTAL " ENTRY-YEAR " | QTY " QTY-EDITED
              " | REVENUE NOW " AMOUNT-EDITED
              " | AT PROPOSED PRICES " AMOUNT2-EDITED
              INTO REPRICE-LINE
           END-STRING
           WRITE REPRICE-LINE
           END-WRITE
           MOVE TOT-RESULT-NOW TO AMOUNT-EDITED
           MOVE TOT-RESULT-UNCHANGED TO AMOUNT2-EDITED
           MOVE TOT-RESULT-PROP TO AMOUNT3-EDITED
           MOVE SPACES TO REPRICE-LINE
           STRING "RESULT TODAY " AMOUNT-EDITED
              " | NEW COSTS, PRICES UNCHANGED " AMOUNT2-EDITED
              " | NEW COSTS, PROPOSED PRICES " AMOUNT3-EDITED
              INTO REPRICE-LINE
           END-STRING
           WRITE REPRICE-LINE
           END-WRITE
           EXIT SECTION.

       WRITE-ONE-SANDWICH SECTION.
           MOVE VT-IDX TO CURRENT-SANDWICH
           MOVE VT-COST-NOW (VT-IDX) TO COST-EDITED
           MOVE VT-COST-NEW (VT-IDX) TO COST-NEW-EDITED
           MOVE ZEROS TO MARGIN-NOW-PCT, MARGIN-NEW-PCT,
              MARGIN-PROP-PCT
           IF VT-PRICE (VT-IDX) NOT = ZEROS THEN
              COMPUTE MARGIN-NOW-PCT =
                 ((VT-PRICE (VT-IDX) - VT-COST-NOW (VT-IDX)) * 100)
                 / VT-PRICE (VT-IDX)
              COMPUTE MARGIN-NEW-PCT =
                 ((VT-PRICE (VT-IDX) - VT-COST-NEW (VT-IDX)) * 100)
                 / VT-PRICE (VT-IDX)
           END-IF
           MOVE MARGIN-NOW-PCT TO MARGIN-NOW-EDITED
           MOVE MARGIN-NEW-PCT TO MARGIN-NEW-EDITED

           MOVE SPACES TO REPRICE-LINE
           WRITE REPRICE-LINE
           END-WRITE
           STRING "SANDWICH " CURRENT-SANDWICH " " VT-NAME (VT-IDX)
              " | PRICE " VT-PRICE (VT-IDX)
              " | COST NOW " COST-EDITED " NEW " COST-NEW-EDITED
              " | MARGIN NOW " MARGIN-NOW-EDITED
              "% NEW " MARGIN-NEW-EDITED "%"
              INTO REPRICE-LINE
           END-STRING
           WRITE REPRICE-LINE
           END-WRITE

           MOVE SPACES TO REPRICE-LINE
           EVALUATE VT-STATUS (VT-IDX)
              WHEN "P"
                 COMPUTE MARGIN-PROP-PCT =
                    ((VT-PROPOSED (VT-IDX) - VT-COST-NEW (VT-IDX))
                    * 100) / VT-PROPOSED (VT-IDX)
                 MOVE MARGIN-PROP-PCT TO MARGIN-PROP-EDITED
                 ADD 1 TO COUNT-PROPOSED
                 STRING "  PROPOSED PRICE " VT-PROPOSED (VT-IDX)
                    " (MARGIN " MARGIN-PROP-EDITED "%)"
                    INTO REPRICE-LINE
                 END-STRING
              WHEN "K"
                 STRING "  CURRENT PRICE KEEPS THE TARGET MARGIN"
                    " - NO CHANGE PROPOSED" INTO REPRICE-LINE
                 END-STRING
              WHEN OTHER
                 STRING "  *** NO PROPOSAL: NO COST OR THE PRICE"
                    " WOULD EXCEED 99.99" INTO REPRICE-LINE
                 END-STRING
           END-EVALUATE
           WRITE REPRICE-LINE
           END-WRITE

           COMPUTE VOLCOST-NOW =
              (VT-QTY (VT-IDX) * VT-COST-NOW (VT-IDX))
              + (VT-LINES (VT-IDX) * VT-ORDPACK-NOW (VT-IDX))
           COMPUTE VOLCOST-NEW =
              (VT-QTY (VT-IDX) * VT-COST-NEW (VT-IDX))
              + (VT-LINES (VT-IDX) * VT-ORDPACK-NEW (VT-IDX))
           COMPUTE RESULT-NOW = VT-REV-NOW (VT-IDX) - VOLCOST-NOW
           COMPUTE RESULT-UNCHANGED = VT-REV-NOW (VT-IDX) - VOLCOST-NEW
           COMPUTE RESULT-PROP = VT-REV-PROP (VT-IDX) - VOLCOST-NEW
           ADD VT-QTY (VT-IDX) TO TOT-QTY
           ADD VT-REV-NOW (VT-IDX) TO TOT-REV-NOW
           ADD VT-REV-PROP (VT-IDX) TO TOT-REV-PROP
           ADD RESULT-NOW TO TOT-RESULT-NOW
           ADD RESULT-UNCHANGED TO TOT-RESULT-UNCHANGED
           ADD RESULT-PROP TO TOT-RESULT-PROP

           IF VT-QTY (VT-IDX) NOT = ZEROS THEN
              MOVE VT-QTY (VT-IDX) TO QTY-EDITED
              MOVE VT-REV-NOW (VT-IDX) TO AMOUNT-EDITED
              MOVE VT-REV-PROP (VT-IDX) TO AMOUNT2-EDITED
              MOVE SPACES TO REPRICE-LINE
              STRING "  " ENTRY-YEAR " QTY " QTY-EDITED
                 " | REVENUE NOW " AMOUNT-EDITED
                 " | AT PROPOSED PRICE " AMOUNT2-EDITED
                 INTO REPRICE-LINE
              END-STRING
              WRITE REPRICE-LINE
              END-WRITE

              MOVE ZEROS TO MARGIN-NEW-PCT, MARGIN-PROP-PCT
              IF VT-REV-NOW (VT-IDX) NOT = ZEROS THEN
                 COMPUTE MARGIN-NEW-PCT =
                    (RESULT-UNCHANGED * 100) / VT-REV-NOW (VT-IDX)
              END-IF
              IF VT-REV-PROP (VT-IDX) NOT = ZEROS THEN
                 COMPUTE MARGIN-PROP-PCT =
                    (RESULT-PROP * 100) / VT-REV-PROP (VT-IDX)
              END-IF
              MOVE MARGIN-NEW-PCT TO MARGIN-NEW-EDITED
              MOVE MARGIN-PROP-PCT TO MARGIN-PROP-EDITED
              MOVE RESULT-UNCHANGED TO AMOUNT-EDITED
              MOVE RESULT-PROP TO AMOUNT2-EDITED
              MOVE SPACES TO REPRICE-LINE
              STRING "  AT CONTRACT PRICES, NEW COSTS: RESULT "
                 AMOUNT-EDITED " (" MARGIN-NEW-EDITED "%)"
                 " | PROPOSED " AMOUNT2-EDITED
                 " (" MARGIN-PROP-EDITED "%)"
                 INTO REPRICE-LINE
              END-STRING
              WRITE REPRICE-LINE
              END-WRITE
           END-IF

           IF VT-MISSING (VT-IDX) NOT = ZEROS THEN
              MOVE SPACES TO REPRICE-LINE
              STRING "  *** " VT-MISSING (VT-IDX)
                 " RECIPE OR PACKAGING ITEM(S) WITHOUT A VALID"
                 " SUPPLIER PRICE - COST UNDERSTATED" INTO REPRICE-LINE
              END-STRING
              WRITE REPRICE-LINE
              END-WRITE
           END-IF

           MOVE CURRENT-SANDWICH TO RP-SANDWICH-ID
           MOVE TODAY-DATE TO RP-RUN-DATE
           MOVE ENTRY-TARGET TO RP-TARGET-PCT
           MOVE VT-PRICE (VT-IDX) TO RP-CURRENT-PRICE
           MOVE VT-COST-NEW (VT-IDX) TO RP-NEW-COST
           MOVE VT-PROPOSED (VT-IDX) TO RP-PROPOSED-PRICE
           MOVE VT-STATUS (VT-IDX) TO RP-STATUS
           MOVE ZEROS TO RP-EFFECTIVE-FROM
           WRITE RP-DETAILS
           END-WRITE
           EXIT SECTION.

       ACCEPT-PROPOSALS SECTION.
      ******************************************************************
      *    WRITES THE PENDING PROPOSALS (ONE OR ALL) TO THE PRICE
      *    HISTORY AS ROWS EFFECTIVE FROM A FUTURE DATE. A ROW ALREADY
      *    THERE FOR THAT DATE IS REPLACED, AS IN BWPRICES.
      ******************************************************************
           MOVE ZEROS TO ENTRY-FROM, ENTRY-SANDWICH, COUNT-DONE
           MOVE SPACES TO REJECT-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT ACCEPT-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-FROM = ZEROS THEN
              EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (ENTRY-FROM) NOT = 0
           OR ENTRY-FROM NOT > TODAY-DATE THEN
              MOVE "THE DATE MUST BE A VALID FUTURE DATE"
                 TO REJECT-REASON
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O REPRICEPROP
           IF REPRICEPROP-FS NOT = 00 THEN
              MOVE "NO PROPOSALS - RUN THE SIMULATION" TO REJECT-REASON
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF
           OPEN I-O SRPRICES
           IF SRPRICES-FS = 35 THEN
              OPEN OUTPUT SRPRICES
              CLOSE SRPRICES
              OPEN I-O SRPRICES
           END-IF

           IF ENTRY-SANDWICH NOT = ZEROS THEN
              MOVE ENTRY-SANDWICH TO RP-SANDWICH-ID
              READ REPRICEPROP RECORD
                 INVALID KEY
                    MOVE "NO PROPOSAL FOR THIS SANDWICH"
                       TO REJECT-REASON
                 NOT INVALID KEY
                    IF RP-PENDING THEN
                       PERFORM ACCEPT-ONE-PROPOSAL
                    ELSE
                       MOVE "NO PENDING PROPOSAL FOR THIS SANDWICH"
                          TO REJECT-REASON
                    END-IF
              END-READ
           ELSE
              MOVE SPACES TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ REPRICEPROP NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF RP-PENDING THEN
                          PERFORM ACCEPT-ONE-PROPOSAL
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE REPRICEPROP, SRPRICES

           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF
           ACCEPT ACCEPTED-SCREEN
           EXIT SECTION.

       ACCEPT-ONE-PROPOSAL SECTION.
           MOVE RP-SANDWICH-ID TO SP-IID
           MOVE ENTRY-FROM TO SP-EFFECTIVE-FROM
           READ SRPRICES RECORD
              INVALID KEY
                 MOVE RP-PROPOSED-PRICE TO SP-PRICE
                 WRITE SP-DETAILS
                 END-WRITE
              NOT INVALID KEY
                 MOVE RP-PROPOSED-PRICE TO SP-PRICE
                 REWRITE SP-DETAILS
                 END-REWRITE
           END-READ

           MOVE "A" TO RP-STATUS
           MOVE ENTRY-FROM TO RP-EFFECTIVE-FROM
           REWRITE RP-DETAILS
           END-REWRITE
           ADD 1 TO COUNT-DONE

           MOVE "BWREPRICE" TO AC-PROGRAM
           MOVE "ACCEPT" TO AC-ACTION
           MOVE RP-SANDWICH-ID TO AC-KEY
           MOVE SPACES TO AC-BEFORE, AC-AFTER
           STRING "PRICE " RP-CURRENT-PRICE " COST " RP-NEW-COST
              " TARGET " RP-TARGET-PCT "%" INTO AC-BEFORE
           END-STRING
           STRING "FROM " ENTRY-FROM " PRICE " RP-PROPOSED-PRICE
              INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL
           EXIT SECTION.

       END PROGRAM BWREPRICE.
