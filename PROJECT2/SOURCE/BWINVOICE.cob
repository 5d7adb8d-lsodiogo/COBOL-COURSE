      *    CONTRACT (BWCONTRACTPRICE) ON ITS DELIVERY DATE, THE SAME
      *    WAY THE ORDER WAS PRICED AT REGISTRATION, INSTEAD OF THE
      *    SANDWICH MASTER'S CURRENT LIST PRICE.
      *    V3 | 15.10.2026 | ORDERS HAVE LINES: EACH LINE IS BILLED AT
      *    THE UNIT PRICE FIXED ON IT AT REGISTRATION (LINES ON FILE
      *    BEFORE THEN ARE STILL PRICED AS ABOVE), THE ORDER COUNT ON
      *    THE INVOICE COUNTS ORDERS RATHER THAN LINES, AND THE
      *    EXTRACT SHOWS THE ORDER AND LINE BILLED.
      *    V4 | 15.10.2026 | DELIVERY CHARGES: EACH SCHOOL DELIVERY
      *    DATE BILLED FOR THE FIRST TIME IS CHARGED THE DELIVERY
      *    ZONE'S CHARGE (ZONE BY THE SCHOOL'S POSTAL CODE, SEE
      *    BWDELZONES) AND, WHEN THE NET VALUE OF THE DAY'S GOODS IS
      *    BELOW THE ZONE MINIMUM, THE SMALL-ORDER SURCHARGE, UNLESS
      *    THE CONTRACT IN FORCE WAIVES THEM. THEY ARE SEPARATE LINES
      *    OF THE EXTRACT, ARE KEPT PER DELIVERY IN DELCHARGES (SO A
      *    DELIVERY IS NEVER CHARGED TWICE) AND IN INV-CHARGES.
      *    V5 | 15.10.2026 | INV-FEES ZERO ON THE PERIOD INVOICES
      *    (FEE INVOICES COME FROM BWDIRDEBIT).
      ******************************************************************
      *    GENERATES SEQUENTIALLY NUMBERED INVOICES FROM THE LIVE
      *    ORDERS, ONE PER SCHOOL AND DELIVERY PERIOD (YYYYMM),
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

           SELECT CONTRACTS ASSIGN TO "BWCONTRACTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CN-SCHOOL-INTERNAL-ID
              FILE STATUS IS CONTRACTS-FS.

           SELECT DELZONES ASSIGN TO "DELZONES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DZ-ZONE-ID
              FILE STATUS IS DELZONES-FS.

           SELECT DELCHARGES ASSIGN TO "DELCHARGES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DC-KEY
              FILE STATUS IS DELCHARGES-FS.

           SELECT INVREPORT ASSIGN TO "INVOICES.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INVREPORT-FS.
       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  CONTRACTS.
       COPY CB-CONTRACTS.

       FD  DELZONES.
       COPY CB-DELZONE.

       FD  DELCHARGES.
       COPY CB-DELCHARGE.

       FD  INVREPORT.
       01  INV-LINE                             PIC X(100).

       77  ORDERS-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  INVREPORT-FS                         PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  CONTRACTS-FS                         PIC 9(002).
       77  DELZONES-FS                          PIC 9(002).
       77  DELCHARGES-FS                        PIC 9(002).
       77  ZONE-EOF                             PIC X(001).
       77  WORK-POSTAL                          PIC 9(004).
       77  WORK-WAIVER                          PIC X(001).
       77  CHARGE-VAT                           PIC 9(007)V99.
       77  DD-IDX                               PIC 9(004).
       77  DD-MAX                               PIC 9(004).
       77  DD-OVERFLOW                          PIC X(001).
       77  CHARGE-EDITED                        PIC ZZ9.99.
       77  MIN-EDITED                           PIC ZZZZ9.99.
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  EOF-FLAG                             PIC X(001).
       77  EFFECTIVE-PRICE                      PIC 99V99.
       77  ORDER-DEL-DATE                       PIC 9(008).
       77  TIER-PRICE-EDITED                    PIC Z9.99.
       77  ORDER-COUNT-ADD                      PIC 9(001).
       01  TIER-PRICE-CALL.
           05 TP-SANDWICH-IID                   PIC 9(003).
           05 TP-QUANTITY                       PIC 9(003).
               10 SCH-TAB-ORDERS                PIC 9(005).
               10 SCH-TAB-NET                   PIC 9(007)V99.
               10 SCH-TAB-VAT                   PIC 9(007)V99.
               10 SCH-TAB-CHARGES               PIC 9(007)V99.

      *    ONE ENTRY PER SCHOOL AND DELIVERY DATE BILLED IN THE RUN.
      *    STATUS C = CHARGED NOW, B = CHARGED BY AN EARLIER RUN,
      *    N = NO DELIVERY ZONE FOR THE SCHOOL'S POSTAL CODE.
       01  DD-TABLE.
           05 DD-ENTRY OCCURS 7000 TIMES.
               10 DD-SCHOOL                     PIC 9(003).
               10 DD-DATE                       PIC 9(008).
               10 DD-NET                        PIC 9(007)V99.
               10 DD-STATUS                     PIC X(001).
               10 DD-ZONE                       PIC 9(002).
               10 DD-CHARGE                     PIC 9(003)V99.
               10 DD-SURCHARGE                  PIC 9(003)V99.
               10 DD-MIN                        PIC 9(005)V99.
               10 DD-WAIVER                     PIC X(001).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
              OPEN OUTPUT ORDINV
           END-IF
           CLOSE ORDINV
           OPEN I-O DELCHARGES
           IF DELCHARGES-FS = 35 THEN
              OPEN OUTPUT DELCHARGES
           END-IF
           CLOSE DELCHARGES
           EXIT SECTION.

       GENERATE-INVOICES SECTION.
              EXIT SECTION
           END-IF

           MOVE ZEROS TO SCH-MAX, COUNT-INVOICES, DD-MAX
           MOVE SPACES TO EOF-FLAG, DD-OVERFLOW

           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN

           CLOSE ORDERS, SANDWICHES

           PERFORM PRICE-DELIVERIES

           OPEN I-O INVOICES
           PERFORM VARYING SCH-IDX FROM 1 BY 1 UNTIL SCH-IDX > SCH-MAX
              PERFORM WRITE-SCHOOL-INVOICE
           END-READ

           MOVE ZEROS TO ORDER-NET, ORDER-VAT
      *    ONLY THE FIRST LINE OF AN ORDER ADDS TO THE ORDER COUNT.
           MOVE ZEROS TO ORDER-COUNT-ADD
           IF FD-ORDERS-LINE-NO <= 1 THEN
              MOVE 1 TO ORDER-COUNT-ADD
           END-IF
           IF FD-ORDERS-HEADER-ID = ZEROS THEN
              MOVE FD-ORDERS-ID TO FD-ORDERS-HEADER-ID
           END-IF

      *    A LINE CARRIES THE UNIT PRICE AGREED AT REGISTRATION
      *    (PRICE HISTORY, QUANTITY BREAK AND CONTRACT ALREADY
      *    APPLIED) - IT IS BILLED AT THAT PRICE.
           IF FD-ORDERS-UNIT-PRICE > ZEROS THEN
              COMPUTE ORDER-NET =
                 FD-ORDERS-UNIT-PRICE * FD-ORDERS-QUANTITY
              COMPUTE ORDER-VAT ROUNDED = ORDER-NET * VAT-RATE
              PERFORM ADD-TO-SCHOOL-TOTALS
              PERFORM LINK-ORDER-LINE
              EXIT SECTION
           END-IF

           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO SR-IID
           READ SANDWICHES
              INVALID KEY
                 IF TP-APPLIED = "Y" THEN
                    MOVE EFFECTIVE-PRICE TO TIER-PRICE-EDITED
                    MOVE SPACES TO INV-LINE
                    STRING "ORDER " FD-ORDERS-HEADER-ID
                       " LINE " FD-ORDERS-LINE-NO
                       " | VOLUME TIER FROM " TP-FROM-QTY
                       " UNITS | UNIT PRICE " TIER-PRICE-EDITED
                       INTO INV-LINE
           END-READ

           PERFORM ADD-TO-SCHOOL-TOTALS
           PERFORM LINK-ORDER-LINE
           EXIT SECTION.

       LINK-ORDER-LINE SECTION.
      ******************************************************************
      *    LINKS THE BILLED LINE TO ITS INVOICE IN ORDINV WITH THE
      *    AMOUNTS AS INVOICED.
      ******************************************************************
           IF ORDER-BILLED NOT = "Y" THEN
      *    THE SCHOOL TABLE IS FULL: THE ORDER IS LEFT UNBILLED (AND
      *    UNLINKED, SO A LATER RUN CAN PICK IT UP) AND REPORTED.
              MOVE SPACES TO INV-LINE
              STRING "ORDER " FD-ORDERS-HEADER-ID
                 " LINE " FD-ORDERS-LINE-NO
                 " NOT BILLED - SCHOOL TABLE FULL" INTO INV-LINE
              END-STRING
              WRITE INV-LINE
              INVALID KEY
                 EXIT SECTION
           END-WRITE
           PERFORM ADD-TO-DELIVERY
           EXIT SECTION.

       ADD-TO-DELIVERY SECTION.
      ******************************************************************
      *    ADDS THE BILLED LINE'S NET VALUE TO ITS SCHOOL AND
      *    DELIVERY DATE, FOR THE DELIVERY CHARGES.
      ******************************************************************
           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING DD-IDX FROM 1 BY 1 UNTIL
              DD-IDX > DD-MAX OR FOUND-FLAG = "Y"
              IF DD-SCHOOL (DD-IDX) = FD-ORDERS-SCHOOL-INTERNAL-ID
              AND DD-DATE (DD-IDX) = FD-DELIVERY-DATE THEN
                 ADD ORDER-NET TO DD-NET (DD-IDX)
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM
           IF FOUND-FLAG = "Y" THEN
              EXIT SECTION
           END-IF
           IF DD-MAX >= 7000 THEN
              MOVE "Y" TO DD-OVERFLOW
              EXIT SECTION
           END-IF
           ADD 1 TO DD-MAX
           INITIALIZE DD-ENTRY (DD-MAX)
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO DD-SCHOOL (DD-MAX)
           MOVE FD-DELIVERY-DATE TO DD-DATE (DD-MAX)
           MOVE ORDER-NET TO DD-NET (DD-MAX)
           EXIT SECTION.

       PRICE-DELIVERIES SECTION.
      ******************************************************************
      *    CHARGES EVERY SCHOOL DELIVERY DATE OF THE RUN NOT CHARGED
      *    BEFORE AND ADDS THE CHARGES TO THE SCHOOL'S INVOICE.
      ******************************************************************
           OPEN INPUT SCHOOLS
           OPEN INPUT CONTRACTS
           OPEN INPUT DELZONES
           OPEN I-O DELCHARGES

           PERFORM VARYING DD-IDX FROM 1 BY 1 UNTIL DD-IDX > DD-MAX
              PERFORM PRICE-ONE-DELIVERY
           END-PERFORM

           IF DD-OVERFLOW = "Y" THEN
              MOVE SPACES TO INV-LINE
              STRING "*** DELIVERY TABLE FULL - SOME DELIVERIES NOT"
                 " CHARGED" INTO INV-LINE
              END-STRING
              WRITE INV-LINE
              END-WRITE
           END-IF

           CLOSE SCHOOLS, DELCHARGES
           IF CONTRACTS-FS = 00 THEN
              CLOSE CONTRACTS
           END-IF
           IF DELZONES-FS = 00 THEN
              CLOSE DELZONES
           END-IF
           EXIT SECTION.

       PRICE-ONE-DELIVERY SECTION.
      ******************************************************************
      *    ZONE CHARGE, AND SURCHARGE BELOW THE ZONE MINIMUM, LESS
      *    WHAT THE CONTRACT IN FORCE ON THE DELIVERY DATE WAIVES.
      ******************************************************************
           MOVE DD-SCHOOL (DD-IDX) TO DC-SCHOOL-INTERNAL-ID
           MOVE DD-DATE (DD-IDX) TO DC-DELIVERY-DATE
           READ DELCHARGES RECORD
              NOT INVALID KEY
                 MOVE "B" TO DD-STATUS (DD-IDX)
                 EXIT SECTION
           END-READ

           MOVE "N" TO DD-STATUS (DD-IDX)
           MOVE DD-SCHOOL (DD-IDX) TO SCHOOL-INTERNAL-ID
           READ SCHOOLS RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ
           MOVE SCHL-POSTAL-CODE1 TO WORK-POSTAL
           PERFORM FIND-ZONE
           IF DD-ZONE (DD-IDX) = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE "N" TO WORK-WAIVER
           IF CONTRACTS-FS = 00 THEN
              MOVE DD-SCHOOL (DD-IDX) TO CN-SCHOOL-INTERNAL-ID
              READ CONTRACTS RECORD
                 NOT INVALID KEY
                    IF DD-DATE (DD-IDX) >= CN-VALID-FROM
                    AND DD-DATE (DD-IDX) <= CN-VALID-TO
                    AND (CN-WAIVE-SURCHARGE OR CN-WAIVE-ALL-CHARGES)
                    THEN
                       MOVE CN-CHARGE-WAIVER TO WORK-WAIVER
                    END-IF
              END-READ
           END-IF
           MOVE WORK-WAIVER TO DD-WAIVER (DD-IDX)

           MOVE "C" TO DD-STATUS (DD-IDX)
           MOVE DZ-CHARGE TO DD-CHARGE (DD-IDX)
           MOVE DZ-MIN-ORDER TO DD-MIN (DD-IDX)
           MOVE ZEROS TO DD-SURCHARGE (DD-IDX)
           IF DD-NET (DD-IDX) < DZ-MIN-ORDER THEN
              MOVE DZ-SURCHARGE TO DD-SURCHARGE (DD-IDX)
           END-IF
           IF WORK-WAIVER = "A" THEN
              MOVE ZEROS TO DD-CHARGE (DD-IDX)
           END-IF
           IF WORK-WAIVER = "A" OR WORK-WAIVER = "S" THEN
              MOVE ZEROS TO DD-SURCHARGE (DD-IDX)
           END-IF

           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING SCH-IDX FROM 1 BY 1 UNTIL
              SCH-IDX > SCH-MAX OR FOUND-FLAG = "Y"
              IF SCH-TAB-ID (SCH-IDX) = DD-SCHOOL (DD-IDX) THEN
                 MOVE "Y" TO FOUND-FLAG
                 COMPUTE ORDER-NET = DD-CHARGE (DD-IDX)
                    + DD-SURCHARGE (DD-IDX)
                 COMPUTE CHARGE-VAT ROUNDED = ORDER-NET * VAT-RATE
                 ADD ORDER-NET TO SCH-TAB-NET (SCH-IDX)
                 ADD ORDER-NET TO SCH-TAB-CHARGES (SCH-IDX)
                 ADD CHARGE-VAT TO SCH-TAB-VAT (SCH-IDX)
                 MOVE SCH-TAB-INVNO (SCH-IDX) TO DC-INVOICE-NUMBER
              END-IF
           END-PERFORM

           MOVE DD-SCHOOL (DD-IDX) TO DC-SCHOOL-INTERNAL-ID
           MOVE DD-DATE (DD-IDX) TO DC-DELIVERY-DATE
           MOVE DD-ZONE (DD-IDX) TO DC-ZONE-ID
           MOVE DD-NET (DD-IDX) TO DC-GOODS-NET
           MOVE DD-CHARGE (DD-IDX) TO DC-CHARGE
           MOVE DD-SURCHARGE (DD-IDX) TO DC-SURCHARGE
           MOVE WORK-WAIVER TO DC-WAIVER
           WRITE DC-DETAILS
              INVALID KEY
                 CONTINUE
           END-WRITE
           EXIT SECTION.

       FIND-ZONE SECTION.
      ******************************************************************
      *    THE ZONE WHOSE POSTAL CODE RANGE HOLDS WORK-POSTAL; ZONE
      *    ZERO WHEN THERE IS NONE. THE ZONE STAYS IN DZ-DETAILS.
      ******************************************************************
           MOVE ZEROS TO DD-ZONE (DD-IDX)
           IF DELZONES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           MOVE SPACES TO ZONE-EOF
           MOVE ZEROS TO DZ-ZONE-ID
           START DELZONES KEY IS NOT LESS THAN DZ-ZONE-ID
              INVALID KEY
                 MOVE "Y" TO ZONE-EOF
           END-START
           PERFORM UNTIL ZONE-EOF = "Y"
              READ DELZONES NEXT RECORD
                 AT END
                    MOVE "Y" TO ZONE-EOF
                 NOT AT END
                    IF WORK-POSTAL >= DZ-CP-FROM
                    AND WORK-POSTAL <= DZ-CP-TO THEN
                       MOVE DZ-ZONE-ID TO DD-ZONE (DD-IDX)
                       MOVE "Y" TO ZONE-EOF
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       ADD-TO-SCHOOL-TOTALS SECTION.
              IF SCH-TAB-ID (SCH-IDX) = FD-ORDERS-SCHOOL-INTERNAL-ID
              THEN
                 MOVE "Y" TO FOUND-FLAG
                 ADD ORDER-COUNT-ADD TO SCH-TAB-ORDERS (SCH-IDX)
                 ADD ORDER-NET TO SCH-TAB-NET (SCH-IDX)
                 ADD ORDER-VAT TO SCH-TAB-VAT (SCH-IDX)
                 MOVE SCH-TAB-INVNO (SCH-IDX) TO CURRENT-INVNO
              ADD 1 TO SCH-MAX
              MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO
                 SCH-TAB-ID (SCH-MAX)
              MOVE ORDER-COUNT-ADD TO SCH-TAB-ORDERS (SCH-MAX)
              MOVE ORDER-NET TO SCH-TAB-NET (SCH-MAX)
              MOVE ORDER-VAT TO SCH-TAB-VAT (SCH-MAX)
              MOVE ZEROS TO SCH-TAB-CHARGES (SCH-MAX)
              MOVE NEXT-INV-NUMBER TO SCH-TAB-INVNO (SCH-MAX)
              MOVE NEXT-INV-NUMBER TO CURRENT-INVNO
              ADD 1 TO NEXT-INV-NUMBER
           MOVE SCH-TAB-ORDERS (SCH-IDX) TO INV-ORDERS-COUNT
           MOVE SCH-TAB-NET (SCH-IDX) TO INV-NET
           MOVE SCH-TAB-VAT (SCH-IDX) TO INV-VAT
           MOVE SCH-TAB-CHARGES (SCH-IDX) TO INV-CHARGES
           MOVE ZEROS TO INV-FEES
           COMPUTE INV-TOTAL = INV-NET + INV-VAT
           MOVE ZEROS TO INV-REF-INVOICE, INV-REF-ORDER
           MOVE FUNCTION CURRENT-DATE (1:8) TO INV-DATE
           END-STRING
           WRITE INV-LINE
           END-WRITE

           PERFORM VARYING DD-IDX FROM 1 BY 1 UNTIL DD-IDX > DD-MAX
              IF DD-SCHOOL (DD-IDX) = INV-SCHOOL-INTERNAL-ID THEN
                 PERFORM WRITE-DELIVERY-LINES
              END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-DELIVERY-LINES SECTION.
      ******************************************************************
      *    THE CHARGE LINES OF ONE DELIVERY UNDER ITS INVOICE.
      ******************************************************************
           IF DD-STATUS (DD-IDX) = "N" THEN
              MOVE SPACES TO INV-LINE
              STRING "   DELIVERY " DD-DATE (DD-IDX)
                 " | *** NO DELIVERY ZONE FOR THE SCHOOL'S POSTAL"
                 " CODE - NOT CHARGED" INTO INV-LINE
              END-STRING
              WRITE INV-LINE
              END-WRITE
           END-IF
           IF DD-STATUS (DD-IDX) NOT = "C" THEN
              EXIT SECTION
           END-IF

           IF DD-CHARGE (DD-IDX) > ZEROS THEN
              MOVE DD-CHARGE (DD-IDX) TO CHARGE-EDITED
              MOVE SPACES TO INV-LINE
              STRING "   DELIVERY " DD-DATE (DD-IDX)
                 " | ZONE " DD-ZONE (DD-IDX)
                 " | DELIVERY CHARGE " CHARGE-EDITED
                 INTO INV-LINE
              END-STRING
              WRITE INV-LINE
              END-WRITE
           END-IF
           IF DD-SURCHARGE (DD-IDX) > ZEROS THEN
              MOVE DD-SURCHARGE (DD-IDX) TO CHARGE-EDITED
              MOVE DD-MIN (DD-IDX) TO MIN-EDITED
              MOVE SPACES TO INV-LINE
              STRING "   DELIVERY " DD-DATE (DD-IDX)
                 " | SMALL ORDER SURCHARGE " CHARGE-EDITED
                 " | BELOW MINIMUM " MIN-EDITED
                 INTO INV-LINE
              END-STRING
              WRITE INV-LINE
              END-WRITE
           END-IF
           IF DD-WAIVER (DD-IDX) = "A" OR DD-WAIVER (DD-IDX) = "S"
              THEN
              MOVE SPACES TO INV-LINE
              IF DD-WAIVER (DD-IDX) = "A" THEN
                 STRING "   DELIVERY " DD-DATE (DD-IDX)
                    " | ZONE " DD-ZONE (DD-IDX)
                    " | DELIVERY CHARGES WAIVED BY CONTRACT"
                    INTO INV-LINE
                 END-STRING
              ELSE
                 STRING "   DELIVERY " DD-DATE (DD-IDX)
                    " | ZONE " DD-ZONE (DD-IDX)
                    " | SMALL ORDER SURCHARGE WAIVED BY CONTRACT"
                    INTO INV-LINE
                 END-STRING
              END-IF
              WRITE INV-LINE
              END-WRITE
           END-IF
           EXIT SECTION.

       NEXT-INVOICE-NUMBER SECTION.
