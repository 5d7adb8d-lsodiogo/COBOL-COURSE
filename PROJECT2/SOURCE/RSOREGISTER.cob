      *       ORDERS ARE QUEUED IN THE OUTBOUND SPOOL (BWFEEDSPOOL)
      *       INSTEAD OF APPENDED STRAIGHT TO SCHOOLFEED; BWFEEDXMIT
      *       TRANSMITS THE SPOOL EXACTLY ONCE.
      *    REGISTER ORDERS | V1.1 | IN UPDATE | 15.10.2026 | AN ORDER IS
      *       A HEADER (SCHOOL, DELIVERY DATE AND TIME, REFERENCE,
      *       STATUS, FILE ORDERHEADERS) WITH UP TO 30 SANDWICH LINES,
      *       EACH PRICED AND CHECKED AS BEFORE; APPROVAL, CAPACITY
      *       AND THE SCHOOLFEED MESSAGE (BWORDFEED) COVER THE WHOLE
      *       ORDER.
      *    REGISTER ORDERS | V1.2 | IN UPDATE | 15.10.2026 | THE
      *       SCHOOL'S CREDIT IS CHECKED BEFORE THE ORDER IS SAVED
      *       (OPEN BALANCE PLUS ORDERS NOT YET INVOICED AGAINST ITS
      *       LIMIT, OR A CREDIT HOLD, SEE BWCREDGATE): AN ORDER OVER
      *       IS REFUSED OR SAVED AND HELD FOR APPROVAL, AS SET FOR
      *       THE SCHOOL IN BWCREDIT.
      *    REGISTER ORDERS | V1.3 | IN UPDATE | 15.10.2026 | A DELIVERY
      *       DATE ON WHICH THE SCHOOL IS CLOSED (TERM BREAK, HOLIDAY
      *       OR CLOSURE, SEE BWCLOSURES AND BWCLOSEGATE) IS REFUSED.
      *    REGISTER ORDERS | V1.4 | IN UPDATE | 15.10.2026 | WARNS WHEN
      *       THE SCHOOL'S ORDERS FOR THE DAY, THIS ONE INCLUDED, HOLD
      *       TOO FEW SANDWICHES COMPLYING WITH A DIETARY REQUIREMENT
      *       OF THE SCHOOL (SEE BWDIET AND BWDIETGATE).
      *    REGISTER ORDERS | V1.5 | IN UPDATE | 15.10.2026 | EACH ORDER
      *       CARRIES THE KITCHEN SITE THAT PRODUCES IT: THE SCHOOL'S
      *       PRODUCING SITE BY DEFAULT (SEE BWSCHSITE), WHICH THE
      *       OPERATOR MAY OVERRIDE FOR THE ORDER. CAPACITY AND
      *       AVAILABLE-TO-PROMISE ARE CHECKED AT THAT SITE.
      *    REGISTER ORDERS | V1.6 | IN UPDATE | 15.10.2026 | A SEASONAL
      *       SANDWICH IS ONLY TAKEN FOR A DELIVERY DATE INSIDE ONE OF
      *       ITS AVAILABILITY WINDOWS (SEE BWSRAVAIL AND BWAVAILGATE).
      *    REGISTER ORDERS | V1.7 | IN UPDATE | 15.10.2026 | THE
      *       AVAILABLE-TO-PROMISE CHECK OF A LINE COUNTS THE
      *       INGREDIENTS HELD BY THE EARLIER LINES OF THE SAME ORDER
      *       (SEE BWRESERVE), SO TWO LINES CANNOT PROMISE THE SAME
      *       STOCK.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FD  EVENTCUST.
       COPY CB-EVENTCUST.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       WORKING-STORAGE SECTION.
       77  EVENTCUST-FS                         PIC 9(002).
       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
       01  CAP-GATE-CALL.
           05 LC-DATE                           PIC 9(008).
           05 LC-HOUR                           PIC 9(002).
           05 LC-QUANTITY                       PIC 9(005).
           05 LC-SITE                           PIC 9(002).
           05 LC-LOAD                           PIC 9(006).
           05 LC-CAPACITY                       PIC 9(005).
       01  APPROVAL-GATE-CALL.
           05 AG-ORDERS-ID                      PIC 9(005).
           05 AG-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 AG-QUANTITY                       PIC 9(005).
           05 AG-VALUE                          PIC 9(007)V99.
           05 AG-DECISION                       PIC X(001).
       01  CREDIT-GATE-CALL.
           05 CC-ACTION                         PIC X(001).
           05 CC-ORDERS-ID                      PIC 9(005).
           05 CC-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 CC-QUANTITY                       PIC 9(005).
           05 CC-VALUE                          PIC 9(007)V99.
           05 CC-LIMIT                          PIC 9(007)V99.
           05 CC-ON-HOLD                        PIC X(001).
           05 CC-OPEN-BALANCE                   PIC S9(008)V99.
           05 CC-UNBILLED                       PIC 9(008)V99.
           05 CC-EXPOSURE                       PIC S9(008)V99.
           05 CC-DECISION                       PIC X(001).
       01  CLOSE-GATE-CALL.
           05 CL-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 CL-DATE                           PIC 9(008).
           05 CL-CLOSED                         PIC X(001).
           05 CL-TYPE                           PIC X(001).
           05 CL-REASON                         PIC X(030).
       01  AVAIL-GATE-CALL.
           05 AG-SANDWICH-INTERNAL-ID           PIC 9(003).
           05 AG-DATE                           PIC 9(008).
           05 AG-AVAILABLE                      PIC X(001).
           05 AG-HAS-WINDOWS                    PIC X(001).
       01  DIET-GATE-CALL.
           05 DG-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 DG-DATE                           PIC 9(008).
           05 DG-LINE-COUNT                     PIC 9(003).
           05 DG-LINE OCCURS 100 TIMES.
               10 DG-LINE-HOUR                  PIC 9(002).
               10 DG-LINE-SANDWICH              PIC 9(003).
               10 DG-LINE-QTY                   PIC 9(005).
           05 DG-DIET-COUNT                     PIC 9(002).
           05 DG-DIET OCCURS 10 TIMES.
               10 DG-DIET-CODE                  PIC X(004).
               10 DG-DIET-NAME                  PIC X(020).
               10 DG-DIET-PUPILS                PIC 9(003).
               10 DG-DIET-SHORT                 PIC 9(003).
           05 DG-ALLOC-COUNT                    PIC 9(003).
           05 DG-ALLOC OCCURS 100 TIMES.
               10 DG-ALLOC-DIET                 PIC 9(002).
               10 DG-ALLOC-LINE                 PIC 9(003).
               10 DG-ALLOC-QTY                  PIC 9(005).
       77  DIET-IDX                             PIC 9(002).
       77  DIET-EOF                             PIC X(001).
       COPY RSOWS.
       COPY RSOWSVAR.
       COPY RSOTABLES.
           05 RC-QUANTITY                       PIC 9(003).
           05 RC-SHORT                          PIC X(001).
           05 RC-SHORT-ING                      PIC 9(003).
           05 RC-SITE                           PIC 9(002).
           05 RC-HELD-COUNT                     PIC 9(003) VALUE ZEROS.
           05 RC-HELD OCCURS 100 TIMES.
               10 RC-HELD-ING                   PIC 9(003).
               10 RC-HELD-QTY                   PIC 9(009).
       77  ATP-WARNING-TEXT                     PIC X(060).
       77  ORDER-SITE                           PIC 9(002).

      *    THE LINES OF THE ORDER BEING ENTERED. THE ORDER NUMBER IS
      *    THE ID OF ITS FIRST LINE; THE OTHER LINES TAKE THE NEXT IDS.
      *    30 LINES FILL ONE SCHOOLFEED MESSAGE (SEE BWORDFEED).
       77  ORDER-REFERENCE                      PIC X(020).
       77  ORDER-LINE-MAX                       PIC 9(003) VALUE 30.
       77  ORDER-LINE-COUNT                     PIC 9(003).
       77  ORDER-LINE-IDX                       PIC 9(003).
       77  ORDER-TOTAL-QUANTITY                 PIC 9(005).
       77  ORDER-TOTAL-NET                      PIC 9(007)V99.
       77  ORDER-TOTAL-VAT                      PIC 9(007)V99.
       77  ORDER-TOTAL-WITH-VAT                 PIC 9(007)V99.
       77  MORE-LINES                           PIC X(001).
           88  MORE-LINES-YES                   VALUE "Y" "y".
           88  MORE-LINES-NO                    VALUE "N" "n".
           88  MORE-LINES-VALID                 VALUE "Y" "y" "N" "n".
       01  ORDER-LINE-TABLE.
           05 OL-ENTRY OCCURS 30 TIMES.
              10 OL-SANDWICH-INTERNAL-ID        PIC 9(003).
              10 OL-QUANTITY                    PIC 9(003).
              10 OL-UNIT-PRICE                  PIC 99V99.
       01  ORDER-FEED-CALL.
           05 OF-ORDERS-ID                      PIC 9(005).
           05 OF-RESULT                         PIC X(001).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 VALUE REGISTER-TEXT-SANDWICH      LINE 17 COL 05.
           05 VALUE REGISTER-TEXT-QUANTITY      LINE 18 COL 05.
           05 VALUE REGISTER-TEXT-ORDER-DATE    LINE 19 COL 05.
           05 REG-ID PIC 9(005) LINE 13 COL 26
              USING WS-ORDERS-HEADER-ID.
           05 VALUE "REFERENCE:"                LINE 14 COL 05.
           05 REG-REFERENCE PIC X(020) LINE 14 COL 26
              USING ORDER-REFERENCE AUTO.
           05 VALUE "ORDER LINE:"               LINE 20 COL 05.
           05 REG-LINE-NO PIC 9(003) LINE 20 COL 26
              FROM WS-ORDERS-LINE-NO.
           05 VALUE "KITCHEN SITE:"             LINE 21 COL 05.
           05 REG-SITE PIC 9(002) LINE 21 COL 26
              USING ORDER-SITE AUTO.
           05 REG-REC.
              10 REG-DELIVERY-DATE.
                 15 REG-DELIVERY-DAY PIC X(002) LINE 15 COL 26 TO
           05 VALUE REGISTER-TEXT-SANDWICH      LINE 17 COL 05.
           05 VALUE REGISTER-TEXT-QUANTITY      LINE 18 COL 05.
           05 VALUE REGISTER-TEXT-ORDER-DATE    LINE 19 COL 05.
           05 REG-ID2 PIC 9(005) LINE 13 COL 26
              USING WS-ORDERS-HEADER-ID.
           05 VALUE "REFERENCE:"                LINE 14 COL 05.
           05 REG-REFERENCE2 PIC X(020) LINE 14 COL 26
              FROM ORDER-REFERENCE.
           05 VALUE "ORDER LINE:"               LINE 20 COL 05.
           05 REG-LINE-NO2 PIC 9(003) LINE 20 COL 26
              FROM WS-ORDERS-LINE-NO.
           05 VALUE "KITCHEN SITE:"             LINE 21 COL 05.
           05 REG-SITE2 PIC 9(002) LINE 21 COL 26
              FROM ORDER-SITE.
           05 VALUE "ORDER LINES:"              LINE 13 COL 49.
           05 REG-LINE-COUNT2 PIC ZZ9 LINE 13 COL 78
              FROM ORDER-LINE-COUNT.
           05 VALUE "ORDER QUANTITY:"           LINE 14 COL 49.
           05 REG-ORDER-QTY2 PIC ZZZZ9 LINE 14 COL 76
              FROM ORDER-TOTAL-QUANTITY.
           05 VALUE "ORDER TOTAL WITH VAT:"     LINE 15 COL 49.
           05 REG-ORDER-TOTAL2 PIC Z(006)9.99 LINE 15 COL 71
              FROM ORDER-TOTAL-WITH-VAT.
           05 VALUE EUROS LINE 15 COL 82.
           05 REG-REC2.
              10 REG-DELIVERY-DATE2.
                 15 REG-DELIVERY-DAY2 PIC X(002) LINE 15 COL 26 FROM
           05 SS-SAVE PIC X(002) LINE 25 COL 61
              FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 TO SAVE.

      ******************************************************************

       01  MORE-LINES-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE ALL " " PIC X(095) LINE 24 COL 01.
           05 VALUE ALL " " PIC X(095) LINE 25 COL 01.
           05 VALUE ALL " " PIC X(095) LINE 26 COL 01.
           05 VALUE "ADD ANOTHER SANDWICH TO THIS ORDER? (Y/N)"
              LINE 25 COL 03 FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SS-MORE-LINES PIC X(001) LINE 25 COL 61
              FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 TO MORE-LINES.

      ******************************************************************

       PROCEDURE DIVISION.
           MOVE ZEROS  TO REG-SCHOOL, REG-SANDWICH, REG-QUANTITY

           MOVE FDORDERSKEYS TO WS-ORDERS-ID
           MOVE FDORDERSKEYS TO WS-ORDERS-HEADER-ID
           MOVE 1 TO WS-ORDERS-LINE-NO
           MOVE SPACES TO ORDER-REFERENCE
           MOVE ZEROS TO ORDER-SITE
           MOVE ZEROS TO ORDER-LINE-COUNT, ORDER-TOTAL-QUANTITY,
              ORDER-TOTAL-NET, ORDER-TOTAL-VAT, ORDER-TOTAL-WITH-VAT
           MOVE ZEROS TO RC-HELD-COUNT

           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
                 EXIT SECTION
              END-IF

           PERFORM GET-REFERENCE
              IF KEYSTATUS = F3 THEN
                 CLOSE ORDERSKEYS
                 CLOSE ORDERS
                 EXIT SECTION
              END-IF

      *    THE KITCHEN SITE PRODUCING THE ORDER: THE SCHOOL'S DEFAULT,
      *    WHICH THE OPERATOR MAY OVERRIDE FOR THIS ORDER ONLY.
           PERFORM GET-ORDER-SITE
              IF KEYSTATUS = F3 THEN
                 CLOSE ORDERSKEYS
                 CLOSE ORDERS

      *    AN ORDER INSIDE THE CUT-OFF LEAD TIME OF ITS SCHOOL NEEDS
      *    A SUPERVISOR OVERRIDE, RECORDED WITH WHO AND WHY (SEE
      *    BWCUTGATE); A REFUSED LATE ORDER IS NOT SAVED. THE CUT-OFF
      *    DEPENDS ONLY ON THE HEADER, SO IT IS ASKED BEFORE THE LINES.
           MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO CG-SCHOOL-INTERNAL-ID
           MOVE WS-DELIVERY-DATE TO CG-DELIVERY-DATE
           MOVE WS-DELIVERY-HOUR TO CG-DELIVERY-HOUR
              EXIT SECTION
           END-IF

      *    ONE SANDWICH AND QUANTITY PER LINE, AS MANY LINES AS THE
      *    OPERATOR ADDS (UP TO ORDER-LINE-MAX).
           MOVE SPACES TO MORE-LINES
           PERFORM WITH TEST AFTER UNTIL MORE-LINES-NO
              PERFORM ENTER-ORDER-LINE
              IF KEYSTATUS = F3 THEN
                 CLOSE ORDERSKEYS
                 CLOSE ORDERS
                 EXIT SECTION
              END-IF
           END-PERFORM

      *    THE SCHOOL'S DIETARY REQUIREMENTS FOR THE DAY ARE CHECKED
      *    AGAINST ITS ORDERS, THIS ONE INCLUDED; A SHORTFALL ONLY
      *    WARNS, THE OPERATOR MAY STILL SAVE.
           PERFORM CHECK-DIETARY-PORTIONS
           IF KEYSTATUS = F3 THEN
              CLOSE ORDERSKEYS
              CLOSE ORDERS
              EXIT SECTION
           END-IF

      *    THE SCHOOL'S EXPOSURE WITH THIS ORDER ADDED IS CHECKED
      *    AGAINST ITS CREDIT LIMIT AND HOLD (SEE BWCREDGATE): OVER, THE
      *    ORDER IS EITHER REFUSED HERE OR SAVED AND HELD FOR APPROVAL.
           MOVE "C" TO CC-ACTION
           MOVE WS-ORDERS-HEADER-ID TO CC-ORDERS-ID
           MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO CC-SCHOOL-INTERNAL-ID
           MOVE ORDER-TOTAL-QUANTITY TO CC-QUANTITY
           MOVE ORDER-TOTAL-WITH-VAT TO CC-VALUE
           CALL "BWCREDGATE" USING CREDIT-GATE-CALL
           IF CC-DECISION = "R" THEN
              IF CC-ON-HOLD = "Y" THEN
                 MOVE "ORDER REFUSED - THE SCHOOL IS ON CREDIT HOLD"
                    TO COMMENT-TEXT
              ELSE
                 MOVE "ORDER REFUSED - OVER THE SCHOOL'S CREDIT LIMIT"
                    TO COMMENT-TEXT
              END-IF
              ACCEPT COMMENTS-SCREEN
              CLOSE ORDERSKEYS
              CLOSE ORDERS
              EXIT SECTION
           END-IF
           IF CC-DECISION = "H" THEN
              MOVE "OVER THE SCHOOL'S CREDIT - THE ORDER WILL BE HELD"
                 TO COMMENT-TEXT
              ACCEPT COMMENTS-SCREEN
           END-IF

           PERFORM WITH TEST AFTER UNTIL SAVE-VALID
              CLOSE ORDERSKEYS
              MOVE "RSOREGISTER" TO AC-PROGRAM
              MOVE "ADD" TO AC-ACTION
              MOVE WS-ORDERS-HEADER-ID TO AC-KEY
              MOVE SPACES TO AC-BEFORE, AC-AFTER
              STRING "SCHOOL " WS-ORDERS-SCHOOL-INTERNAL-ID
                 " LINES " ORDER-LINE-COUNT
                 " QTY " ORDER-TOTAL-QUANTITY INTO AC-AFTER
              END-STRING
              CALL "BWAUDIT" USING AUDIT-CALL
              PERFORM WRITE-ORDER-LINES
              CLOSE ORDERS
              PERFORM WRITE-ORDER-HEADER

      *    THE ACCEPTED ORDER RESERVES ITS EXPLODED INGREDIENT
      *    QUANTITIES AGAINST THE STOCK BALANCES (SEE BWRESERVE),
      *    LINE BY LINE.
              PERFORM VARYING ORDER-LINE-IDX FROM 1 BY 1
                 UNTIL ORDER-LINE-IDX > ORDER-LINE-COUNT
                 MOVE "R" TO RC-ACTION
                 COMPUTE RC-ORDERS-ID =
                    WS-ORDERS-HEADER-ID + ORDER-LINE-IDX - 1
                 MOVE OL-SANDWICH-INTERNAL-ID (ORDER-LINE-IDX) TO
                    RC-SANDWICH
                 MOVE OL-QUANTITY (ORDER-LINE-IDX) TO RC-QUANTITY
                 MOVE ORDER-SITE TO RC-SITE
                 CALL "BWRESERVE" USING RESERVE-CALL
              END-PERFORM
      *    LARGE ORDERS (ABOVE THE CONFIGURABLE THRESHOLDS, ON THE
      *    ORDER AS A WHOLE) ARE HELD FOR SUPERVISOR APPROVAL AND ONLY
      *    REACH SCHOOLFEED WHEN RELEASED WITH BWAPPROVAL.
      *    AN ORDER OVER THE SCHOOL'S CREDIT GOES STRAIGHT TO THE
      *    SAME APPROVAL QUEUE.
              IF CC-DECISION = "H" THEN
                 MOVE "P" TO CC-ACTION
                 CALL "BWCREDGATE" USING CREDIT-GATE-CALL
                 MOVE "H" TO AG-DECISION
              ELSE
                 MOVE WS-ORDERS-HEADER-ID TO AG-ORDERS-ID
                 MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO
                    AG-SCHOOL-INTERNAL-ID
                 MOVE ORDER-TOTAL-QUANTITY TO AG-QUANTITY
                 MOVE ORDER-TOTAL-WITH-VAT TO AG-VALUE
                 CALL "BWAPPRGATE" USING APPROVAL-GATE-CALL
              END-IF
      *    THE CONFIRMED ORDER GOES TO THE SCHOOL'S OWN SYSTEM AS ONE
      *    SCHOOLFEED MESSAGE WITH ALL ITS LINES (SEE BWORDFEED).
              IF AG-DECISION NOT = "H" THEN
                 MOVE WS-ORDERS-HEADER-ID TO OF-ORDERS-ID
                 CALL "BWORDFEED" USING ORDER-FEED-CALL
              END-IF
              MOVE MESSAGE-WRITE-YES TO COMMENT-TEXT
              ACCEPT COMMENTS-SCREEN

      ******************************************************************

       ENTER-ORDER-LINE SECTION.
      ******************************************************************
      *    ONE LINE OF THE ORDER: SANDWICH, QUANTITY AND PRICE, THEN
      *    THE CAPACITY AND AVAILABLE-TO-PROMISE WARNINGS, THEN WHETHER
      *    ANOTHER LINE FOLLOWS. THE NEXT LINE TAKES THE NEXT ORDER ID.
      ******************************************************************
           IF ORDER-LINE-COUNT > ZEROS THEN
              ADD 1 TO FDORDERSKEYS
              MOVE FDORDERSKEYS TO WS-ORDERS-ID
              ADD 1 TO WS-ORDERS-LINE-NO
           END-IF
           MOVE ZEROS TO WS-ORDERS-SANDWICH-INTERNAL-ID,
              WS-ORDERS-QUANTITY

           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY REGISTER-SCREEN

           PERFORM GET-SANDWICH-ID
           IF KEYSTATUS = F3 THEN
              EXIT SECTION
           END-IF

           PERFORM GET-QUANTITY
           IF KEYSTATUS = F3 THEN
              EXIT SECTION
           END-IF

      *    AN HOUR LOADED PAST THE KITCHEN'S CAPACITY PROFILE ONLY
      *    WARNS - THE OPERATOR DECIDES (SEE BWCAPGATE). THE LOAD
      *    ADDED IS THE ORDER SO FAR, THIS LINE INCLUDED, AT THE
      *    ORDER'S PRODUCING SITE.
           MOVE WS-DELIVERY-DATE TO LC-DATE
           MOVE WS-DELIVERY-HOUR TO LC-HOUR
           COMPUTE LC-QUANTITY =
              ORDER-TOTAL-QUANTITY + WS-ORDERS-QUANTITY
           MOVE ORDER-SITE TO LC-SITE
           CALL "BWCAPGATE" USING CAP-GATE-CALL
           IF LC-WARNING = "Y" THEN
              MOVE SPACES TO COMMENT-TEXT
              STRING "WARNING: HOUR " LC-HOUR
                 ":00 LOADED " LC-LOAD
                 " OF " LC-CAPACITY INTO COMMENT-TEXT
              END-STRING
              ACCEPT COMMENTS-SCREEN
           END-IF

      *    AVAILABLE-TO-PROMISE: THE LINE IS EXPLODED THROUGH THE
      *    RECIPE AND CHECKED AGAINST STOCK NET OF RESERVATIONS AND
      *    OPEN PURCHASE ORDERS (SEE BWRESERVE), LESS WHAT THE EARLIER
      *    LINES OF THIS ORDER ALREADY HOLD (RC-HELD). A SHORT
      *    INGREDIENT ONLY WARNS - THE OPERATOR DECIDES WHETHER TO SAVE.
           MOVE "C" TO RC-ACTION
           MOVE WS-ORDERS-ID TO RC-ORDERS-ID
           MOVE WS-ORDERS-SANDWICH-INTERNAL-ID TO RC-SANDWICH
           MOVE WS-ORDERS-QUANTITY TO RC-QUANTITY
           MOVE ORDER-SITE TO RC-SITE
           CALL "BWRESERVE" USING RESERVE-CALL
           IF RC-SHORT = "Y" THEN
              MOVE SPACES TO ATP-WARNING-TEXT
              STRING "WARNING: INGREDIENT " RC-SHORT-ING
                 " WOULD GO BELOW ZERO NET OF OPEN POS"
                 INTO ATP-WARNING-TEXT
              END-STRING
              MOVE ATP-WARNING-TEXT TO COMMENT-TEXT
              ACCEPT COMMENTS-SCREEN
              IF KEYSTATUS = F3 THEN
                 EXIT SECTION
              END-IF
           END-IF

           ADD 1 TO ORDER-LINE-COUNT
           MOVE WS-ORDERS-SANDWICH-INTERNAL-ID TO
              OL-SANDWICH-INTERNAL-ID (ORDER-LINE-COUNT)
           MOVE WS-ORDERS-QUANTITY TO OL-QUANTITY (ORDER-LINE-COUNT)
           MOVE EFFECTIVE-PRICE TO OL-UNIT-PRICE (ORDER-LINE-COUNT)
           ADD WS-ORDERS-QUANTITY TO ORDER-TOTAL-QUANTITY
           ADD PRICEQUANTITY TO ORDER-TOTAL-NET
           ADD VAT-AMOUNT TO ORDER-TOTAL-VAT
           ADD PRICEQUANTITY-WITH-VAT TO ORDER-TOTAL-WITH-VAT

      *    THE ACCEPTED LINE'S INGREDIENTS ARE HELD FOR THE CHECK OF
      *    THE NEXT LINES; THEY ARE ONLY RESERVED WHEN THE ORDER IS
      *    SAVED.
           MOVE "A" TO RC-ACTION
           MOVE WS-ORDERS-ID TO RC-ORDERS-ID
           MOVE WS-ORDERS-SANDWICH-INTERNAL-ID TO RC-SANDWICH
           MOVE WS-ORDERS-QUANTITY TO RC-QUANTITY
           MOVE ORDER-SITE TO RC-SITE
           CALL "BWRESERVE" USING RESERVE-CALL

           IF ORDER-LINE-COUNT >= ORDER-LINE-MAX THEN
              MOVE "N" TO MORE-LINES
              MOVE "THE ORDER IS FULL - NO MORE LINES CAN BE ADDED"
                 TO COMMENT-TEXT
              ACCEPT COMMENTS-SCREEN
              EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL MORE-LINES-VALID
              MOVE SPACES TO SS-MORE-LINES
              DISPLAY CLEAR-SCREEN
              DISPLAY MAIN-SCREEN
              DISPLAY SHOW-REGISTER-SCREEN
              ACCEPT MORE-LINES-SCREEN
              IF KEYSTATUS = F3 THEN
                 EXIT SECTION
              END-IF

              IF NOT MORE-LINES-VALID THEN
                 MOVE INVALID-OPTION TO COMMENT-TEXT
                 ACCEPT COMMENTS-SCREEN
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************

       GET-REFERENCE SECTION.
      *    THE SCHOOL'S OWN REFERENCE FOR THE ORDER (PURCHASE ORDER
      *    NUMBER, EVENT NAME...). OPTIONAL.
           MOVE SPACES TO ORDER-REFERENCE
           DISPLAY REG-REFERENCE

           MOVE "ENTER THE SCHOOL'S REFERENCE FOR THIS ORDER (OPTIONAL)"
              TO INSTRUCTIONS-TEXT
           DISPLAY INSTRUCTIONS-SCREEN

           ACCEPT REG-REFERENCE
           EXIT SECTION.

      ******************************************************************

       GET-ORDER-SITE SECTION.
      *    PROPOSES THE SCHOOL'S PRODUCING SITE (EVENT CUSTOMERS AND
      *    SCHOOLS WITHOUT ONE ARE MADE AT SITE 01, THE MAIN KITCHEN);
      *    THE OPERATOR KEEPS IT OR KEYS ANOTHER SITE.
           MOVE 1 TO ORDER-SITE
           IF WS-ORDERS-SCHOOL-INTERNAL-ID < 900 THEN
              OPEN INPUT SCHOOLS
              MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO SCHOOL-INTERNAL-ID
              READ SCHOOLS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SCHOOL-PRODUCING-SITE IS NUMERIC
                    AND SCHOOL-PRODUCING-SITE > ZEROS THEN
                       MOVE SCHOOL-PRODUCING-SITE TO ORDER-SITE
                    END-IF
              END-READ
              CLOSE SCHOOLS
           END-IF

           PERFORM WITH TEST AFTER UNTIL ORDER-SITE > ZEROS
              DISPLAY REG-SITE
              MOVE "KITCHEN SITE PRODUCING THE ORDER (ENTER TO KEEP)"
                 TO INSTRUCTIONS-TEXT
              DISPLAY INSTRUCTIONS-SCREEN

              ACCEPT REG-SITE
              IF KEYSTATUS = F3 THEN
                 EXIT SECTION
              END-IF

              IF ORDER-SITE = ZEROS THEN
                 MOVE "INVALID KITCHEN SITE" TO COMMENT-TEXT
                 ACCEPT COMMENTS-SCREEN
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************

       WRITE-ORDER-LINES SECTION.
      *    ONE ORDERSFILE RECORD PER LINE, WITH CONSECUTIVE IDS FROM
      *    THE ORDER NUMBER ON.
           PERFORM VARYING ORDER-LINE-IDX FROM 1 BY 1
              UNTIL ORDER-LINE-IDX > ORDER-LINE-COUNT
              COMPUTE WS-ORDERS-ID =
                 WS-ORDERS-HEADER-ID + ORDER-LINE-IDX - 1
              MOVE ORDER-LINE-IDX TO WS-ORDERS-LINE-NO
              MOVE OL-SANDWICH-INTERNAL-ID (ORDER-LINE-IDX) TO
                 WS-ORDERS-SANDWICH-INTERNAL-ID
              MOVE OL-QUANTITY (ORDER-LINE-IDX) TO WS-ORDERS-QUANTITY
              MOVE OL-UNIT-PRICE (ORDER-LINE-IDX) TO
                 WS-ORDERS-UNIT-PRICE
              MOVE ORDER-SITE TO WS-ORDERS-SITE-ID
              WRITE FD-ORDERS FROM WS-ORDERS
              END-WRITE
           END-PERFORM
           EXIT SECTION.

      ******************************************************************

       WRITE-ORDER-HEADER SECTION.
      *    THE HEADER IS WRITTEN CONFIRMED; THE APPROVAL GATE MARKS IT
      *    HELD WHEN THE ORDER IS PARKED FOR APPROVAL.
           OPEN I-O ORDHDR
           MOVE WS-ORDERS-HEADER-ID TO OH-ORDERS-ID
           MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO OH-SCHOOL-INTERNAL-ID
           MOVE WS-DELIVERY-DATE TO OH-DELIVERY-DATE
           MOVE WS-DELIVERY-HOUR TO OH-DELIVERY-HOUR
           MOVE WS-DELIVERY-MINUTE TO OH-DELIVERY-MINUTE
           MOVE ORDER-REFERENCE TO OH-REFERENCE
           SET OH-CONFIRMED TO TRUE
           MOVE ORDER-LINE-COUNT TO OH-LINES
           MOVE WS-ORDERS-DATE TO OH-ORDERS-DATE
           WRITE OH-DETAILS
              INVALID KEY
                 REWRITE OH-DETAILS
                 END-REWRITE
           END-WRITE
           CLOSE ORDHDR
           EXIT SECTION.

      ******************************************************************
                 END-IF
              END-IF

              IF DATE-VALID = "Y" AND FLAG-TRUE = "Y" THEN
                 PERFORM CHECK-SCHOOL-CLOSURE
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
              END-IF

              IF DATE-VALID = "Y" AND FLAG-TRUE = "Y" THEN
                 PERFORM GET-DELIVERY-TIME
                 IF KEYSTATUS = F3 THEN
              END-IF

              PERFORM CHECK-SANDWICH-EXISTS
              IF SANDWICH-EXISTS = "Y" THEN
                 PERFORM CHECK-SANDWICH-ON-MENU
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
              END-IF

              IF WS-ORDERS-SANDWICH-INTERNAL-ID EQUALS ALL ZEROS
              OR SANDWICH-EXISTS = SPACES THEN
                 MOVE INVALID-SANDWICH TO COMMENT-TEXT
                 ACCEPT COMMENTS-SCREEN
                 IF KEYSTATUS = F3 THEN
      ******************************************************************
      *    TOTALS WHAT HAS ALREADY BEEN ORDERED FOR THE SAME SCHOOL,
      *    SANDWICH AND DELIVERY DATE, SO TAB-SR-MAX-QTY CAPS THE DAY
      *    AS A WHOLE AND NOT JUST THE ORDER BEING ENTERED NOW. LINES
      *    ALREADY ENTERED ON THIS ORDER FOR THE SAME SANDWICH COUNT
      *    TOO.
      ******************************************************************

       CHECK-DAILY-QUANTITY SECTION.
                    PERFORM ADD-TO-DAILY-TOTAL
              END-READ
           END-PERFORM

           PERFORM VARYING ORDER-LINE-IDX FROM 1 BY 1
              UNTIL ORDER-LINE-IDX > ORDER-LINE-COUNT
              IF OL-SANDWICH-INTERNAL-ID (ORDER-LINE-IDX) =
                 WS-ORDERS-SANDWICH-INTERNAL-ID
                 ADD OL-QUANTITY (ORDER-LINE-IDX) TO WS-DAY-TOTAL
              END-IF
           END-PERFORM
           EXIT SECTION.

       ADD-TO-DAILY-TOTAL SECTION.
              CLOSE ORDERSKEYS
           END-IF

           OPEN I-O ORDHDR
           IF ORDHDR-FS = "35"
              OPEN OUTPUT ORDHDR
              CLOSE ORDHDR
           ELSE
              CLOSE ORDHDR
           END-IF

           OPEN INPUT CALENDAR
           IF CALENDAR-FS = "35"
              MOVE "N" TO CALENDAR-EXISTS
           END-IF
           EXIT SECTION.

      ******************************************************************

       CHECK-SANDWICH-ON-MENU SECTION.
           MOVE WS-ORDERS-SANDWICH-INTERNAL-ID TO
              AG-SANDWICH-INTERNAL-ID
           MOVE WS-DELIVERY-DATE TO AG-DATE
           CALL "BWAVAILGATE" USING AVAIL-GATE-CALL

           IF AG-AVAILABLE NOT = "Y" THEN
              MOVE "S" TO SANDWICH-EXISTS
              MOVE "SANDWICH NOT ON THE MENU ON THE DELIVERY DATE"
                 TO COMMENT-TEXT
              ACCEPT COMMENTS-SCREEN
           END-IF
           EXIT SECTION.

      ******************************************************************

       CHECK-SCHOOL-CLOSURE SECTION.
           MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO CL-SCHOOL-INTERNAL-ID
           MOVE WS-DELIVERY-DATE TO CL-DATE
           CALL "BWCLOSEGATE" USING CLOSE-GATE-CALL

           IF CL-CLOSED = "Y" THEN
              MOVE "N" TO FLAG-TRUE
              MOVE SPACES TO COMMENT-TEXT
              STRING "SCHOOL CLOSED ON THAT DAY - " CL-REASON
                 DELIMITED BY SIZE INTO COMMENT-TEXT
              END-STRING
              ACCEPT COMMENTS-SCREEN
              IF KEYSTATUS = F3 THEN
                 EXIT SECTION
              END-IF
           END-IF
           EXIT SECTION.

      ******************************************************************

       CHECK-DIETARY-PORTIONS SECTION.
           MOVE WS-ORDERS-SCHOOL-INTERNAL-ID TO DG-SCHOOL-INTERNAL-ID
           MOVE WS-DELIVERY-DATE TO DG-DATE
           MOVE ZEROS TO DG-LINE-COUNT
           MOVE SPACES TO DIET-EOF

           MOVE WS-DELIVERY-DATE TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
              INVALID KEY
                 MOVE "Y" TO DIET-EOF
           END-START

           PERFORM UNTIL DIET-EOF = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO DIET-EOF
                 NOT AT END
                    IF FD-DELIVERY-DATE NOT = WS-DELIVERY-DATE THEN
                       MOVE "Y" TO DIET-EOF
                    ELSE
                       IF FD-ORDERS-SCHOOL-INTERNAL-ID =
                          WS-ORDERS-SCHOOL-INTERNAL-ID
                       AND DG-LINE-COUNT < 100 THEN
                          ADD 1 TO DG-LINE-COUNT
                          MOVE FD-DELIVERY-HOUR TO
                             DG-LINE-HOUR (DG-LINE-COUNT)
                          MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO
                             DG-LINE-SANDWICH (DG-LINE-COUNT)
                          MOVE FD-ORDERS-QUANTITY TO
                             DG-LINE-QTY (DG-LINE-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING ORDER-LINE-IDX FROM 1 BY 1
              UNTIL ORDER-LINE-IDX > ORDER-LINE-COUNT
              OR DG-LINE-COUNT = 100
              ADD 1 TO DG-LINE-COUNT
              MOVE WS-DELIVERY-HOUR TO DG-LINE-HOUR (DG-LINE-COUNT)
              MOVE OL-SANDWICH-INTERNAL-ID (ORDER-LINE-IDX) TO
                 DG-LINE-SANDWICH (DG-LINE-COUNT)
              MOVE OL-QUANTITY (ORDER-LINE-IDX) TO
                 DG-LINE-QTY (DG-LINE-COUNT)
           END-PERFORM

           CALL "BWDIETGATE" USING DIET-GATE-CALL

           PERFORM VARYING DIET-IDX FROM 1 BY 1
              UNTIL DIET-IDX > DG-DIET-COUNT
              IF DG-DIET-SHORT (DIET-IDX) > ZEROS THEN
                 MOVE SPACES TO COMMENT-TEXT
                 STRING "DIET " DG-DIET-NAME (DIET-IDX)
                    " " DG-DIET-PUPILS (DIET-IDX) " PUPILS - "
                    DG-DIET-SHORT (DIET-IDX)
                    " COMPLYING SANDWICHES SHORT THAT DAY"
                    DELIMITED BY SIZE INTO COMMENT-TEXT
                 END-STRING
                 ACCEPT COMMENTS-SCREEN
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************

       CHECK-UNAVAILABILITY SECTION.
