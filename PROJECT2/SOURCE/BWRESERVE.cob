      *      "R" - RESERVES THE EXPLODED QUANTITIES IN THE BWRESERV
      *            FILE (ONE RECORD PER ORDER AND INGREDIENT);
      *      "L" - RELEASES THE ORDER'S RESERVATIONS (ON DELIVERY,
      *            CANCELLATION OR BEFORE A MODIFICATION);
      *      "A" - ADDS THE EXPLODED QUANTITIES TO THE CALLER'S HELD
      *            TABLE, WITHOUT RESERVING (SEE V3).
      *    V2 | 15.10.2026 | THE CALLER NAMES THE KITCHEN SITE THAT
      *    PRODUCES THE ORDER (LK-RSV-SITE, ZERO = SITE 01). THE
      *    CHECK READS THAT SITE'S BALANCE AND COUNTS ONLY THAT SITE'S
      *    RESERVATIONS; OPEN PURCHASE ORDERS ARE RECEIVED AT THE MAIN
      *    KITCHEN, SO THEY ONLY COUNT FOR SITE 01. EACH RESERVATION
      *    RECORD CARRIES ITS SITE (RECORDS WRITTEN BEFORE COUNT AS
      *    SITE 01, SEE BWSITECONV).
      *    V3 | 15.10.2026 | AN ORDER OF SEVERAL LINES IS CHECKED LINE
      *    BY LINE BEFORE ANY OF IT IS RESERVED. THE CALLER KEEPS THE
      *    QUANTITIES HELD BY THE LINES ALREADY ACCEPTED (LK-RSV-HELD,
      *    FILLED WITH ACTION "A") AND THE CHECK ADDS THEM TO THE
      *    LINE'S OWN NEED, SO LINES SHARING AN INGREDIENT CANNOT
      *    PROMISE THE SAME STOCK TWICE.
      ******************************************************************

       IDENTIFICATION DIVISION.
               10 RSV-ORDERS-ID                    PIC 9(005).
               10 RSV-INGREDS-ID                   PIC 9(003).
           05 RSV-QTY-SANDWICH                     PIC 9(007).
           05 RSV-SITE-ID                          PIC 9(002).

       FD  SRING.
       01  SRING-REC.
       77  ON-ORDER-QTY                         PIC 9(009).
       77  REC-IDX                              PIC 9(002).
       77  REC-MAX                              PIC 9(002).
       77  WORK-SITE                            PIC 9(002).
       77  RSV-WORK-SITE                        PIC 9(002).
       77  HELD-QTY                             PIC 9(009).
       77  HELD-IDX                             PIC 9(003).
       77  HELD-AT                              PIC 9(003).

       01  WS-RECIPE-VERSION.
           05 WS-RV-SANDWICH-ID                 PIC 9(003).
           05 LK-RSV-QUANTITY                   PIC 9(003).
           05 LK-RSV-SHORT                      PIC X(001).
           05 LK-RSV-SHORT-ING                  PIC 9(003).
           05 LK-RSV-SITE                       PIC 9(002).
           05 LK-RSV-HELD-COUNT                 PIC 9(003).
           05 LK-RSV-HELD OCCURS 100 TIMES.
               10 LK-RSV-HELD-ING               PIC 9(003).
               10 LK-RSV-HELD-QTY               PIC 9(009).

       PROCEDURE DIVISION USING LK-RESERVE.

           MOVE SPACES TO LK-RSV-SHORT
           MOVE ZEROS TO LK-RSV-SHORT-ING

           IF LK-RSV-SITE IS NUMERIC AND LK-RSV-SITE > ZEROS THEN
              MOVE LK-RSV-SITE TO WORK-SITE
           ELSE
              MOVE 1 TO WORK-SITE
           END-IF

           IF LK-RSV-HELD-COUNT IS NOT NUMERIC
           OR LK-RSV-HELD-COUNT > 100 THEN
              MOVE ZEROS TO LK-RSV-HELD-COUNT
           END-IF

           OPEN I-O RESERVFILE
           IF RESERV-FS = 35 THEN
              CLOSE RESERVFILE
                 PERFORM RESERVE-ORDER
              WHEN "L"
                 PERFORM RELEASE-ORDER
              WHEN "A"
                 PERFORM LOAD-RECIPE
                 PERFORM HOLD-ORDER-LINE
           END-EVALUATE

           CLOSE RESERVFILE
      ******************************************************************
      *    FOR EACH RECIPE INGREDIENT, CHECKS THAT THE ORDER FITS IN
      *    STOCK MINUS EXISTING RESERVATIONS PLUS OUTSTANDING
      *    PURCHASE-ORDER QUANTITY, COUNTING WHAT THE EARLIER LINES
      *    OF THE SAME ORDER ALREADY HOLD. THE FIRST SHORT INGREDIENT
      *    IS RETURNED TO THE CALLER.
      ******************************************************************
           OPEN INPUT STOCKBAL
           OPEN INPUT BWPOLINES

              MOVE ZEROS TO AVAILABLE-QTY
              IF STOCKBAL-FS = 00 THEN
      *    AVAILABILITY IS CHECKED AT THE PRODUCING SITE.
                 MOVE WORK-SITE TO STOCK-SITE-ID
                 MOVE WS-REC-ING (REC-IDX) TO STOCK-INGREDS-ID
                 READ STOCKBAL RECORD
                    INVALID KEY
              PERFORM SUM-RESERVED-QTY
              SUBTRACT RESERVED-QTY FROM AVAILABLE-QTY

              IF WORK-SITE = 1 THEN
                 PERFORM SUM-ON-ORDER-QTY
                 ADD ON-ORDER-QTY TO AVAILABLE-QTY
              END-IF

              PERFORM FIND-HELD-QTY

              IF NEED-QTY + HELD-QTY > AVAILABLE-QTY THEN
                 MOVE "Y" TO LK-RSV-SHORT
                 MOVE WS-REC-ING (REC-IDX) TO LK-RSV-SHORT-ING
              END-IF
       SUM-RESERVED-QTY SECTION.
      ******************************************************************
      *    SUMS THE QUANTITY ALREADY RESERVED FOR THE INGREDIENT AT
      *    REC-IDX ACROSS ALL OPEN ORDERS MADE AT THE SAME SITE.
      ******************************************************************
           MOVE ZEROS TO RESERVED-QTY
           MOVE SPACES TO EOF-FLAG
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF RSV-SITE-ID IS NUMERIC
                    AND RSV-SITE-ID > ZEROS THEN
                       MOVE RSV-SITE-ID TO RSV-WORK-SITE
                    ELSE
                       MOVE 1 TO RSV-WORK-SITE
                    END-IF
                    IF RSV-INGREDS-ID = WS-REC-ING (REC-IDX)
                    AND RSV-WORK-SITE = WORK-SITE THEN
                       ADD RSV-QTY-SANDWICH TO RESERVED-QTY
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       FIND-HELD-QTY SECTION.
      ******************************************************************
      *    THE QUANTITY OF THE INGREDIENT AT REC-IDX ALREADY HELD BY
      *    THE EARLIER LINES OF THE CALLER'S ORDER.
      ******************************************************************
           MOVE ZEROS TO HELD-QTY

           PERFORM VARYING HELD-IDX FROM 1 BY 1
              UNTIL HELD-IDX > LK-RSV-HELD-COUNT
              IF LK-RSV-HELD-ING (HELD-IDX) = WS-REC-ING (REC-IDX) THEN
                 MOVE LK-RSV-HELD-QTY (HELD-IDX) TO HELD-QTY
              END-IF
           END-PERFORM
           EXIT SECTION.

       HOLD-ORDER-LINE SECTION.
      ******************************************************************
      *    ADDS THE LINE'S EXPLODED INGREDIENT QUANTITIES TO THE HELD
      *    TABLE OF THE CALLER'S ORDER. NOTHING IS WRITTEN TO THE
      *    RESERVATION FILE.
      ******************************************************************
           PERFORM VARYING REC-IDX FROM 1 BY 1 UNTIL REC-IDX > REC-MAX
              COMPUTE NEED-QTY =
                 WS-REC-QTD (REC-IDX) * LK-RSV-QUANTITY

              MOVE ZEROS TO HELD-AT
              PERFORM VARYING HELD-IDX FROM 1 BY 1
                 UNTIL HELD-IDX > LK-RSV-HELD-COUNT
                 IF LK-RSV-HELD-ING (HELD-IDX) =
                    WS-REC-ING (REC-IDX) THEN
                    MOVE HELD-IDX TO HELD-AT
                 END-IF
              END-PERFORM

              IF HELD-AT = ZEROS AND LK-RSV-HELD-COUNT < 100 THEN
                 ADD 1 TO LK-RSV-HELD-COUNT
                 MOVE LK-RSV-HELD-COUNT TO HELD-AT
                 MOVE WS-REC-ING (REC-IDX) TO LK-RSV-HELD-ING (HELD-AT)
                 MOVE ZEROS TO LK-RSV-HELD-QTY (HELD-AT)
              END-IF

              IF HELD-AT > ZEROS THEN
                 ADD NEED-QTY TO LK-RSV-HELD-QTY (HELD-AT)
              END-IF
           END-PERFORM
           EXIT SECTION.

       RESERVE-ORDER SECTION.
      ******************************************************************
      *    WRITES (OR TOPS UP) THE ORDER'S RESERVATION RECORDS WITH
                    MOVE LK-RSV-ORDERS-ID TO RSV-ORDERS-ID
                    MOVE WS-REC-ING (REC-IDX) TO RSV-INGREDS-ID
                    MOVE NEED-QTY TO RSV-QTY-SANDWICH
                    MOVE WORK-SITE TO RSV-SITE-ID
                    WRITE RSV-DETAILS
                       INVALID KEY
                          CONTINUE
                    END-WRITE
                 NOT INVALID KEY
                    ADD NEED-QTY TO RSV-QTY-SANDWICH
                    MOVE WORK-SITE TO RSV-SITE-ID
                    REWRITE RSV-DETAILS
                    END-REWRITE
              END-READ
