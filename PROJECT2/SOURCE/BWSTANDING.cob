      *    V4 | 03.09.2026 | GENERATED ORDERS ARE QUEUED IN THE
      *    OUTBOUND SPOOL (BWFEEDSPOOL) INSTEAD OF APPENDED STRAIGHT
      *    TO SCHOOLFEED; BWFEEDXMIT TRANSMITS EXACTLY ONCE.
      *    V5 | 15.10.2026 | EACH GENERATED ORDER IS WRITTEN AS A
      *    SINGLE-LINE ORDER WITH ITS HEADER (REFERENCE "STANDING"
      *    AND THE TEMPLATE) AND THE UNIT PRICE ON THE LINE.
      *    V6 | 15.10.2026 | A GENERATED ORDER OVER THE SCHOOL'S CREDIT
      *    LIMIT OR FOR A SCHOOL ON CREDIT HOLD (SEE BWCREDGATE) IS
      *    REPORTED AS NOT FULFILLED, OR WRITTEN AND HELD FOR
      *    APPROVAL, AS SET FOR THE SCHOOL IN BWCREDIT.
      *    V7 | 15.10.2026 | A DATE ON WHICH THE TEMPLATE'S SCHOOL IS
      *    CLOSED (SEE BWCLOSURES AND BWCLOSEGATE) IS SKIPPED AND
      *    REPORTED AS SKIPPED, NOT AS NOT FULFILLED.
      *    V8 | 15.10.2026 | A GENERATED ORDER IS MADE AT THE SCHOOL'S
      *    PRODUCING KITCHEN SITE (SEE BWSCHSITE); THE CAPACITY
      *    WARNING IS FOR THAT SITE.
      *    V9 | 15.10.2026 | A DATE ON WHICH THE TEMPLATE'S SANDWICH IS
      *    OFF THE MENU (OUTSIDE ITS AVAILABILITY WINDOWS, SEE
      *    BWSRAVAIL AND BWAVAILGATE) IS SKIPPED AND REPORTED AS
      *    SKIPPED.
      ******************************************************************
      *    MAINTAINS THE STANDING-ORDER TEMPLATES (FILE STANDING: PER
      *    SCHOOL, SANDWICH, QUANTITY, WEEKDAY AND DELIVERY TIME) AND
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT ORDHDR ASSIGN TO "ORDERHEADERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OH-ORDERS-ID
              FILE STATUS IS ORDHDR-FS.

           SELECT ORDERSKEYS ASSIGN TO "ORDERSKEYSFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ORDERSKEYS-FS.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       FD  ORDERSKEYS.
       01  FDORDERSKEYS                               PIC 9(005).

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
       77  STANDING-FS                          PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDHDR-FS                            PIC 9(002).
       77  ORDERSKEYS-FS                        PIC 9(002).
       77  CALENDAR-FS                          PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  GEN-SITE                             PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  GENREPORT-FS                         PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  REJECT-REASON                        PIC X(040).
       77  COUNT-GENERATED                      PIC 9(005).
       77  COUNT-REJECTED                       PIC 9(005).
       77  COUNT-SKIPPED                        PIC 9(005).
       77  DUPLICATE-FLAG                       PIC X(001).
       77  DOWNTIME-FLAG                        PIC X(001).
       77  GEN-START-NUM                        PIC 9(012).
           05 SS-REJECTED PIC ZZZZ9 LINE 20 COL 71 FROM
              COUNT-REJECTED.
           05 VALUE "(SEE STANDING.RPT)" LINE 20 COL 79.
           05 VALUE "SKIPPED, SCHOOL CLOSED:" LINE 21 COL 35.
           05 SS-SKIPPED PIC ZZZZ9 LINE 21 COL 59 FROM
              COUNT-SKIPPED.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  TEMPLATE-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
              EXIT SECTION
           END-IF

           MOVE ZEROS TO COUNT-GENERATED, COUNT-REJECTED,
              COUNT-SKIPPED

           OPEN OUTPUT GENREPORT
           MOVE SPACES TO GEN-LINE
      *    NO IDENTICAL ORDER EXISTS YET, WRITES THE ORDER.
      ******************************************************************
           MOVE SPACES TO REJECT-REASON
           MOVE "A" TO CC-DECISION

      *    NO ORDER IS DUE ON A DAY THE SCHOOL IS CLOSED.
           MOVE ST-SCHOOL-INTERNAL-ID TO CL-SCHOOL-INTERNAL-ID
           MOVE GEN-DATE TO CL-DATE
           CALL "BWCLOSEGATE" USING CLOSE-GATE-CALL
           IF CL-CLOSED = "Y" THEN
              ADD 1 TO COUNT-SKIPPED
              MOVE SPACES TO GEN-LINE
              STRING "TEMPLATE " ST-ID " ON " GEN-DATE
                 " SKIPPED: SCHOOL CLOSED - " CL-REASON INTO GEN-LINE
              END-STRING
              WRITE GEN-LINE
              END-WRITE
              EXIT SECTION
           END-IF

      *    NOR FOR A SEASONAL SANDWICH OUTSIDE ITS WINDOWS.
           MOVE ST-SANDWICH-INTERNAL-ID TO AG-SANDWICH-INTERNAL-ID
           MOVE GEN-DATE TO AG-DATE
           CALL "BWAVAILGATE" USING AVAIL-GATE-CALL
           IF AG-AVAILABLE NOT = "Y" THEN
              ADD 1 TO COUNT-SKIPPED
              MOVE SPACES TO GEN-LINE
              STRING "TEMPLATE " ST-ID " ON " GEN-DATE
                 " SKIPPED: SANDWICH NOT ON THE MENU" INTO GEN-LINE
              END-STRING
              WRITE GEN-LINE
              END-WRITE
              EXIT SECTION
           END-IF

           MOVE ST-SCHOOL-INTERNAL-ID TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
                 FD-ORDERS-SANDWICH-INTERNAL-ID
              MOVE ST-QUANTITY TO FD-ORDERS-QUANTITY
              MOVE FUNCTION CURRENT-DATE (1:8) TO FD-ORDERS-DATE
      *    A SINGLE-LINE ORDER: THE LINE CARRIES ITS OWN ID AS THE
      *    ORDER NUMBER AND THE UNIT PRICE IT IS BILLED AT.
              MOVE FD-ORDERS-ID TO FD-ORDERS-HEADER-ID
              MOVE 1 TO FD-ORDERS-LINE-NO
              PERFORM PRICE-ORDER-LINE
              MOVE EFFECTIVE-PRICE TO FD-ORDERS-UNIT-PRICE
      *    THE SCHOOL RECORD READ ABOVE GIVES THE PRODUCING SITE.
              IF SCHOOL-PRODUCING-SITE IS NUMERIC
              AND SCHOOL-PRODUCING-SITE > ZEROS THEN
                 MOVE SCHOOL-PRODUCING-SITE TO GEN-SITE
              ELSE
                 MOVE 1 TO GEN-SITE
              END-IF
              MOVE GEN-SITE TO FD-ORDERS-SITE-ID
              PERFORM CHECK-CREDIT
           END-IF

      *    A REFUSAL ON CREDIT GIVES BACK THE ORDER ID JUST TAKEN.
           IF REJECT-REASON NOT = SPACES AND CC-DECISION = "R" THEN
              SUBTRACT 1 FROM FDORDERSKEYS
           END-IF

           IF REJECT-REASON = SPACES THEN
              WRITE FD-ORDERS
                 INVALID KEY
                    MOVE "DUPLICATE ORDER ID" TO REJECT-REASON
                 NOT INVALID KEY
                    ADD 1 TO COUNT-GENERATED
                    PERFORM WRITE-ORDER-HEADER
                    PERFORM GATE-AND-FEED
                    PERFORM CHECK-HOUR-CAPACITY
              END-WRITE
      ******************************************************************
           MOVE GEN-DATE TO LC-DATE
           MOVE ST-HOUR TO LC-HOUR
           MOVE ZEROS TO LC-QUANTITY
           MOVE GEN-SITE TO LC-SITE
           CALL "BWCAPGATE" USING CAP-GATE-CALL
           IF LC-WARNING = "Y" THEN
              MOVE SPACES TO GEN-LINE
      *    APPROVAL (SEE BWAPPRGATE / BWAPPROVAL) AND ONLY RELEASED
      *    ORDERS REACH THE SCHOOLFEED FILE. THE SCHOOL AND SANDWICH
      *    RECORDS ARE STILL IN THEIR BUFFERS FROM THE VALIDATIONS.
      ******************************************************************
           COMPUTE ORDER-VALUE ROUNDED = EFFECTIVE-PRICE *
              FD-ORDERS-QUANTITY * (1 + VAT-RATE)

      *    OVER THE SCHOOL'S CREDIT: STRAIGHT TO THE APPROVAL QUEUE.
           IF CC-DECISION = "H" THEN
              MOVE "P" TO CC-ACTION
              MOVE FD-ORDERS-ID TO CC-ORDERS-ID
              CALL "BWCREDGATE" USING CREDIT-GATE-CALL
              MOVE SPACES TO GEN-LINE
              STRING "TEMPLATE " ST-ID " ON " GEN-DATE " ORDER "
                 FD-ORDERS-ID " HELD FOR APPROVAL: OVER CREDIT"
                 INTO GEN-LINE
              END-STRING
              WRITE GEN-LINE
              END-WRITE
              EXIT SECTION
           END-IF

           MOVE FD-ORDERS-ID TO AG-ORDERS-ID
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO
              AG-SCHOOL-INTERNAL-ID
           MOVE FD-ORDERS-QUANTITY TO AG-QUANTITY
           MOVE ORDER-VALUE TO AG-VALUE
           CALL "BWAPPRGATE" USING APPROVAL-GATE-CALL
           IF AG-DECISION NOT = "H" THEN
              PERFORM PUSH-SCHOOL-FEED
           END-IF
           EXIT SECTION.

       CHECK-CREDIT SECTION.
      ******************************************************************
      *    THE PRICED ORDER AGAINST THE SCHOOL'S CREDIT LIMIT AND HOLD
      *    (SEE BWCREDGATE), BEFORE IT IS WRITTEN.
      ******************************************************************
           COMPUTE ORDER-VALUE ROUNDED = EFFECTIVE-PRICE *
              FD-ORDERS-QUANTITY * (1 + VAT-RATE)
           MOVE "C" TO CC-ACTION
           MOVE FD-ORDERS-ID TO CC-ORDERS-ID
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO CC-SCHOOL-INTERNAL-ID
           MOVE FD-ORDERS-QUANTITY TO CC-QUANTITY
           MOVE ORDER-VALUE TO CC-VALUE
           CALL "BWCREDGATE" USING CREDIT-GATE-CALL
           IF CC-DECISION = "R" THEN
              IF CC-ON-HOLD = "Y" THEN
                 MOVE "SCHOOL ON CREDIT HOLD" TO REJECT-REASON
              ELSE
                 MOVE "OVER THE SCHOOL'S CREDIT LIMIT" TO
                    REJECT-REASON
              END-IF
           END-IF
           EXIT SECTION.

       PRICE-ORDER-LINE SECTION.
      ******************************************************************
      *    PRICES THE ORDER LINE AS EFFECTIVE ON ITS DELIVERY DATE
      *    (PRICE HISTORY, THEN SCHOOL CONTRACT) INTO EFFECTIVE-PRICE.
      ******************************************************************
           MOVE SR-PRICE TO EFFECTIVE-PRICE
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO PA-SANDWICH-IID
           IF CP-STATUS = "C" THEN
              MOVE CP-PRICE TO EFFECTIVE-PRICE
           END-IF
           EXIT SECTION.

       WRITE-ORDER-HEADER SECTION.
      ******************************************************************
      *    WRITES THE HEADER OF THE JUST-WRITTEN SINGLE-LINE ORDER,
      *    CONFIRMED; THE APPROVAL GATE MARKS IT HELD IF IT PARKS IT.
      ******************************************************************
           OPEN I-O ORDHDR
           IF ORDHDR-FS = 35 THEN
              OPEN OUTPUT ORDHDR
              CLOSE ORDHDR
              OPEN I-O ORDHDR
           END-IF
           MOVE FD-ORDERS-ID TO OH-ORDERS-ID
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO OH-SCHOOL-INTERNAL-ID
           MOVE FD-DELIVERY-DATE TO OH-DELIVERY-DATE
           MOVE FD-DELIVERY-HOUR TO OH-DELIVERY-HOUR
           MOVE FD-DELIVERY-MINUTE TO OH-DELIVERY-MINUTE
           MOVE SPACES TO OH-REFERENCE
           STRING "STANDING " ST-ID INTO OH-REFERENCE
           END-STRING
           SET OH-CONFIRMED TO TRUE
           MOVE 1 TO OH-LINES
           MOVE FD-ORDERS-DATE TO OH-ORDERS-DATE
           WRITE OH-DETAILS
              INVALID KEY
                 REWRITE OH-DETAILS
                 END-REWRITE
           END-WRITE
           CLOSE ORDHDR
           EXIT SECTION.

       PUSH-SCHOOL-FEED SECTION.
