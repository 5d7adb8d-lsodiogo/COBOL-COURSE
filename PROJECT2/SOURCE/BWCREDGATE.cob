      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL CREDIT GATE | V1 | 15.10.2026
      ******************************************************************
      *    CALLED BY RSOREGISTER, THE BWSTANDING GENERATOR AND
      *    BWORDIMPORT BEFORE AN ORDER IS SAVED, AND BY BWCREDIT FOR
      *    THE EXPOSURE REPORT. THE SCHOOL'S EXPOSURE IS ITS OPEN
      *    BALANCE (INVOICES MINUS CREDIT NOTES MINUS PAYMENTS, AS IN
      *    THE BWPAYMENTS AGEING) PLUS THE VALUE WITH VAT OF ITS LIVE
      *    ORDER LINES NOT YET INVOICED (NO ORDINV LINK). A LINE
      *    WITHOUT A UNIT PRICE IS VALUED AT THE PRICE EFFECTIVE ON
      *    ITS DELIVERY DATE (BWPRICEAT, ELSE THE SANDWICH MASTER).
      *       LK-ACTION "C" - CHECK AN ORDER: WITH THE ORDER'S VALUE
      *          ADDED, AN EXPOSURE OVER THE LIMIT OF THE SCHOOL
      *          (SCHOOLCREDIT, SEE BWCREDIT) OR A SCHOOL ON CREDIT
      *          HOLD GIVES LK-DECISION "R" (REFUSE) OR "H" (ROUTE TO
      *          APPROVAL) BY THE SCHOOL'S SETTING; OTHERWISE "A".
      *       LK-ACTION "E" - EXPOSURE ONLY, NO DECISION.
      *       LK-ACTION "P" - PARK THE JUST-SAVED ORDER IN THE
      *          APPROVAL QUEUE (PENDINGORD) WITH ITS HEADER HELD,
      *          AS BWAPPRGATE DOES, FOR BWAPPROVAL TO DISPOSE OF.
      *    A SCHOOL WITHOUT A CREDIT RECORD HAS NO LIMIT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWCREDGATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT ASSIGN TO "SCHOOLCREDIT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CR-SCHOOL-INTERNAL-ID
              FILE STATUS IS CREDIT-FS.

           SELECT INVOICES ASSIGN TO "BWINVOICES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS INV-NUMBER
              FILE STATUS IS INVOICES-FS.

           SELECT PAYMENTS ASSIGN TO "BWPAYMENTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PAY-ID
              FILE STATUS IS PAYMENTS-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT ORDINV ASSIGN TO "ORDINV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OI-ORDERS-ID
              FILE STATUS IS ORDINV-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-IID
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

           SELECT PENDINGORD ASSIGN TO "PENDINGORD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEND-ORDERS-ID
              FILE STATUS IS PENDINGORD-FS.

           SELECT ORDHDR ASSIGN TO "ORDERHEADERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OH-ORDERS-ID
              FILE STATUS IS ORDHDR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT.
       COPY CB-CREDIT.

       FD  INVOICES.
       COPY CB-BWINVOICE.

       FD  PAYMENTS.
       COPY CB-PAYMENTS.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDINV.
       COPY CB-ORDINV.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  PENDINGORD.
       COPY CB-PENDING.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       WORKING-STORAGE SECTION.
       77  CREDIT-FS                            PIC 9(002).
       77  INVOICES-FS                          PIC 9(002).
       77  PAYMENTS-FS                          PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDINV-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  PENDINGORD-FS                        PIC 9(002).
       77  ORDHDR-FS                            PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  VAT-RATE                             PIC 9V999 VALUE 0.230.
       77  LINE-PRICE                           PIC 99V99.
       77  LINE-VALUE                           PIC 9(007)V99.
       77  OVER-LIMIT                           PIC X(001).
       77  AMOUNT-EDITED                        PIC -------9.99.
       77  LIMIT-EDITED                         PIC ZZZZZZ9.99.
       01  PRICE-AT-CALL.
           05 PA-SANDWICH-IID                   PIC 9(003).
           05 PA-ON-DATE                        PIC 9(008).
           05 PA-PRICE                          PIC 99V99.
           05 PA-FOUND                          PIC X(001).
       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
           05 AC-KEY                             PIC X(020).
           05 AC-BEFORE                          PIC X(060).
           05 AC-AFTER                           PIC X(060).

       LINKAGE SECTION.
       01  LK-CREDIT-GATE.
           05 LK-ACTION                         PIC X(001).
           05 LK-ORDERS-ID                      PIC 9(005).
           05 LK-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 LK-QUANTITY                       PIC 9(005).
           05 LK-VALUE                          PIC 9(007)V99.
           05 LK-LIMIT                          PIC 9(007)V99.
           05 LK-ON-HOLD                        PIC X(001).
           05 LK-OPEN-BALANCE                   PIC S9(008)V99.
           05 LK-UNBILLED                       PIC 9(008)V99.
           05 LK-EXPOSURE                       PIC S9(008)V99.
           05 LK-DECISION                       PIC X(001).

       PROCEDURE DIVISION USING LK-CREDIT-GATE.

       MAIN SECTION.
      ******************************************************************
      *    READS THE SCHOOL'S CREDIT SETTING, WORKS OUT THE EXPOSURE
      *    AND DECIDES.
      ******************************************************************
           MOVE "A" TO LK-DECISION

           IF LK-ACTION = "P" THEN
              PERFORM PARK-ORDER
              EXIT PROGRAM
           END-IF

           MOVE ZEROS TO LK-LIMIT, LK-OPEN-BALANCE, LK-UNBILLED,
              LK-EXPOSURE
           MOVE "N" TO LK-ON-HOLD
           MOVE "R" TO CR-OVER-ACTION

           OPEN INPUT CREDIT
           IF CREDIT-FS = 00 THEN
              MOVE LK-SCHOOL-INTERNAL-ID TO CR-SCHOOL-INTERNAL-ID
              READ CREDIT
                 INVALID KEY
                    MOVE "R" TO CR-OVER-ACTION
                 NOT INVALID KEY
                    MOVE CR-LIMIT TO LK-LIMIT
                    IF CR-ON-HOLD THEN
                       MOVE "Y" TO LK-ON-HOLD
                    END-IF
              END-READ
              CLOSE CREDIT
           END-IF

      *    NO LIMIT AND NO HOLD: NOTHING TO CHECK.
           IF LK-ACTION = "C" AND LK-LIMIT = ZEROS
           AND LK-ON-HOLD NOT = "Y" THEN
              EXIT PROGRAM
           END-IF

           PERFORM SUM-OPEN-BALANCE
           PERFORM SUM-UNBILLED-ORDERS

           COMPUTE LK-EXPOSURE = LK-OPEN-BALANCE + LK-UNBILLED
           IF LK-ACTION NOT = "C" THEN
              EXIT PROGRAM
           END-IF
           ADD LK-VALUE TO LK-EXPOSURE

           MOVE "N" TO OVER-LIMIT
           IF LK-ON-HOLD = "Y" THEN
              MOVE "Y" TO OVER-LIMIT
           END-IF
           IF LK-LIMIT NOT = ZEROS AND LK-EXPOSURE > LK-LIMIT THEN
              MOVE "Y" TO OVER-LIMIT
           END-IF

           IF OVER-LIMIT = "Y" THEN
              IF CR-TO-APPROVAL THEN
                 MOVE "H" TO LK-DECISION
              ELSE
                 MOVE "R" TO LK-DECISION
              END-IF
              PERFORM AUDIT-DECISION
           END-IF
           EXIT PROGRAM.

       SUM-OPEN-BALANCE SECTION.
      ******************************************************************
      *    INVOICES OF THE SCHOOL MINUS ITS CREDIT NOTES, THEN MINUS
      *    THE PAYMENTS RECORDED AGAINST ITS INVOICES.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT INVOICES
           IF INVOICES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO INV-NUMBER
           START INVOICES KEY IS NOT LESS THAN INV-NUMBER
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ INVOICES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF INV-SCHOOL-INTERNAL-ID = LK-SCHOOL-INTERNAL-ID
                    THEN
                       IF INV-IS-INVOICE THEN
                          ADD INV-TOTAL TO LK-OPEN-BALANCE
                       ELSE
                          SUBTRACT INV-TOTAL FROM LK-OPEN-BALANCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT PAYMENTS
           IF PAYMENTS-FS = 00 THEN
              MOVE ZEROS TO PAY-ID
              START PAYMENTS KEY IS NOT LESS THAN PAY-ID
                 INVALID KEY
                    MOVE "Y" TO EOF-FLAG
              END-START

              PERFORM UNTIL EOF-FLAG = "Y"
                 READ PAYMENTS NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       MOVE PAY-INVOICE-NUMBER TO INV-NUMBER
                       READ INVOICES
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             IF INV-SCHOOL-INTERNAL-ID =
                                LK-SCHOOL-INTERNAL-ID THEN
                                SUBTRACT PAY-AMOUNT FROM
                                   LK-OPEN-BALANCE
                             END-IF
                       END-READ
                 END-READ
              END-PERFORM
              CLOSE PAYMENTS
           END-IF

           CLOSE INVOICES
           EXIT SECTION.

       SUM-UNBILLED-ORDERS SECTION.
      ******************************************************************
      *    EVERY LIVE ORDER LINE OF THE SCHOOL NOT YET LINKED TO AN
      *    INVOICE, VALUED WITH VAT.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT ORDINV
           OPEN INPUT SANDWICHES

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
                    IF FD-ORDERS-SCHOOL-INTERNAL-ID =
                       LK-SCHOOL-INTERNAL-ID THEN
                       PERFORM VALUE-UNBILLED-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ORDERS
           IF ORDINV-FS = 00 THEN
              CLOSE ORDINV
           END-IF
           IF SANDWICH-FS = 00 THEN
              CLOSE SANDWICHES
           END-IF
           EXIT SECTION.

       VALUE-UNBILLED-LINE SECTION.
      ******************************************************************
      *    ADDS THE LINE IN FD-ORDERS UNLESS IT IS ALREADY INVOICED.
      ******************************************************************
           IF ORDINV-FS = 00 THEN
              MOVE FD-ORDERS-ID TO OI-ORDERS-ID
              READ ORDINV
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    EXIT SECTION
              END-READ
           END-IF

           MOVE FD-ORDERS-UNIT-PRICE TO LINE-PRICE
           IF LINE-PRICE = ZEROS THEN
              MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO PA-SANDWICH-IID
              MOVE FD-DELIVERY-DATE TO PA-ON-DATE
              CALL "BWPRICEAT" USING PRICE-AT-CALL
              IF PA-FOUND = "Y" THEN
                 MOVE PA-PRICE TO LINE-PRICE
              ELSE
                 IF SANDWICH-FS = 00 THEN
                    MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO SR-IID
                    READ SANDWICHES
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE SR-PRICE TO LINE-PRICE
                    END-READ
                 END-IF
              END-IF
           END-IF

           COMPUTE LINE-VALUE ROUNDED = LINE-PRICE *
              FD-ORDERS-QUANTITY * (1 + VAT-RATE)
           ADD LINE-VALUE TO LK-UNBILLED
           EXIT SECTION.

       AUDIT-DECISION SECTION.
      ******************************************************************
      *    EVERY REFUSED OR ROUTED ORDER IS TRACED IN THE AUDIT TRAIL
      *    WITH THE EXPOSURE AND THE LIMIT IT WAS MEASURED AGAINST.
      ******************************************************************
           MOVE "BWCREDGATE" TO AC-PROGRAM
           IF LK-DECISION = "R" THEN
              MOVE "CREDREFUSE" TO AC-ACTION
           ELSE
              MOVE "CREDHOLD" TO AC-ACTION
           END-IF
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING "SCHOOL " LK-SCHOOL-INTERNAL-ID INTO AC-KEY
           END-STRING
           MOVE LK-EXPOSURE TO AMOUNT-EDITED
           MOVE LK-LIMIT TO LIMIT-EDITED
           STRING "EXPOSURE " AMOUNT-EDITED " LIMIT " LIMIT-EDITED
              " HOLD " LK-ON-HOLD INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL
           EXIT SECTION.

       PARK-ORDER SECTION.
      ******************************************************************
      *    PARKS THE ORDER IN THE PENDING-APPROVAL FILE AND MARKS ITS
      *    HEADER HELD.
      ******************************************************************
           OPEN I-O PENDINGORD
           IF PENDINGORD-FS = 35 THEN
              OPEN OUTPUT PENDINGORD
              CLOSE PENDINGORD
              OPEN I-O PENDINGORD
           END-IF

           MOVE LK-ORDERS-ID TO PEND-ORDERS-ID
           MOVE LK-SCHOOL-INTERNAL-ID TO PEND-SCHOOL-INTERNAL-ID
           MOVE LK-QUANTITY TO PEND-QUANTITY
           MOVE LK-VALUE TO PEND-VALUE
           MOVE 1 TO PEND-STATUS
           WRITE PEND-DETAILS
              INVALID KEY
                 REWRITE PEND-DETAILS
                 END-REWRITE
           END-WRITE
           CLOSE PENDINGORD

           OPEN I-O ORDHDR
           IF ORDHDR-FS = 00 THEN
              MOVE LK-ORDERS-ID TO OH-ORDERS-ID
              READ ORDHDR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET OH-HELD TO TRUE
                    REWRITE OH-DETAILS
                    END-REWRITE
              END-READ
              CLOSE ORDHDR
           END-IF
           MOVE "H" TO LK-DECISION
           EXIT SECTION.

       END PROGRAM BWCREDGATE.
