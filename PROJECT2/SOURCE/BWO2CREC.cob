      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | MONTH-END ORDER-TO-CASH RECONCILIATION | V1
      *    15.10.2026
      ******************************************************************
      *    CONTROL REPORT TYING THE MONTH-END FIGURES OF THE SEPARATE
      *    PROGRAMS TOGETHER FOR A PERIOD (AAAAMM), SO THE ACCOUNTANT
      *    DOES NOT FIND THE DIFFERENCES AFTER THE FACT:
      *    A. DELIVERED ORDERS (DELIVERYLOG, SEE BWDELIVERY, AND THE
      *       LINES OF THE ORDER IN ORDERSFILE) AGAINST ORDINV: EVERY
      *       DELIVERED LINE MUST BE INVOICED.
      *    B. ORDINV AGAINST BWINVOICES, INCLUDING CREDIT NOTES: EVERY
      *       LINK POINTS AT AN INVOICE ON THE REGISTER, NO LINK IS
      *       LEFT ON A LINE THAT WAS CREDITED, NO INVOICED LINE WAS
      *       REFUSED OR UNDELIVERED, AND THE NET OF EACH INVOICE OF THE
      *       PERIOD EQUALS ITS LINKED LINES PLUS DELIVERY CHARGES, FEES
      *       AND THE LINES SINCE CREDITED.
      *    C. INVOICES AGAINST BWPAYMENTS: EVERY PAYMENT OF THE PERIOD
      *       IS AGAINST AN INVOICE ON THE REGISTER AND NO INVOICE OF
      *       THE PERIOD IS PAID BEYOND ITS TOTAL LESS CREDIT NOTES.
      *    D. ALL OF THE ABOVE AGAINST THE POSTINGS IN JOURNAL.DAT (SEE
      *       BWJOURNAL), DAY BY DAY: SALES (DR RECEIVABLES), CREDIT
      *       NOTES (DR SALES-RETURNS) AND PAYMENTS (DR BANK).
      *    EVERY BREAK IS LISTED WITH THE ORDER, INVOICE OR PAYMENT
      *    INVOLVED, AND THE REPORT (O2CREC.RPT) ENDS WITH THE CONTROL
      *    TOTALS AND A SIGN-OFF BLOCK FOR THE ACCOUNTANT'S FILE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWO2CREC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ORDINV ASSIGN TO "ORDINV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OI-ORDERS-ID
              FILE STATUS IS ORDINV-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT DELIVERYLOG ASSIGN TO "DELIVERYLOG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DLV-ORDERS-ID
              FILE STATUS IS DELIVERYLOG-FS.

           SELECT JOURNAL ASSIGN TO "JOURNAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-FS.

           SELECT RECREPORT ASSIGN TO "O2CREC.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RECREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES.
       COPY CB-BWINVOICE.

       FD  PAYMENTS.
       COPY CB-PAYMENTS.

       FD  ORDINV.
       COPY CB-ORDINV.

       FD  ORDERS.
       COPY RSOFD.

       FD  DELIVERYLOG.
       COPY CB-DELIVERY.

       FD  JOURNAL.
       01  JOURNAL-LINE                         PIC X(090).

       FD  RECREPORT.
       01  REC-LINE                             PIC X(120).

       WORKING-STORAGE SECTION.
       77  INVOICES-FS                          PIC 9(002).
       77  PAYMENTS-FS                          PIC 9(002).
       77  ORDINV-FS                            PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  DELIVERYLOG-FS                       PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  RECREPORT-FS                         PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  EOF-FLAG                             PIC X(001).
       77  LINE-EOF                             PIC X(001).
       77  FOUND-FLAG                           PIC X(001).
       77  PAY-IN-PERIOD                        PIC X(001).
       77  LIST-TYPE                            PIC 9(001).
       77  REPORT-PERIOD                        PIC 9(006).
       77  DAY-IDX                              PIC 9(002).
       77  JNL-DAY                              PIC 9(002).
       77  JNL-WRONG-PERIOD                     PIC X(001).
       77  WORK-AMOUNT                          PIC 9(009)V99.
       77  EXPECTED-NET                         PIC 9(009)V99.
       77  OPEN-AMOUNT                          PIC S9(009)V99.
       77  SEEK-INVOICE                         PIC 9(008).
       77  SEEK-ORDER                           PIC 9(005).
       77  HEADER-ORDER                         PIC 9(005).
       77  LINES-FOUND                          PIC 9(003).
       77  IT-IDX                               PIC 9(004).
       77  IT-MAX                               PIC 9(004).
       77  IT-LOW                               PIC 9(004).
       77  IT-HIGH                              PIC 9(004).
       77  IT-FULL                              PIC X(001).
       77  CN-IDX                               PIC 9(004).
       77  CN-MAX                               PIC 9(004).
       77  CN-FULL                              PIC X(001).
       77  CN-FOUND                             PIC 9(008).
       77  SECTION-CODE                         PIC X(001).
       77  BREAK-TEXT                           PIC X(110).
       77  SUMMARY-LABEL                        PIC X(050).
       77  AMOUNT-EDITED                        PIC ZZZZZZZZ9.99.
       77  AMOUNT-EDITED2                       PIC ZZZZZZZZ9.99.
       77  AMOUNT-EDITED3                       PIC ZZZZZZZZ9.99.
       77  JNL-AMOUNT-EDITED                    PIC 9(009).99.
       77  COUNT-EDITED                         PIC ZZZZZZ9.

      *    THE CONTROL TOTALS OF THE SIGN-OFF SUMMARY.
       01  CONTROL-TOTALS.
           05 CT-DLV-ORDERS                     PIC 9(007).
           05 CT-DLV-LINES                      PIC 9(007).
           05 CT-DLV-INVOICED                   PIC 9(007).
           05 CT-DLV-INV-TOTAL                  PIC 9(009)V99.
           05 CT-INV-COUNT                      PIC 9(007).
           05 CT-INV-NET                        PIC 9(009)V99.
           05 CT-INV-VAT                        PIC 9(009)V99.
           05 CT-INV-TOTAL                      PIC 9(009)V99.
           05 CT-INV-CHARGES                    PIC 9(009)V99.
           05 CT-INV-FEES                       PIC 9(009)V99.
           05 CT-CN-COUNT                       PIC 9(007).
           05 CT-CN-NET                         PIC 9(009)V99.
           05 CT-CN-TOTAL                       PIC 9(009)V99.
           05 CT-OI-LINES                       PIC 9(007).
           05 CT-OI-NET                         PIC 9(009)V99.
           05 CT-OI-TOTAL                       PIC 9(009)V99.
           05 CT-OI-UNCONFIRMED                 PIC 9(007).
           05 CT-PAY-COUNT                      PIC 9(007).
           05 CT-PAY-AMOUNT                     PIC 9(009)V99.
           05 CT-INV-OPEN                       PIC 9(009)V99.
           05 CT-REG-SALES                      PIC 9(009)V99.
           05 CT-REG-RETURNS                    PIC 9(009)V99.
           05 CT-REG-BANK                       PIC 9(009)V99.
           05 CT-JNL-SALES                      PIC 9(009)V99.
           05 CT-JNL-RETURNS                    PIC 9(009)V99.
           05 CT-JNL-BANK                       PIC 9(009)V99.
           05 CT-BREAKS-A                       PIC 9(005).
           05 CT-BREAKS-B                       PIC 9(005).
           05 CT-BREAKS-C                       PIC 9(005).
           05 CT-BREAKS-D                       PIC 9(005).
           05 CT-BREAKS                         PIC 9(005).

       01  WORK-DATE                            PIC 9(008).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE.
           05 WORK-DATE-PERIOD                  PIC 9(006).
           05 WORK-DATE-DAY                     PIC 9(002).

       01  NOW-DATE-TIME.
           05 NOW-YEAR                          PIC 9(004).
           05 NOW-MONTH                         PIC 9(002).
           05 NOW-DAY                           PIC 9(002).
           05 NOW-HOUR                          PIC 9(002).
           05 NOW-MINUTE                        PIC 9(002).

      *    THE REGISTERS AND THE JOURNAL PER DAY OF THE PERIOD.
       01  DAY-TABLE.
           05 DAY-ENTRY OCCURS 31 TIMES.
               10 REG-SALES                     PIC 9(009)V99.
               10 REG-RETURNS                   PIC 9(009)V99.
               10 REG-BANK                      PIC 9(009)V99.
               10 JNL-SALES                     PIC 9(009)V99.
               10 JNL-RETURNS                   PIC 9(009)V99.
               10 JNL-BANK                      PIC 9(009)V99.

      *    THE INVOICES DATED IN THE PERIOD, IN NUMBER ORDER (THE
      *    REGISTER'S KEY ORDER), WITH WHAT THE OTHER FILES SAY OF THEM.
       01  INVOICE-TABLE.
           05 IT-ENTRY OCCURS 2000 TIMES.
               10 IT-NUMBER                     PIC 9(008).
               10 IT-SCHOOL                     PIC 9(003).
               10 IT-NET                        PIC 9(007)V99.
               10 IT-TOTAL                      PIC 9(007)V99.
               10 IT-CHARGES                    PIC 9(007)V99.
               10 IT-FEES                       PIC 9(005)V99.
               10 IT-OI-NET                     PIC 9(009)V99.
               10 IT-OI-LINES                   PIC 9(005).
               10 IT-CN-NET                     PIC 9(009)V99.
               10 IT-CN-TOTAL                   PIC 9(009)V99.
               10 IT-PAID                       PIC 9(009)V99.

      *    ALL CREDIT NOTES OF THE REGISTER, WHATEVER THEIR DATE.
       01  CREDIT-TABLE.
           05 CN-ENTRY OCCURS 3000 TIMES.
               10 CN-NUMBER                     PIC 9(008).
               10 CN-REF-INVOICE                PIC 9(008).
               10 CN-REF-ORDER                  PIC 9(005).
               10 CN-NET                        PIC 9(007)V99.
               10 CN-TOTAL                      PIC 9(007)V99.

       01  OPERATOR-SESSION.
           05 SESSION-USERNAME                  PIC X(020).
           05 SESSION-LOGIN-OK                  PIC X(001).
           05 SESSION-IS-ADMIN                  PIC 9(001).
           05 SESSION-PERMISSIONS.
               10 SESSION-PERM OCCURS 8 TIMES   PIC 9(001).

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
           05 VALUE "BREADWICH | ORDER-TO-CASH RECONCILIATION" LINE 02
              COL 38.
           05 VALUE "PERIOD (AAAAMM):" LINE 10 COL 44.
           05 SS-PERIOD PIC 9(006) LINE 10 COL 61 TO REPORT-PERIOD
              BLANK WHEN ZERO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "O2CREC.RPT WRITTEN - BREAKS:" LINE 20 COL 38.
           05 SS-BREAKS PIC ZZZZ9 LINE 20 COL 67 FROM CT-BREAKS.
           05 VALUE "PRESS ANY KEY" LINE 22 COL 38.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
      ******************************************************************
      *    ASKS THE PERIOD, RUNS THE FOUR RECONCILIATIONS IN TURN AND
      *    CLOSES THE REPORT WITH THE SIGNED-OFF CONTROL TOTALS.
      ******************************************************************
           CALL "BWLOGIN" USING OPERATOR-SESSION
           IF SESSION-LOGIN-OK NOT = "Y" THEN
              STOP RUN
           END-IF

           MOVE ZEROS TO REPORT-PERIOD
           DISPLAY CLEAR-SCREEN
           ACCEPT TITLE-SCREEN
           IF KEYSTATUS = 1003 OR REPORT-PERIOD = ZEROS THEN
              STOP RUN
           END-IF

           INITIALIZE CONTROL-TOTALS, DAY-TABLE, INVOICE-TABLE,
              CREDIT-TABLE
           MOVE FUNCTION CURRENT-DATE (1:12) TO NOW-DATE-TIME

           OPEN OUTPUT RECREPORT
           MOVE SPACES TO REC-LINE
           STRING "BREADWICH ORDER-TO-CASH RECONCILIATION | PERIOD "
              REPORT-PERIOD DELIMITED BY SIZE INTO REC-LINE
           END-STRING
           WRITE REC-LINE

           PERFORM LOAD-INVOICES
           PERFORM CHECK-DELIVERIES
           PERFORM CHECK-ORDINV
           PERFORM CHECK-INVOICE-NET
           PERFORM CHECK-PAYMENTS
           PERFORM CHECK-JOURNAL
           PERFORM WRITE-SUMMARY
           CLOSE RECREPORT

           MOVE "BWO2CREC" TO AC-PROGRAM
           MOVE "O2CREC" TO AC-ACTION
           MOVE REPORT-PERIOD TO AC-KEY
           MOVE SPACES TO AC-BEFORE, AC-AFTER
           STRING "BREAKS " CT-BREAKS " BY " SESSION-USERNAME
              DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           STOP RUN.

       LOAD-INVOICES SECTION.
      ******************************************************************
      *    THE INVOICES AND CREDIT NOTES DATED IN THE PERIOD MAKE THE
      *    REGISTER SIDE PER DAY; THE PERIOD'S INVOICES GO TO
      *    INVOICE-TABLE AND EVERY CREDIT NOTE TO CREDIT-TABLE.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG, IT-FULL, CN-FULL
           MOVE ZEROS TO IT-MAX, CN-MAX
           OPEN INPUT INVOICES
           IF INVOICES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
              READ INVOICES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF INV-IS-CREDIT THEN
                       PERFORM ADD-CREDIT-NOTE
                    END-IF
                    MOVE INV-DATE TO WORK-DATE
                    IF WORK-DATE-PERIOD = REPORT-PERIOD
                    AND WORK-DATE-DAY >= 1
                    AND WORK-DATE-DAY <= 31 THEN
                       MOVE WORK-DATE-DAY TO DAY-IDX
                       PERFORM ADD-PERIOD-DOCUMENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INVOICES

      *    A CREDIT NOTE FOR AN ORDER LINE REPLACES THE LINE'S ORDINV
      *    LINK, SO ITS NET STILL BELONGS TO THE INVOICE'S NET.
           PERFORM VARYING CN-IDX FROM 1 BY 1 UNTIL CN-IDX > CN-MAX
              MOVE CN-REF-INVOICE (CN-IDX) TO SEEK-INVOICE
              PERFORM FIND-PERIOD-INVOICE
              IF FOUND-FLAG = "Y" THEN
                 ADD CN-TOTAL (CN-IDX) TO IT-CN-TOTAL (IT-IDX)
                 IF CN-REF-ORDER (CN-IDX) > ZEROS THEN
                    ADD CN-NET (CN-IDX) TO IT-CN-NET (IT-IDX)
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       ADD-CREDIT-NOTE SECTION.
           IF CN-MAX >= 3000 THEN
              MOVE "Y" TO CN-FULL
              EXIT SECTION
           END-IF
           ADD 1 TO CN-MAX
           MOVE INV-NUMBER TO CN-NUMBER (CN-MAX)
           MOVE INV-REF-INVOICE TO CN-REF-INVOICE (CN-MAX)
           MOVE INV-REF-ORDER TO CN-REF-ORDER (CN-MAX)
           MOVE INV-NET TO CN-NET (CN-MAX)
           MOVE INV-TOTAL TO CN-TOTAL (CN-MAX)
           EXIT SECTION.

       ADD-PERIOD-DOCUMENT SECTION.
           IF INV-IS-CREDIT THEN
              ADD 1 TO CT-CN-COUNT
              ADD INV-NET TO CT-CN-NET, REG-RETURNS (DAY-IDX)
              ADD INV-TOTAL TO CT-CN-TOTAL
              EXIT SECTION
           END-IF

           ADD 1 TO CT-INV-COUNT
           ADD INV-NET TO CT-INV-NET
           ADD INV-VAT TO CT-INV-VAT
           ADD INV-TOTAL TO CT-INV-TOTAL
           COMPUTE WORK-AMOUNT = INV-NET + INV-VAT
           ADD WORK-AMOUNT TO REG-SALES (DAY-IDX)
           IF IT-MAX >= 2000 THEN
              MOVE "Y" TO IT-FULL
              EXIT SECTION
           END-IF
           ADD 1 TO IT-MAX
           MOVE INV-NUMBER TO IT-NUMBER (IT-MAX)
           MOVE INV-SCHOOL-INTERNAL-ID TO IT-SCHOOL (IT-MAX)
           MOVE INV-NET TO IT-NET (IT-MAX)
           MOVE INV-TOTAL TO IT-TOTAL (IT-MAX)
           MOVE ZEROS TO IT-CHARGES (IT-MAX), IT-FEES (IT-MAX)
           IF INV-CHARGES IS NUMERIC THEN
              MOVE INV-CHARGES TO IT-CHARGES (IT-MAX)
              ADD INV-CHARGES TO CT-INV-CHARGES
           END-IF
           IF INV-FEES IS NUMERIC THEN
              MOVE INV-FEES TO IT-FEES (IT-MAX)
              ADD INV-FEES TO CT-INV-FEES
           END-IF
           EXIT SECTION.

       FIND-PERIOD-INVOICE SECTION.
      ******************************************************************
      *    BINARY SEARCH OF INVOICE-TABLE FOR SEEK-INVOICE; IT-IDX IS
      *    THE ENTRY WHEN FOUND-FLAG IS "Y".
      ******************************************************************
           MOVE "N" TO FOUND-FLAG
           MOVE 1 TO IT-LOW
           MOVE IT-MAX TO IT-HIGH
           PERFORM UNTIL IT-LOW > IT-HIGH OR FOUND-FLAG = "Y"
              COMPUTE IT-IDX = (IT-LOW + IT-HIGH) / 2
              EVALUATE TRUE
                 WHEN IT-NUMBER (IT-IDX) = SEEK-INVOICE
                    MOVE "Y" TO FOUND-FLAG
                 WHEN IT-NUMBER (IT-IDX) < SEEK-INVOICE
                    COMPUTE IT-LOW = IT-IDX + 1
                 WHEN OTHER
                    IF IT-IDX = 1 THEN
                       MOVE ZEROS TO IT-HIGH
                    ELSE
                       COMPUTE IT-HIGH = IT-IDX - 1
                    END-IF
              END-EVALUATE
           END-PERFORM
           EXIT SECTION.

       FIND-CREDIT-FOR-ORDER SECTION.
      *    CN-FOUND IS THE CREDIT NOTE OF ORDER LINE SEEK-ORDER, OR 0.
           MOVE ZEROS TO CN-FOUND
           PERFORM VARYING CN-IDX FROM 1 BY 1 UNTIL CN-IDX > CN-MAX
              OR CN-FOUND > ZEROS
              IF CN-REF-ORDER (CN-IDX) = SEEK-ORDER THEN
                 MOVE CN-NUMBER (CN-IDX) TO CN-FOUND
              END-IF
           END-PERFORM
           EXIT SECTION.

       CHECK-DELIVERIES SECTION.
      ******************************************************************
      *    A. EVERY LINE OF AN ORDER DELIVERED IN THE PERIOD MUST BE
      *    LINKED TO AN INVOICE IN ORDINV.
      ******************************************************************
           MOVE "A" TO SECTION-CODE
           MOVE SPACES TO BREAK-TEXT
           STRING "A. DELIVERED ORDERS (ORDERSFILE / DELIVERYLOG)"
              " AGAINST ORDINV" DELIMITED BY SIZE INTO BREAK-TEXT
           END-STRING
           PERFORM WRITE-HEADING

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT DELIVERYLOG
           IF DELIVERYLOG-FS NOT = 00 THEN
              MOVE "DELIVERYLOG NOT AVAILABLE - NO DELIVERIES TO CHECK"
                 TO REC-LINE
              WRITE REC-LINE
              EXIT SECTION
           END-IF
           OPEN INPUT ORDERS
           OPEN INPUT ORDINV

           PERFORM UNTIL EOF-FLAG = "Y"
              READ DELIVERYLOG NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE DLV-DATE TO WORK-DATE
                    IF DLV-DELIVERED
                    AND WORK-DATE-PERIOD = REPORT-PERIOD THEN
                       ADD 1 TO CT-DLV-ORDERS
                       PERFORM CHECK-DELIVERED-ORDER
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DELIVERYLOG
           IF ORDERS-FS = 00 THEN
              CLOSE ORDERS
           END-IF
           IF ORDINV-FS = 00 THEN
              CLOSE ORDINV
           END-IF
           EXIT SECTION.

       CHECK-DELIVERED-ORDER SECTION.
      *    THE LINES OF THE ORDER CARRY ITS NUMBER AS HEADER ID; A LINE
      *    FROM BEFORE ORDER LINES EXISTED IS THE ORDER ITSELF.
           MOVE ZEROS TO LINES-FOUND
           MOVE SPACES TO LINE-EOF
           IF ORDERS-FS NOT = 00 THEN
              MOVE "Y" TO LINE-EOF
           END-IF
           MOVE DLV-ORDERS-ID TO FD-ORDERS-HEADER-ID
           IF LINE-EOF NOT = "Y" THEN
              START ORDERS KEY IS EQUAL FD-ORDERS-HEADER-ID
                 INVALID KEY
                    MOVE "Y" TO LINE-EOF
              END-START
           END-IF
           PERFORM UNTIL LINE-EOF = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO LINE-EOF
                 NOT AT END
                    IF FD-ORDERS-HEADER-ID NOT = DLV-ORDERS-ID THEN
                       MOVE "Y" TO LINE-EOF
                    ELSE
                       ADD 1 TO LINES-FOUND
                       PERFORM CHECK-DELIVERED-LINE
                    END-IF
              END-READ
           END-PERFORM
           IF LINES-FOUND > ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE DLV-ORDERS-ID TO FD-ORDERS-ID
           IF ORDERS-FS = 00 THEN
              READ ORDERS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DLV-ORDERS-ID TO FD-ORDERS-HEADER-ID
                    PERFORM CHECK-DELIVERED-LINE
                    EXIT SECTION
              END-READ
           END-IF
           MOVE SPACES TO BREAK-TEXT
           STRING "ORDER " DLV-ORDERS-ID " DELIVERED " DLV-DATE
              " TO SCHOOL " DLV-SCHOOL-INTERNAL-ID
              " - ORDER NOT ON ORDERSFILE, CANNOT BE INVOICED"
              DELIMITED BY SIZE INTO BREAK-TEXT
           END-STRING
           PERFORM WRITE-BREAK
           EXIT SECTION.

       CHECK-DELIVERED-LINE SECTION.
           ADD 1 TO CT-DLV-LINES
           IF ORDINV-FS = 00 THEN
              MOVE FD-ORDERS-ID TO OI-ORDERS-ID
              READ ORDINV
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO CT-DLV-INVOICED
                    ADD OI-TOTAL TO CT-DLV-INV-TOTAL
                    EXIT SECTION
              END-READ
           END-IF

           MOVE FD-ORDERS-ID TO SEEK-ORDER
           PERFORM FIND-CREDIT-FOR-ORDER
           MOVE SPACES TO BREAK-TEXT
           IF CN-FOUND > ZEROS THEN
              STRING "ORDER " FD-ORDERS-HEADER-ID " LINE " FD-ORDERS-ID
                 " DELIVERED " DLV-DATE " TO SCHOOL "
                 DLV-SCHOOL-INTERNAL-ID
                 " - INVOICE CREDITED BY CREDIT NOTE " CN-FOUND
                 DELIMITED BY SIZE INTO BREAK-TEXT
              END-STRING
           ELSE
              STRING "ORDER " FD-ORDERS-HEADER-ID " LINE " FD-ORDERS-ID
                 " DELIVERED " DLV-DATE " TO SCHOOL "
                 DLV-SCHOOL-INTERNAL-ID " - NOT INVOICED (NO ORDINV)"
                 DELIMITED BY SIZE INTO BREAK-TEXT
              END-STRING
           END-IF
           PERFORM WRITE-BREAK
           EXIT SECTION.

       CHECK-ORDINV SECTION.
      ******************************************************************
      *    B. EVERY ORDINV LINK MUST POINT AT AN INVOICE ON THE
      *    REGISTER AND NOT AT A LINE SINCE CREDITED; THE LINKS OF THE
      *    PERIOD'S INVOICES ARE ADDED UP PER INVOICE AND THEIR ORDERS
      *    CHECKED AGAINST THE DELIVERY OUTCOME.
      ******************************************************************
           MOVE "B" TO SECTION-CODE
           MOVE "B. ORDINV AGAINST BWINVOICES (INCLUDING CREDIT NOTES)"
              TO BREAK-TEXT
           PERFORM WRITE-HEADING

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORDINV
           IF ORDINV-FS NOT = 00 THEN
              MOVE "ORDINV NOT AVAILABLE - NO INVOICE LINKS TO CHECK"
                 TO REC-LINE
              WRITE REC-LINE
              EXIT SECTION
           END-IF
           OPEN INPUT INVOICES
           OPEN INPUT ORDERS
           OPEN INPUT DELIVERYLOG

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDINV NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM CHECK-ONE-LINK
              END-READ
           END-PERFORM

           CLOSE ORDINV
           IF INVOICES-FS = 00 THEN
              CLOSE INVOICES
           END-IF
           IF ORDERS-FS = 00 THEN
              CLOSE ORDERS
           END-IF
           IF DELIVERYLOG-FS = 00 THEN
              CLOSE DELIVERYLOG
           END-IF
           EXIT SECTION.

       CHECK-ONE-LINK SECTION.
           MOVE OI-ORDERS-ID TO SEEK-ORDER
           PERFORM FIND-CREDIT-FOR-ORDER
           IF CN-FOUND > ZEROS THEN
              MOVE SPACES TO BREAK-TEXT
              STRING "ORDINV LINE " OI-ORDERS-ID " -> INVOICE "
                 OI-INVOICE-NUMBER
                 " - LINE ALREADY CREDITED BY CREDIT NOTE " CN-FOUND
                 ", LINK NOT REMOVED" DELIMITED BY SIZE
                 INTO BREAK-TEXT
              END-STRING
              PERFORM WRITE-BREAK
           END-IF

           MOVE OI-INVOICE-NUMBER TO SEEK-INVOICE
           PERFORM FIND-PERIOD-INVOICE
           IF FOUND-FLAG = "Y" THEN
              ADD 1 TO CT-OI-LINES, IT-OI-LINES (IT-IDX)
              ADD OI-NET TO CT-OI-NET, IT-OI-NET (IT-IDX)
              ADD OI-TOTAL TO CT-OI-TOTAL
              PERFORM CHECK-LINK-DELIVERY
              EXIT SECTION
           END-IF

      *    NOT AN INVOICE OF THE PERIOD: IT MUST STILL BE ON THE
      *    REGISTER, AND BE AN INVOICE.
           MOVE SPACES TO BREAK-TEXT
           IF INVOICES-FS NOT = 00 THEN
              STRING "ORDINV LINE " OI-ORDERS-ID " -> INVOICE "
                 OI-INVOICE-NUMBER " - INVOICE REGISTER NOT AVAILABLE"
                 DELIMITED BY SIZE INTO BREAK-TEXT
              END-STRING
              PERFORM WRITE-BREAK
              EXIT SECTION
           END-IF
           MOVE OI-INVOICE-NUMBER TO INV-NUMBER
           READ INVOICES
              INVALID KEY
                 STRING "ORDINV LINE " OI-ORDERS-ID " -> INVOICE "
                    OI-INVOICE-NUMBER " - INVOICE NOT IN BWINVOICES"
                    DELIMITED BY SIZE INTO BREAK-TEXT
                 END-STRING
                 PERFORM WRITE-BREAK
              NOT INVALID KEY
                 IF INV-IS-CREDIT THEN
                    STRING "ORDINV LINE " OI-ORDERS-ID " -> "
                       OI-INVOICE-NUMBER
                       " - POINTS AT A CREDIT NOTE, NOT AN INVOICE"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                    END-STRING
                    PERFORM WRITE-BREAK
                 END-IF
           END-READ
           EXIT SECTION.

       CHECK-LINK-DELIVERY SECTION.
      *    AN INVOICED LINE WHOSE ORDER WAS REFUSED OR FOUND THE SCHOOL
      *    CLOSED IS A BREAK; ONE WITH NO OUTCOME KEYED IS COUNTED.
           IF ORDERS-FS NOT = 00 OR DELIVERYLOG-FS NOT = 00 THEN
              ADD 1 TO CT-OI-UNCONFIRMED
              EXIT SECTION
           END-IF
           MOVE OI-ORDERS-ID TO FD-ORDERS-ID
           READ ORDERS
              INVALID KEY
                 ADD 1 TO CT-OI-UNCONFIRMED
                 EXIT SECTION
           END-READ
           MOVE FD-ORDERS-HEADER-ID TO HEADER-ORDER
           IF HEADER-ORDER = ZEROS THEN
              MOVE FD-ORDERS-ID TO HEADER-ORDER
           END-IF
           MOVE HEADER-ORDER TO DLV-ORDERS-ID
           READ DELIVERYLOG
              INVALID KEY
                 ADD 1 TO CT-OI-UNCONFIRMED
                 EXIT SECTION
           END-READ
           IF DLV-DELIVERED THEN
              EXIT SECTION
           END-IF
           MOVE SPACES TO BREAK-TEXT
           IF DLV-REFUSED THEN
              STRING "ORDER " HEADER-ORDER " LINE " OI-ORDERS-ID
                 " ON INVOICE " OI-INVOICE-NUMBER
                 " - NOT DELIVERED (REFUSED ON " DLV-DATE ")"
                 DELIMITED BY SIZE INTO BREAK-TEXT
              END-STRING
           ELSE
              STRING "ORDER " HEADER-ORDER " LINE " OI-ORDERS-ID
                 " ON INVOICE " OI-INVOICE-NUMBER
                 " - NOT DELIVERED (SCHOOL CLOSED ON " DLV-DATE ")"
                 DELIMITED BY SIZE INTO BREAK-TEXT
              END-STRING
           END-IF
           PERFORM WRITE-BREAK
           EXIT SECTION.

       CHECK-INVOICE-NET SECTION.
      ******************************************************************
      *    B. THE NET OF EACH INVOICE OF THE PERIOD MUST EQUAL ITS
      *    ORDINV LINES, PLUS DELIVERY CHARGES AND FEES, PLUS THE
      *    LINES SINCE CREDITED (THEIR LINKS ARE GONE).
      ******************************************************************
           MOVE "B" TO SECTION-CODE
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-MAX
              COMPUTE EXPECTED-NET = IT-OI-NET (IT-IDX)
                 + IT-CHARGES (IT-IDX) + IT-FEES (IT-IDX)
                 + IT-CN-NET (IT-IDX)
              IF EXPECTED-NET NOT = IT-NET (IT-IDX) THEN
                 MOVE IT-NET (IT-IDX) TO AMOUNT-EDITED
                 MOVE IT-OI-NET (IT-IDX) TO AMOUNT-EDITED2
                 MOVE EXPECTED-NET TO AMOUNT-EDITED3
                 MOVE SPACES TO BREAK-TEXT
                 STRING "INVOICE " IT-NUMBER (IT-IDX)
                    " SCHOOL " IT-SCHOOL (IT-IDX)
                    " NET " AMOUNT-EDITED
                    " - ORDINV " AMOUNT-EDITED2
                    " + CHARGES/FEES/CREDITED = " AMOUNT-EDITED3
                    DELIMITED BY SIZE INTO BREAK-TEXT
                 END-STRING
                 PERFORM WRITE-BREAK
              END-IF
           END-PERFORM
           IF IT-FULL = "Y" THEN
              MOVE SPACES TO BREAK-TEXT
              STRING "MORE THAN 2000 INVOICES IN THE PERIOD - THE"
                 " REST WERE NOT CHECKED" DELIMITED BY SIZE
                 INTO BREAK-TEXT
              END-STRING
              PERFORM WRITE-BREAK
           END-IF
           IF CN-FULL = "Y" THEN
              MOVE SPACES TO BREAK-TEXT
              STRING "MORE THAN 3000 CREDIT NOTES ON THE REGISTER -"
                 " THE REST WERE NOT CHECKED" DELIMITED BY SIZE
                 INTO BREAK-TEXT
              END-STRING
              PERFORM WRITE-BREAK
           END-IF
           EXIT SECTION.

       CHECK-PAYMENTS SECTION.
      ******************************************************************
      *    C. EVERY PAYMENT OF THE PERIOD MUST BE AGAINST AN INVOICE ON
      *    THE REGISTER; NO INVOICE OF THE PERIOD MAY BE PAID BEYOND
      *    ITS TOTAL LESS ITS CREDIT NOTES.
      ******************************************************************
           MOVE "C" TO SECTION-CODE
           MOVE "C. INVOICES AGAINST BWPAYMENTS" TO BREAK-TEXT
           PERFORM WRITE-HEADING

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT PAYMENTS
           IF PAYMENTS-FS NOT = 00 THEN
              MOVE "BWPAYMENTS NOT AVAILABLE - NO PAYMENTS TO CHECK"
                 TO REC-LINE
              WRITE REC-LINE
           ELSE
              OPEN INPUT INVOICES
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ PAYMENTS NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       PERFORM CHECK-ONE-PAYMENT
                 END-READ
              END-PERFORM
              CLOSE PAYMENTS
              IF INVOICES-FS = 00 THEN
                 CLOSE INVOICES
              END-IF
           END-IF

           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-MAX
              COMPUTE OPEN-AMOUNT = IT-TOTAL (IT-IDX)
                 - IT-CN-TOTAL (IT-IDX) - IT-PAID (IT-IDX)
              IF OPEN-AMOUNT > ZEROS THEN
                 ADD OPEN-AMOUNT TO CT-INV-OPEN
              END-IF
              IF OPEN-AMOUNT < ZEROS THEN
                 MOVE IT-TOTAL (IT-IDX) TO AMOUNT-EDITED
                 MOVE IT-CN-TOTAL (IT-IDX) TO AMOUNT-EDITED2
                 MOVE IT-PAID (IT-IDX) TO AMOUNT-EDITED3
                 MOVE SPACES TO BREAK-TEXT
                 STRING "INVOICE " IT-NUMBER (IT-IDX)
                    " SCHOOL " IT-SCHOOL (IT-IDX)
                    " OVERPAID - TOTAL " AMOUNT-EDITED
                    " CREDITED " AMOUNT-EDITED2
                    " PAID " AMOUNT-EDITED3
                    DELIMITED BY SIZE INTO BREAK-TEXT
                 END-STRING
                 PERFORM WRITE-BREAK
              END-IF
           END-PERFORM
           EXIT SECTION.

       CHECK-ONE-PAYMENT SECTION.
      *    A PAYMENT OF ANY DATE COUNTS TOWARDS ITS INVOICE; ONLY THE
      *    PAYMENTS OF THE PERIOD ARE CHECKED AGAINST THE REGISTER.
           MOVE "N" TO PAY-IN-PERIOD
           MOVE PAY-DATE TO WORK-DATE
           IF WORK-DATE-PERIOD = REPORT-PERIOD
           AND WORK-DATE-DAY >= 1 AND WORK-DATE-DAY <= 31 THEN
              MOVE WORK-DATE-DAY TO DAY-IDX
              ADD 1 TO CT-PAY-COUNT
              ADD PAY-AMOUNT TO CT-PAY-AMOUNT, REG-BANK (DAY-IDX)
              MOVE "Y" TO PAY-IN-PERIOD
           END-IF

           MOVE PAY-INVOICE-NUMBER TO SEEK-INVOICE
           PERFORM FIND-PERIOD-INVOICE
           IF FOUND-FLAG = "Y" THEN
              ADD PAY-AMOUNT TO IT-PAID (IT-IDX)
              EXIT SECTION
           END-IF
           IF PAY-IN-PERIOD NOT = "Y" THEN
              EXIT SECTION
           END-IF

           MOVE PAY-AMOUNT TO AMOUNT-EDITED
           MOVE SPACES TO BREAK-TEXT
           IF INVOICES-FS NOT = 00 THEN
              STRING "PAYMENT " PAY-ID " OF " PAY-DATE " AMOUNT "
                 AMOUNT-EDITED " - INVOICE REGISTER NOT AVAILABLE"
                 DELIMITED BY SIZE INTO BREAK-TEXT
              END-STRING
              PERFORM WRITE-BREAK
              EXIT SECTION
           END-IF
           MOVE PAY-INVOICE-NUMBER TO INV-NUMBER
           READ INVOICES
              INVALID KEY
                 STRING "PAYMENT " PAY-ID " OF " PAY-DATE " AMOUNT "
                    AMOUNT-EDITED " - INVOICE " PAY-INVOICE-NUMBER
                    " NOT IN BWINVOICES" DELIMITED BY SIZE
                    INTO BREAK-TEXT
                 END-STRING
                 PERFORM WRITE-BREAK
              NOT INVALID KEY
                 IF INV-IS-CREDIT THEN
                    STRING "PAYMENT " PAY-ID " OF " PAY-DATE
                       " AMOUNT " AMOUNT-EDITED " - "
                       PAY-INVOICE-NUMBER " IS A CREDIT NOTE"
                       DELIMITED BY SIZE INTO BREAK-TEXT
                    END-STRING
                    PERFORM WRITE-BREAK
                 END-IF
           END-READ
           EXIT SECTION.

       CHECK-JOURNAL SECTION.
      ******************************************************************
      *    D. THE REGISTERS OF EACH DAY AGAINST THE DAY'S POSTINGS IN
      *    JOURNAL.DAT. A DAY NOT POSTED AT ALL HAS ITS DOCUMENTS
      *    LISTED UNDER THE BREAK.
      ******************************************************************
           MOVE "D" TO SECTION-CODE
           MOVE "D. REGISTERS AGAINST THE JOURNAL.DAT POSTINGS"
              TO BREAK-TEXT
           PERFORM WRITE-HEADING

           MOVE SPACES TO EOF-FLAG, JNL-WRONG-PERIOD
           MOVE ZEROS TO JNL-DAY
           OPEN INPUT JOURNAL
           IF JOURNAL-FS NOT = 00 THEN
              MOVE SPACES TO BREAK-TEXT
              STRING "JOURNAL.DAT NOT FOUND - NOTHING OF THE PERIOD"
                 " IS POSTED (RUN BWJOURNAL)" DELIMITED BY SIZE
                 INTO BREAK-TEXT
              END-STRING
              PERFORM WRITE-BREAK
           ELSE
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ JOURNAL NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       PERFORM READ-JOURNAL-LINE
                 END-READ
              END-PERFORM
              CLOSE JOURNAL
           END-IF

           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 31
              COMPUTE WORK-DATE = REPORT-PERIOD * 100 + DAY-IDX
              ADD REG-SALES (DAY-IDX) TO CT-REG-SALES
              ADD REG-RETURNS (DAY-IDX) TO CT-REG-RETURNS
              ADD REG-BANK (DAY-IDX) TO CT-REG-BANK
              ADD JNL-SALES (DAY-IDX) TO CT-JNL-SALES
              ADD JNL-RETURNS (DAY-IDX) TO CT-JNL-RETURNS
              ADD JNL-BANK (DAY-IDX) TO CT-JNL-BANK
              PERFORM CHECK-JOURNAL-DAY
           END-PERFORM
           EXIT SECTION.

       READ-JOURNAL-LINE SECTION.
      *    THE EXPORT HEADER NAMES THE PERIOD; "JOURNAL AAAAMMDD"
      *    OPENS A DAY; THE AMOUNT OF A POSTING IS IN COLUMNS 20-31.
           IF JOURNAL-LINE (1:34) =
              "BREADWICH JOURNAL EXPORT | PERIOD " THEN
              IF JOURNAL-LINE (35:6) NOT = REPORT-PERIOD THEN
                 MOVE "Y" TO JNL-WRONG-PERIOD
                 MOVE SPACES TO BREAK-TEXT
                 STRING "JOURNAL.DAT IS THE EXPORT OF PERIOD "
                    JOURNAL-LINE (35:6) " - NOTHING OF " REPORT-PERIOD
                    " IS POSTED (RUN BWJOURNAL)" DELIMITED BY SIZE
                    INTO BREAK-TEXT
                 END-STRING
                 PERFORM WRITE-BREAK
              END-IF
              EXIT SECTION
           END-IF
           IF JNL-WRONG-PERIOD = "Y" THEN
              EXIT SECTION
           END-IF

           IF JOURNAL-LINE (1:8) = "JOURNAL " THEN
              MOVE ZEROS TO JNL-DAY
              IF JOURNAL-LINE (9:8) IS NUMERIC THEN
                 MOVE JOURNAL-LINE (9:8) TO WORK-DATE
                 IF WORK-DATE-PERIOD = REPORT-PERIOD
                 AND WORK-DATE-DAY >= 1 AND WORK-DATE-DAY <= 31 THEN
                    MOVE WORK-DATE-DAY TO JNL-DAY
                 END-IF
              END-IF
              EXIT SECTION
           END-IF
           IF JNL-DAY = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE JOURNAL-LINE (20:12) TO JNL-AMOUNT-EDITED
           MOVE JNL-AMOUNT-EDITED TO WORK-AMOUNT
           EVALUATE JOURNAL-LINE (1:18)
              WHEN "DR RECEIVABLES    "
                 ADD WORK-AMOUNT TO JNL-SALES (JNL-DAY)
              WHEN "DR SALES-RETURNS  "
                 ADD WORK-AMOUNT TO JNL-RETURNS (JNL-DAY)
              WHEN "DR BANK           "
                 ADD WORK-AMOUNT TO JNL-BANK (JNL-DAY)
           END-EVALUATE
           EXIT SECTION.

       CHECK-JOURNAL-DAY SECTION.
           IF REG-SALES (DAY-IDX) NOT = JNL-SALES (DAY-IDX) THEN
              MOVE REG-SALES (DAY-IDX) TO AMOUNT-EDITED
              MOVE JNL-SALES (DAY-IDX) TO AMOUNT-EDITED2
              MOVE SPACES TO BREAK-TEXT
              STRING "DAY " WORK-DATE " INVOICES (NET + VAT) "
                 AMOUNT-EDITED " - JOURNAL DR RECEIVABLES "
                 AMOUNT-EDITED2 DELIMITED BY SIZE INTO BREAK-TEXT
              END-STRING
              PERFORM WRITE-BREAK
              IF JNL-SALES (DAY-IDX) = ZEROS THEN
                 MOVE 1 TO LIST-TYPE
                 PERFORM LIST-DAY-DOCUMENTS
              END-IF
           END-IF
           IF REG-RETURNS (DAY-IDX) NOT = JNL-RETURNS (DAY-IDX) THEN
              MOVE REG-RETURNS (DAY-IDX) TO AMOUNT-EDITED
              MOVE JNL-RETURNS (DAY-IDX) TO AMOUNT-EDITED2
              MOVE SPACES TO BREAK-TEXT
              STRING "DAY " WORK-DATE " CREDIT NOTES (NET) "
                 AMOUNT-EDITED " - JOURNAL DR SALES-RETURNS "
                 AMOUNT-EDITED2 DELIMITED BY SIZE INTO BREAK-TEXT
              END-STRING
              PERFORM WRITE-BREAK
              IF JNL-RETURNS (DAY-IDX) = ZEROS THEN
                 MOVE 2 TO LIST-TYPE
                 PERFORM LIST-DAY-DOCUMENTS
              END-IF
           END-IF
           IF REG-BANK (DAY-IDX) NOT = JNL-BANK (DAY-IDX) THEN
              MOVE REG-BANK (DAY-IDX) TO AMOUNT-EDITED
              MOVE JNL-BANK (DAY-IDX) TO AMOUNT-EDITED2
              MOVE SPACES TO BREAK-TEXT
              STRING "DAY " WORK-DATE " PAYMENTS " AMOUNT-EDITED
                 " - JOURNAL DR BANK " AMOUNT-EDITED2
                 DELIMITED BY SIZE INTO BREAK-TEXT
              END-STRING
              PERFORM WRITE-BREAK
              IF JNL-BANK (DAY-IDX) = ZEROS THEN
                 PERFORM LIST-DAY-PAYMENTS
              END-IF
           END-IF
           EXIT SECTION.

       LIST-DAY-DOCUMENTS SECTION.
      *    THE INVOICES (LIST-TYPE 1) OR CREDIT NOTES (2) OF THE DAY
      *    IN WORK-DATE, NONE OF THEM IN JOURNAL.DAT.
           MOVE SPACES TO LINE-EOF
           OPEN INPUT INVOICES
           IF INVOICES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL LINE-EOF = "Y"
              READ INVOICES NEXT RECORD
                 AT END
                    MOVE "Y" TO LINE-EOF
                 NOT AT END
                    IF INV-DATE = WORK-DATE
                    AND INV-TYPE = LIST-TYPE THEN
                       MOVE INV-TOTAL TO AMOUNT-EDITED
                       MOVE SPACES TO REC-LINE
                       STRING "          INVOICE/CREDIT NOTE "
                          INV-NUMBER " SCHOOL " INV-SCHOOL-INTERNAL-ID
                          " TOTAL " AMOUNT-EDITED
                          " NOT IN JOURNAL.DAT" DELIMITED BY SIZE
                          INTO REC-LINE
                       END-STRING
                       WRITE REC-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INVOICES
           EXIT SECTION.

       LIST-DAY-PAYMENTS SECTION.
      *    THE PAYMENTS OF THE DAY IN WORK-DATE, NONE IN JOURNAL.DAT.
           MOVE SPACES TO LINE-EOF
           OPEN INPUT PAYMENTS
           IF PAYMENTS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL LINE-EOF = "Y"
              READ PAYMENTS NEXT RECORD
                 AT END
                    MOVE "Y" TO LINE-EOF
                 NOT AT END
                    IF PAY-DATE = WORK-DATE THEN
                       MOVE PAY-AMOUNT TO AMOUNT-EDITED
                       MOVE SPACES TO REC-LINE
                       STRING "          PAYMENT " PAY-ID
                          " INVOICE " PAY-INVOICE-NUMBER
                          " AMOUNT " AMOUNT-EDITED
                          " REF " PAY-REFERENCE
                          " NOT IN JOURNAL.DAT" DELIMITED BY SIZE
                          INTO REC-LINE
                       END-STRING
                       WRITE REC-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAYMENTS
           EXIT SECTION.

       WRITE-HEADING SECTION.
      *    A SECTION HEADING (TEXT IN BREAK-TEXT) OF THE REPORT.
           MOVE SPACES TO REC-LINE
           WRITE REC-LINE
           MOVE BREAK-TEXT TO REC-LINE
           WRITE REC-LINE
           MOVE ALL "-" TO REC-LINE (1:70)
           WRITE REC-LINE
           EXIT SECTION.

       WRITE-BREAK SECTION.
      *    ONE BREAK (TEXT IN BREAK-TEXT) OF THE SECTION IN
      *    SECTION-CODE.
           ADD 1 TO CT-BREAKS
           EVALUATE SECTION-CODE
              WHEN "A" ADD 1 TO CT-BREAKS-A
              WHEN "B" ADD 1 TO CT-BREAKS-B
              WHEN "C" ADD 1 TO CT-BREAKS-C
              WHEN "D" ADD 1 TO CT-BREAKS-D
           END-EVALUATE
           MOVE SPACES TO REC-LINE
           STRING "BREAK " SECTION-CODE " | " BREAK-TEXT
              DELIMITED BY SIZE INTO REC-LINE
           END-STRING
           WRITE REC-LINE
           EXIT SECTION.

       WRITE-SUMMARY SECTION.
      ******************************************************************
      *    THE CONTROL TOTALS AND THE SIGN-OFF BLOCK.
      ******************************************************************
           MOVE "CONTROL TOTALS" TO BREAK-TEXT
           PERFORM WRITE-HEADING

           MOVE "A  ORDERS DELIVERED IN THE PERIOD" TO SUMMARY-LABEL
           MOVE CT-DLV-ORDERS TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "   ORDER LINES DELIVERED" TO SUMMARY-LABEL
           MOVE CT-DLV-LINES TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "   DELIVERED LINES INVOICED (ORDINV)" TO SUMMARY-LABEL
           MOVE CT-DLV-INVOICED TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "   VALUE INVOICED OF DELIVERED LINES" TO SUMMARY-LABEL
           MOVE CT-DLV-INV-TOTAL TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   BREAKS" TO SUMMARY-LABEL
           MOVE CT-BREAKS-A TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT

           MOVE "B  INVOICES DATED IN THE PERIOD" TO SUMMARY-LABEL
           MOVE CT-INV-COUNT TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "   INVOICES NET" TO SUMMARY-LABEL
           MOVE CT-INV-NET TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   OF WHICH DELIVERY CHARGES" TO SUMMARY-LABEL
           MOVE CT-INV-CHARGES TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   OF WHICH FEES RECHARGED" TO SUMMARY-LABEL
           MOVE CT-INV-FEES TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   INVOICES VAT" TO SUMMARY-LABEL
           MOVE CT-INV-VAT TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   INVOICES TOTAL" TO SUMMARY-LABEL
           MOVE CT-INV-TOTAL TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   ORDINV LINES ON THESE INVOICES" TO SUMMARY-LABEL
           MOVE CT-OI-LINES TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "   ORDINV NET" TO SUMMARY-LABEL
           MOVE CT-OI-NET TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   ORDINV TOTAL" TO SUMMARY-LABEL
           MOVE CT-OI-TOTAL TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   INVOICED LINES WITHOUT DELIVERY OUTCOME"
              TO SUMMARY-LABEL
           MOVE CT-OI-UNCONFIRMED TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "   CREDIT NOTES DATED IN THE PERIOD" TO SUMMARY-LABEL
           MOVE CT-CN-COUNT TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "   CREDIT NOTES NET" TO SUMMARY-LABEL
           MOVE CT-CN-NET TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   CREDIT NOTES TOTAL" TO SUMMARY-LABEL
           MOVE CT-CN-TOTAL TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   BREAKS" TO SUMMARY-LABEL
           MOVE CT-BREAKS-B TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT

           MOVE "C  PAYMENTS RECEIVED IN THE PERIOD" TO SUMMARY-LABEL
           MOVE CT-PAY-COUNT TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "   PAYMENTS AMOUNT" TO SUMMARY-LABEL
           MOVE CT-PAY-AMOUNT TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   STILL OPEN ON THE PERIOD'S INVOICES" TO
              SUMMARY-LABEL
           MOVE CT-INV-OPEN TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   BREAKS" TO SUMMARY-LABEL
           MOVE CT-BREAKS-C TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT

           MOVE "D  REGISTER INVOICES (NET + VAT)" TO SUMMARY-LABEL
           MOVE CT-REG-SALES TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   JOURNAL DR RECEIVABLES" TO SUMMARY-LABEL
           MOVE CT-JNL-SALES TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   REGISTER CREDIT NOTES (NET)" TO SUMMARY-LABEL
           MOVE CT-REG-RETURNS TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   JOURNAL DR SALES-RETURNS" TO SUMMARY-LABEL
           MOVE CT-JNL-RETURNS TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   REGISTER PAYMENTS" TO SUMMARY-LABEL
           MOVE CT-REG-BANK TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   JOURNAL DR BANK" TO SUMMARY-LABEL
           MOVE CT-JNL-BANK TO WORK-AMOUNT
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE "   BREAKS" TO SUMMARY-LABEL
           MOVE CT-BREAKS-D TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT

           MOVE SPACES TO REC-LINE
           WRITE REC-LINE
           MOVE "TOTAL BREAKS" TO SUMMARY-LABEL
           MOVE CT-BREAKS TO COUNT-EDITED
           PERFORM WRITE-SUMMARY-COUNT
           IF CT-BREAKS = ZEROS THEN
              MOVE "RESULT: RECONCILED - NO BREAKS" TO REC-LINE
           ELSE
              MOVE "RESULT: NOT RECONCILED - BREAKS TO BE CLEARED"
                 TO REC-LINE
           END-IF
           WRITE REC-LINE

           MOVE SPACES TO REC-LINE
           WRITE REC-LINE
           STRING "PREPARED BY " SESSION-USERNAME " ON " NOW-DAY "."
              NOW-MONTH "." NOW-YEAR " " NOW-HOUR ":" NOW-MINUTE
              DELIMITED BY SIZE INTO REC-LINE
           END-STRING
           WRITE REC-LINE
           MOVE SPACES TO REC-LINE
           WRITE REC-LINE
           STRING "CHECKED AND SIGNED OFF BY (ACCOUNTANT): "
              "______________________________" DELIMITED BY SIZE
              INTO REC-LINE
           END-STRING
           WRITE REC-LINE
           MOVE SPACES TO REC-LINE
           WRITE REC-LINE
           STRING "SIGNATURE: ______________________________"
              "   DATE: __________" DELIMITED BY SIZE INTO REC-LINE
           END-STRING
           WRITE REC-LINE
           EXIT SECTION.

       WRITE-SUMMARY-COUNT SECTION.
           MOVE SPACES TO REC-LINE
           MOVE SUMMARY-LABEL TO REC-LINE (1:50)
           MOVE COUNT-EDITED TO REC-LINE (56:7)
           WRITE REC-LINE
           EXIT SECTION.

       WRITE-SUMMARY-AMOUNT SECTION.
           MOVE SPACES TO REC-LINE
           MOVE SUMMARY-LABEL TO REC-LINE (1:50)
           MOVE WORK-AMOUNT TO AMOUNT-EDITED
           MOVE AMOUNT-EDITED TO REC-LINE (51:12)
           WRITE REC-LINE
           EXIT SECTION.
