      *    INVOICES WITH THE AMOUNT PAID SO FAR (BWINVOICES AND
      *    BWPAYMENTS) AND THE CONTRACT IN FORCE (BWCONTRACTS).
      *    STRICTLY READ-ONLY.
      ******************************************************************
      *    V2 | 15.10.2026 | THIRD VIEW: THE DELIVERY CHARGES AND
      *         SMALL-ORDER SURCHARGES BILLED PER DELIVERY DATE
      *         (DELCHARGES, SEE BWINVOICE), WITH ANY CONTRACT WAIVER.
      ******************************************************************

       IDENTIFICATION DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT ORDERSDEL ASSIGN TO "ORDERSARCHIVE"
              RECORD KEY IS CN-SCHOOL-INTERNAL-ID
              FILE STATUS IS CONTRACTS-FS.

           SELECT DELCHARGES ASSIGN TO "DELCHARGES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DC-KEY
              FILE STATUS IS DELCHARGES-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOLS.
       FD  CONTRACTS.
       COPY CB-CONTRACTS.

       FD  DELCHARGES.
       COPY CB-DELCHARGE.

       WORKING-STORAGE SECTION.
       77  SCHOOL-FS                            PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  INVOICES-FS                          PIC 9(002).
       77  PAYMENTS-FS                          PIC 9(002).
       77  CONTRACTS-FS                         PIC 9(002).
       77  DELCHARGES-FS                        PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  ILIN                                 PIC 9(002).
       77  TOTAL-OPEN                           PIC 9(009)V99.
       77  PAY-EOF                              PIC X(001).
       77  CONTRACT-TEXT                        PIC X(040).
       77  WAIVER-TEXT                          PIC X(017).
       77  TOTAL-CHARGES                        PIC 9(009)V99.

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 VALUE "1 - ORDERS AND DELIVERIES" LINE 27 COL 05.
           05 VALUE "2 - OPEN INVOICES" LINE 27 COL 35.
           05 VALUE "0 - ANOTHER SCHOOL" LINE 27 COL 57.
           05 VALUE "3 - DELIVERY CHARGES" LINE 28 COL 05.
           05 VALUE "OPTION:" LINE 29 COL 05.
           05 SS-H-OPTION PIC 9(001) LINE 29 COL 13 TO INQ-OPTION
              BLANK WHEN ZERO.
               10 VALUE " OPEN ".
               10 SL-INV-OPEN PIC 9(007).99 FROM OPEN-AMOUNT.

       01  CHARGE-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-C-LINE LINE ILIN COL 05.
               10 VALUE "DELIVERY ".
               10 SL-DC-DATE PIC 9(008) FROM DC-DELIVERY-DATE.
               10 VALUE " ZONE ".
               10 SL-DC-ZONE PIC 9(002) FROM DC-ZONE-ID.
               10 VALUE " GOODS ".
               10 SL-DC-NET PIC 9(007).99 FROM DC-GOODS-NET.
               10 VALUE " CHARGE ".
               10 SL-DC-CHARGE PIC 9(003).99 FROM DC-CHARGE.
               10 VALUE " SURCH ".
               10 SL-DC-SURCH PIC 9(003).99 FROM DC-SURCHARGE.
               10 VALUE " INV ".
               10 SL-DC-INV PIC 9(008) FROM DC-INVOICE-NUMBER.
               10 VALUE " ".
               10 SL-DC-WAIVER PIC X(017) FROM WAIVER-TEXT.

       01  TOTAL-CHARGES-SCREEN FOREGROUND-COLOR 1 BACKGROUND-COLOR 7.
           05 VALUE "TOTAL CHARGED:" LINE 26 COL 05.
           05 SS-T-CHARGES PIC 9(007).99 LINE 26 COL 20
              FROM TOTAL-CHARGES.

       01  TOTAL-OPEN-SCREEN FOREGROUND-COLOR 1 BACKGROUND-COLOR 7.
           05 VALUE "TOTAL OPEN:" LINE 26 COL 05.
           05 SS-T-OPEN PIC 9(007).99 LINE 26 COL 17 FROM TOTAL-OPEN.
              EVALUATE INQ-OPTION
                 WHEN 1 PERFORM LIST-ORDERS
                 WHEN 2 PERFORM LIST-OPEN-INVOICES
                 WHEN 3 PERFORM LIST-DELIVERY-CHARGES
              END-EVALUATE
           END-PERFORM
           EXIT SECTION.
              END-READ
           END-PERFORM
           EXIT SECTION.

       LIST-DELIVERY-CHARGES SECTION.
      ******************************************************************
      *    THE CHARGES BILLED PER DELIVERY DATE OF THE SCHOOL. THE
      *    FILE IS KEYED BY SCHOOL AND DATE, SO THE SCAN STARTS AT
      *    THE SCHOOL AND STOPS AT THE NEXT ONE.
      ******************************************************************
           DISPLAY CLEAR-SCREEN
           DISPLAY HEADER-SCREEN
           MOVE 6 TO ILIN
           MOVE ZEROS TO TOTAL-CHARGES
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT DELCHARGES
           IF DELCHARGES-FS NOT = 00 THEN
              ACCEPT END-LIST-SCREEN
              EXIT SECTION
           END-IF

           MOVE INQ-SCHOOL TO DC-SCHOOL-INTERNAL-ID
           MOVE ZEROS TO DC-DELIVERY-DATE
           START DELCHARGES KEY IS NOT LESS THAN DC-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ DELCHARGES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF DC-SCHOOL-INTERNAL-ID NOT = INQ-SCHOOL THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       EVALUATE TRUE
                          WHEN DC-ALL-WAIVED
                             MOVE "ALL WAIVED" TO WAIVER-TEXT
                          WHEN DC-SURCHARGE-WAIVED
                             MOVE "SURCHARGE WAIVED" TO WAIVER-TEXT
                          WHEN OTHER
                             MOVE SPACES TO WAIVER-TEXT
                       END-EVALUATE
                       ADD DC-CHARGE TO TOTAL-CHARGES
                       ADD DC-SURCHARGE TO TOTAL-CHARGES
                       DISPLAY CHARGE-LINE-SCREEN
                       ADD 1 TO ILIN
                       IF ILIN > 24 THEN
                          ACCEPT MORE-SCREEN
                          DISPLAY CLEAR-SCREEN
                          DISPLAY HEADER-SCREEN
                          MOVE 6 TO ILIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DELCHARGES
           DISPLAY TOTAL-CHARGES-SCREEN
           ACCEPT END-LIST-SCREEN
           EXIT SECTION.
