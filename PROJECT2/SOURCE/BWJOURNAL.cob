      *    NOT YET CLOSED IN CLOSEDDAYS (SEE BWDAYCLOSE) IS NOT
      *    EXPORTED: IT GOES TO THE REJECTION LIST AND THE RUN SAYS
      *    SO. OUTPUT IS JOURNAL.DAT PLUS CONTROL TOTALS.
      ******************************************************************
      *    V2 | 15.10.2026 | SUPPLIER INVOICES PAID BY A PAYMENT RUN
      *         (SEE BWPAYRUN, REGISTER SUPPAYMENTS) ARE PART OF THE
      *         DAY'S JOURNAL ON THEIR PAYMENT DATE: DR PAYABLES /
      *         CR BANK.
      *    V3 | 15.10.2026 | DELIVERY CHARGES AND SMALL-ORDER
      *         SURCHARGES BILLED ON THE INVOICES (INV-CHARGES, SEE
      *         BWINVOICE) ARE CREDITED TO DELIVERY-CHRG INSTEAD
      *         OF SALES.
      *    V4 | 15.10.2026 | BANK FEES OF RETURNED DIRECT DEBITS BILLED
      *         TO THE SCHOOLS (INV-FEES, SEE BWDIRDEBIT) ARE CREDITED
      *         TO FEES-RECHARGED INSTEAD OF SALES.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS CD-DATE
              FILE STATUS IS CLOSEDDAYS-FS.

           SELECT SUPPAY ASSIGN TO "SUPPAYMENTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SP-SI-NUMBER
              FILE STATUS IS SUPPAY-FS.

           SELECT JOURNAL ASSIGN TO "JOURNAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-FS.
       FD  CLOSEDDAYS.
       COPY CB-CLOSEDDAYS.

       FD  SUPPAY.
       COPY CB-SUPPAY.

       FD  JOURNAL.
       01  JOURNAL-LINE                         PIC X(090).

       77  WASTELOG-FS                          PIC 9(002).
       77  RIS-FS                               PIC 9(002).
       77  CLOSEDDAYS-FS                        PIC 9(002).
       77  SUPPAY-FS                            PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  REJECTS-FS                           PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
               10 DAY-ACTIVE                    PIC X(001).
               10 DAY-INV-NET                   PIC 9(009)V99.
               10 DAY-INV-VAT                   PIC 9(009)V99.
               10 DAY-INV-CHARGES               PIC 9(009)V99.
               10 DAY-INV-FEES                  PIC 9(009)V99.
               10 DAY-CN-NET                    PIC 9(009)V99.
               10 DAY-CN-VAT                    PIC 9(009)V99.
               10 DAY-PAYMENTS                  PIC 9(009)V99.
               10 DAY-WASTE                     PIC 9(009)V99.
               10 DAY-SUPPLIER-PAY              PIC 9(009)V99.

       SCREEN SECTION.
       01  CLEAR-SCREEN.

       MAIN SECTION.
      ******************************************************************
      *    ASKS THE PERIOD, ACCUMULATES THE FIVE SOURCES PER DAY AND
      *    EMITS ONE BALANCED JOURNAL PER CLOSED DAY.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM ACCUMULATE-INVOICES
           PERFORM ACCUMULATE-PAYMENTS
           PERFORM ACCUMULATE-WASTE
           PERFORM ACCUMULATE-SUPPLIER-PAY
           PERFORM EMIT-JOURNALS

           ACCEPT DONE-SCREEN
                       ELSE
                          ADD INV-NET TO DAY-INV-NET (DAY-IDX)
                          ADD INV-VAT TO DAY-INV-VAT (DAY-IDX)
                          IF INV-CHARGES IS NUMERIC THEN
                             ADD INV-CHARGES TO
                                DAY-INV-CHARGES (DAY-IDX)
                          END-IF
                          IF INV-FEES IS NUMERIC THEN
                             ADD INV-FEES TO DAY-INV-FEES (DAY-IDX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           CLOSE FXRISUPPLY
           EXIT SECTION.

       ACCUMULATE-SUPPLIER-PAY SECTION.
      ******************************************************************
      *    TOTALS SUPPLIER INVOICES PAID IN THE PERIOD PER DAY.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT SUPPAY
           IF SUPPAY-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
              READ SUPPAY NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE SP-PAY-DATE TO WORK-DATE
                    IF SP-PAID
                    AND WORK-DATE-PERIOD = REPORT-PERIOD
                    AND WORK-DATE-DAY >= 1
                    AND WORK-DATE-DAY <= 31 THEN
                       MOVE WORK-DATE-DAY TO DAY-IDX
                       MOVE "Y" TO DAY-ACTIVE (DAY-IDX)
                       ADD SP-AMOUNT TO DAY-SUPPLIER-PAY (DAY-IDX)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SUPPAY
           EXIT SECTION.

       FIND-BEST-PRICE SECTION.
      ******************************************************************
      *    CHEAPEST CURRENTLY VALID RIS PRICE FOR WORK-ING-ID.
           WRITE JOURNAL-LINE
           END-WRITE

      *    SALES: DR RECEIVABLES / CR SALES + CR DELIVERY-CHRG
      *    + CR FEES-RECHARGED + CR VAT-OUTPUT.
           IF DAY-INV-NET (DAY-IDX) > 0
           OR DAY-INV-VAT (DAY-IDX) > 0 THEN
              COMPUTE WORK-AMOUNT = DAY-INV-NET (DAY-IDX)
                 + DAY-INV-VAT (DAY-IDX)
              PERFORM WRITE-DEBIT-RECEIVABLES
              COMPUTE WORK-AMOUNT = DAY-INV-NET (DAY-IDX)
                 - DAY-INV-CHARGES (DAY-IDX)
                 - DAY-INV-FEES (DAY-IDX)
              MOVE "CR SALES          " TO JOURNAL-LINE
              PERFORM WRITE-CREDIT-LINE
              IF DAY-INV-CHARGES (DAY-IDX) > 0 THEN
                 MOVE DAY-INV-CHARGES (DAY-IDX) TO WORK-AMOUNT
                 MOVE "CR DELIVERY-CHRG  " TO JOURNAL-LINE
                 PERFORM WRITE-CREDIT-LINE
              END-IF
              IF DAY-INV-FEES (DAY-IDX) > 0 THEN
                 MOVE DAY-INV-FEES (DAY-IDX) TO WORK-AMOUNT
                 MOVE "CR FEES-RECHARGED " TO JOURNAL-LINE
                 PERFORM WRITE-CREDIT-LINE
              END-IF
              MOVE DAY-INV-VAT (DAY-IDX) TO WORK-AMOUNT
              MOVE "CR VAT-OUTPUT     " TO JOURNAL-LINE
              PERFORM WRITE-CREDIT-LINE
              PERFORM WRITE-CREDIT-LINE
           END-IF

      *    SUPPLIER PAYMENTS: DR PAYABLES / CR BANK.
           IF DAY-SUPPLIER-PAY (DAY-IDX) > 0 THEN
              MOVE DAY-SUPPLIER-PAY (DAY-IDX) TO WORK-AMOUNT
              MOVE "DR PAYABLES       " TO JOURNAL-LINE
              PERFORM WRITE-DEBIT-LINE
              MOVE DAY-SUPPLIER-PAY (DAY-IDX) TO WORK-AMOUNT
              MOVE "CR BANK           " TO JOURNAL-LINE
              PERFORM WRITE-CREDIT-LINE
           END-IF

           MOVE SPACES TO JOURNAL-LINE
           MOVE DAY-DEBITS TO AMOUNT-EDITED
           STRING "TOTAL DR " AMOUNT-EDITED INTO JOURNAL-LINE
