      *    MATCHED INVOICES CAN BE MARKED PAID, AND THE PAYABLES
      *    AGEING REPORT PER SUPPLIER (SUPAGE.RPT) MIRRORS THE
      *    RECEIVABLES ONE: 0-30 / 31-60 / 61-90 / OVER 90 DAYS.
      ******************************************************************
      *    V2 | 15.10.2026 | GOODS SENT BACK WITH A DEBIT NOTE (SEE
      *         BWSUPRETURN) NO LONGER COUNT AS RECEIVED. AN INVOICE
      *         LINE THAT STILL CHARGES FOR THEM IS MATCHED ONLY IF
      *         OPEN DEBIT NOTES COVER THEM: THE NOTES ARE OFFSET
      *         (SI-TOTAL IS THE NET PAYABLE) AND MARKED APPLIED TO
      *         THE INVOICE.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS PO-NUMBER
              FILE STATUS IS BWPO-FS.

           SELECT DEBITNOTES ASSIGN TO "BWDEBITNOTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DN-NUMBER
              FILE STATUS IS DEBITNOTES-FS.

           SELECT AGEPRINT ASSIGN TO "SUPAGE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AGEPRINT-FS.
       FD  BWPO.
       COPY CB-BWPO.

       FD  DEBITNOTES.
       COPY CB-DEBITNOTE.

       FD  AGEPRINT.
       01  AGE-LINE                             PIC X(110).

       77  BWPOLINES-FS                         PIC 9(002).
       77  BWPO-FS                              PIC 9(002).
       77  AGEPRINT-FS                          PIC 9(002).
       77  DEBITNOTES-FS                        PIC 9(002).
       77  DEBITNOTES-OPEN                      PIC X(001).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  AGE-DAYS                             PIC S9(005).
       77  LAST-SUPPLIER                        PIC 9(003).
       77  TOTAL-EDITED                         PIC ZZZZZZ9.99.
       77  DEBIT-TOTAL                          PIC 9(007)V99.
       77  NET-RECEIVED                         PIC S9(007).
       77  LINE-RETURNED-ALL                    PIC 9(007).
       77  LINE-RETURNED-OPEN                   PIC 9(007).
       77  LINE-OPEN-AMOUNT                     PIC 9(007)V99.

       01  WS-INVOICE-LINES.
           05 WS-ILINE OCCURS 8 TIMES.
               10 WS-ILINE-ING                  PIC 9(003).
               10 WS-ILINE-QTY                  PIC 9(005).
               10 WS-ILINE-PRICE                PIC 9(003).
               10 WS-ILINE-OFFSET               PIC X(001).

       01  AGE-BUCKETS.
           05 AGE-030                           PIC 9(009)V99.

           MOVE "Y" TO MATCH-OK
           MOVE "MATCHED" TO HOLD-REASON
           MOVE ZEROS TO INVOICE-TOTAL, DEBIT-TOTAL

           OPEN INPUT BWPO
           MOVE WS-PO-NUMBER TO PO-NUMBER

           IF MATCH-OK = "Y" THEN
              OPEN INPUT BWPOLINES
              MOVE "N" TO DEBITNOTES-OPEN
              OPEN INPUT DEBITNOTES
              IF DEBITNOTES-FS = 00 THEN
                 MOVE "Y" TO DEBITNOTES-OPEN
              END-IF
              PERFORM VARYING LINE-IDX FROM 1 BY 1
                 UNTIL LINE-IDX > 8
                 IF WS-ILINE-ING (LINE-IDX) NOT = ZEROS THEN
                    PERFORM MATCH-ONE-LINE
                 END-IF
              END-PERFORM
              IF DEBITNOTES-OPEN = "Y" THEN
                 CLOSE DEBITNOTES
              END-IF
              CLOSE BWPOLINES
           END-IF

      *    A MATCHED INVOICE IS PAYABLE NET OF THE DEBIT NOTES IT
      *    ABSORBS.
           IF MATCH-OK = "Y" AND DEBIT-TOTAL > ZEROS THEN
              IF DEBIT-TOTAL > INVOICE-TOTAL THEN
                 MOVE "N" TO MATCH-OK
                 MOVE "HELD: DEBIT NOTES OVER INVOICE" TO HOLD-REASON
              ELSE
                 MOVE "MATCHED NET OF DEBIT NOTES" TO HOLD-REASON
              END-IF
           END-IF

           PERFORM NEXT-INVOICE-NUMBER

           OPEN I-O SUPINV
           MOVE TODAY-DATE TO SI-DATE
           MOVE INVOICE-TOTAL TO SI-TOTAL
           IF MATCH-OK = "Y" THEN
              SUBTRACT DEBIT-TOTAL FROM SI-TOTAL
              MOVE 1 TO SI-STATUS
           ELSE
              MOVE 2 TO SI-STATUS
           END-WRITE
           CLOSE SUPINV

           IF MATCH-OK = "Y" AND DEBIT-TOTAL > ZEROS THEN
              PERFORM APPLY-DEBIT-NOTES
           END-IF

           ACCEPT INVOICE-SAVED-SCREEN
           EXIT SECTION.

           IF WS-ILINE-QTY (LINE-IDX) > POL-QTY-RECEIVED THEN
              MOVE "N" TO MATCH-OK
              MOVE "HELD: QTY OVER RECEIVED" TO HOLD-REASON
              EXIT SECTION
           END-IF

      *    RETURNED GOODS ARE NOT RECEIVED: CHARGING FOR THEM IS ONLY
      *    ACCEPTED WHILE OPEN DEBIT NOTES COVER THEM.
           MOVE "N" TO WS-ILINE-OFFSET (LINE-IDX)
           PERFORM SUM-LINE-RETURNS
           COMPUTE NET-RECEIVED = POL-QTY-RECEIVED - LINE-RETURNED-ALL
           IF WS-ILINE-QTY (LINE-IDX) > NET-RECEIVED THEN
              IF WS-ILINE-QTY (LINE-IDX) >
                 NET-RECEIVED + LINE-RETURNED-OPEN THEN
                 MOVE "N" TO MATCH-OK
                 MOVE "HELD: RETURNED GOODS INVOICED" TO HOLD-REASON
              ELSE
                 MOVE "Y" TO WS-ILINE-OFFSET (LINE-IDX)
                 ADD LINE-OPEN-AMOUNT TO DEBIT-TOTAL
              END-IF
           END-IF
           EXIT SECTION.

       SUM-LINE-RETURNS SECTION.
      ******************************************************************
      *    QUANTITY RETURNED ON THE PO LINE OF THE INVOICE LINE AT
      *    LINE-IDX, IN TOTAL AND ON DEBIT NOTES STILL OPEN.
      ******************************************************************
           MOVE ZEROS TO LINE-RETURNED-ALL, LINE-RETURNED-OPEN,
              LINE-OPEN-AMOUNT
           IF DEBITNOTES-OPEN NOT = "Y" THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO DN-NUMBER
           START DEBITNOTES KEY IS NOT LESS THAN DN-NUMBER
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ DEBITNOTES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF DN-PO-NUMBER = WS-PO-NUMBER
                    AND DN-INGREDS-ID = WS-ILINE-ING (LINE-IDX) THEN
                       ADD DN-QTY TO LINE-RETURNED-ALL
                       IF DN-OPEN THEN
                          ADD DN-QTY TO LINE-RETURNED-OPEN
                          ADD DN-AMOUNT TO LINE-OPEN-AMOUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       APPLY-DEBIT-NOTES SECTION.
      ******************************************************************
      *    MARKS THE OPEN DEBIT NOTES OFFSET BY THE INVOICE JUST
      *    REGISTERED AS APPLIED TO IT.
      ******************************************************************
           OPEN I-O DEBITNOTES
           IF DEBITNOTES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ DEBITNOTES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF DN-OPEN AND DN-PO-NUMBER = WS-PO-NUMBER THEN
                       PERFORM APPLY-ONE-DEBIT-NOTE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEBITNOTES
           EXIT SECTION.

       APPLY-ONE-DEBIT-NOTE SECTION.
           PERFORM VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > 8
              IF WS-ILINE-ING (LINE-IDX) = DN-INGREDS-ID
              AND WS-ILINE-OFFSET (LINE-IDX) = "Y"
              AND DN-OPEN THEN
                 MOVE 2 TO DN-STATUS
                 MOVE NEXT-SI-NUMBER TO DN-SI-NUMBER
                 REWRITE DN-DETAILS
                 END-REWRITE
              END-IF
           END-PERFORM
           EXIT SECTION.

       NEXT-INVOICE-NUMBER SECTION.
