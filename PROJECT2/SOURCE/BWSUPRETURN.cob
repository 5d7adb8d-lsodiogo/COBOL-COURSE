      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | RETURN TO SUPPLIER AND DEBIT NOTES | V1
      *    15.10.2026
      ******************************************************************
      *    GOODS REJECTED AT THE DOOR OR FOUND DEFECTIVE AFTER RECEIPT
      *    USED TO BE SETTLED BY PHONE WHILE STOCK, LOTS AND THE
      *    SUPPLIER INVOICE STILL SHOWED THEM AS RECEIVED. A RETURN
      *    REFERENCES THE PO LINE (CB-BWPOLINE) AND THE LOT
      *    (CB-BWLOTS) THE GOODS CAME IN ON, POSTS A "RS" MOVEMENT
      *    THROUGH BWSTOCKPOST (THE BALANCE GOES DOWN), TAKES THE
      *    QUANTITY OFF THAT LOT'S LOT-QTY-REMAINING AND ISSUES A
      *    NUMBERED DEBIT NOTE AT THE PO LINE PRICE (FILE BWDEBITNOTES,
      *    DOCUMENT APPENDED TO DEBITNOTE.TXT). THE THREE-WAY MATCH IN
      *    BWSUPINV NETS OPEN NOTES OFF THE INVOICE, AND REPORT-RIS
      *    SHOWS THE RETURNS PER SUPPLIER. THE REGISTER REPORT
      *    (DEBITNOTES.RPT) LISTS EVERY NOTE AND WHERE IT WAS APPLIED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWSUPRETURN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBITNOTES ASSIGN TO "BWDEBITNOTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DN-NUMBER
              FILE STATUS IS DEBITNOTES-FS.

           SELECT BWPO ASSIGN TO "BWPO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PO-NUMBER
              FILE STATUS IS BWPO-FS.

           SELECT BWPOLINES ASSIGN TO "BWPOLINES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POL-KEY
              FILE STATUS IS BWPOLINES-FS.

           SELECT BWLOTS ASSIGN TO "BWLOTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOT-KEY
              FILE STATUS IS BWLOTS-FS.

           SELECT LOTTRACE ASSIGN TO "BWLOTTRACE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOTTRACE-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUPPLIER-ID
              FILE STATUS IS SUPPLY-FS.

           SELECT DNDOC ASSIGN TO "DEBITNOTE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DNDOC-FS.

           SELECT DNREPORT ASSIGN TO "DEBITNOTES.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DNREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEBITNOTES.
       COPY CB-DEBITNOTE.

       FD  BWPO.
       COPY CB-BWPO.

       FD  BWPOLINES.
       COPY CB-BWPOLINE.

       FD  BWLOTS.
       COPY CB-BWLOTS.

       FD  LOTTRACE.
       01  TRACE-LINE                           PIC X(100).

       FD  FXSUPPLY.
       COPY SupplierFX.

       FD  DNDOC.
       01  DOC-LINE                             PIC X(100).

       FD  DNREPORT.
       01  REPORT-LINE                          PIC X(120).

       WORKING-STORAGE SECTION.
       77  DEBITNOTES-FS                        PIC 9(002).
       77  BWPO-FS                              PIC 9(002).
       77  BWPOLINES-FS                         PIC 9(002).
       77  BWLOTS-FS                            PIC 9(002).
       77  LOTTRACE-FS                          PIC 9(002).
       77  SUPPLY-FS                            PIC 9(002).
       77  DNDOC-FS                             PIC 9(002).
       77  DNREPORT-FS                          PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  EOF-FLAG                             PIC X(001).
       77  TODAY-DATE                           PIC 9(008).
       77  NEXT-DN-NUMBER                       PIC 9(008).
       77  ENTRY-PO                             PIC 9(008).
       77  ENTRY-ING                            PIC 9(003).
       77  ENTRY-LOT                            PIC X(010).
       77  ENTRY-QTY                            PIC 9(005).
       77  ENTRY-REASON                         PIC 9(001).
       77  ENTRY-REMARK                         PIC X(030).
       77  ENTRY-CONFIRM                        PIC X(001).
       77  WORK-SUPPLIER                        PIC 9(003).
       77  WORK-SUPPLIER-NAME                   PIC X(030).
       77  WORK-PRICE                           PIC 9(003).
       77  WORK-RECEIVED                        PIC 9(005).
       77  RETURNED-BEFORE                      PIC 9(007).
       77  RETURN-AMOUNT                        PIC 9(007)V99.
       77  AMOUNT-EDITED                        PIC ZZZZZZ9.99.
       77  ERROR-TEXT                           PIC X(050).
       77  REASON-TEXT                          PIC X(020).
       77  STATUS-TEXT                          PIC X(030).
       77  COUNT-NOTES                          PIC 9(005).
       77  TOTAL-OPEN                           PIC 9(009)V99.
       77  TOTAL-APPLIED                        PIC 9(009)V99.
       77  OPEN-EDITED                          PIC ZZZZZZZZ9.99.
       77  APPLIED-EDITED                       PIC ZZZZZZZZ9.99.

       01  MOVEMENT-CALL.
           05 MC-MOVE-ID                        PIC X(002).
           05 MC-MOVE-SIGN                      PIC X(001).
           05 MC-INGREDS-ID                     PIC 9(003).
           05 MC-QTY-SUPPLIER                   PIC 9(005).
           05 MC-QTY-SANDWICH                   PIC 9(005).
           05 MC-MOVE-SITE                      PIC 9(002).
           05 MC-MOVE-SITE-TO                   PIC 9(002).
           05 MC-PICK-DATE                      PIC 9(008) VALUE 0.

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
           05 VALUE "BREADWICH | RETURN TO SUPPLIER" LINE 02 COL 44.
           05 VALUE "1 - RETURN GOODS AND ISSUE A DEBIT NOTE" LINE 08
              COL 38.
           05 VALUE "2 - DEBIT NOTE REGISTER" LINE 10 COL 38.
           05 VALUE "0 - EXIT" LINE 12 COL 38.
           05 VALUE "OPTION:" LINE 18 COL 38.
           05 SS-OPTION PIC 9(001) LINE 18 COL 46 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  RETURN-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "PO NUMBER:" LINE 06 COL 10.
           05 SS-PO PIC 9(008) LINE 06 COL 21 TO ENTRY-PO
              BLANK WHEN ZERO.
           05 VALUE "INGREDIENT:" LINE 06 COL 32.
           05 SS-ING PIC 9(003) LINE 06 COL 44 TO ENTRY-ING
              BLANK WHEN ZERO.
           05 VALUE "LOT NUMBER (BLANK = SEM-LOTE):" LINE 08 COL 10.
           05 SS-LOT PIC X(010) LINE 08 COL 41 TO ENTRY-LOT.
           05 VALUE "QUANTITY RETURNED (SUPPLIER UNITS):" LINE 10
              COL 10.
           05 SS-QTY PIC 9(005) LINE 10 COL 46 TO ENTRY-QTY
              BLANK WHEN ZERO.
           05 VALUE "REASON: 1 REJECTED AT THE DOOR / 2 DEFECTIVE AFTER
      -       " RECEIPT / 3 OTHER:" LINE 12 COL 10.
           05 SS-REASON PIC 9(001) LINE 12 COL 79 TO ENTRY-REASON
              BLANK WHEN ZERO.
           05 VALUE "REMARK:" LINE 14 COL 10.
           05 SS-REMARK PIC X(030) LINE 14 COL 18 TO ENTRY-REMARK.

       01  CONFIRM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SUPPLIER:" LINE 17 COL 10.
           05 CF-SUPP PIC 9(003) LINE 17 COL 20 FROM WORK-SUPPLIER.
           05 CF-NAME PIC X(030) LINE 17 COL 25
              FROM WORK-SUPPLIER-NAME.
           05 VALUE "DEBIT NOTE AMOUNT:" LINE 18 COL 10.
           05 CF-AMOUNT PIC ZZZZZZ9.99 LINE 18 COL 29
              FROM RETURN-AMOUNT.
           05 VALUE "ISSUE THE RETURN (Y/N)?" LINE 20 COL 10.
           05 SS-CONFIRM PIC X(001) LINE 20 COL 34 TO ENTRY-CONFIRM.

       01  ERROR-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SS-ERROR PIC X(050) LINE 22 COL 10 FROM ERROR-TEXT.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  ISSUED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DEBIT NOTE ISSUED:" LINE 22 COL 10.
           05 SS-DN PIC 9(008) LINE 22 COL 29 FROM NEXT-DN-NUMBER.
           05 VALUE "(SEE DEBITNOTE.TXT)" LINE 22 COL 39.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  REPORT-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DEBIT NOTE REGISTER WRITTEN TO DEBITNOTES.RPT"
              LINE 20 COL 38.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM CREATE-DEBITNOTE-FILE

           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM RETURN-TO-SUPPLIER
                 WHEN 2 PERFORM DEBIT-NOTE-REGISTER
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       CREATE-DEBITNOTE-FILE SECTION.
           OPEN I-O DEBITNOTES
           IF DEBITNOTES-FS = 35 THEN
              OPEN OUTPUT DEBITNOTES
           END-IF
           CLOSE DEBITNOTES
           EXIT SECTION.

       RETURN-TO-SUPPLIER SECTION.
      ******************************************************************
      *    CHECKS THE RETURN AGAINST THE PO LINE (NEVER MORE THAN WAS
      *    RECEIVED, LESS WHAT WAS ALREADY RETURNED) AND THE LOT (SAME
      *    SUPPLIER, ENOUGH REMAINING), THEN POSTS IT AND ISSUES THE
      *    DEBIT NOTE.
      ******************************************************************
           MOVE ZEROS TO ENTRY-PO, ENTRY-ING, ENTRY-QTY, ENTRY-REASON
           MOVE SPACES TO ENTRY-LOT, ENTRY-REMARK, ENTRY-CONFIRM
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT RETURN-FORM-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-PO = ZEROS
           OR ENTRY-ING = ZEROS OR ENTRY-QTY = ZEROS THEN
              EXIT SECTION
           END-IF
           IF ENTRY-REASON < 1 OR ENTRY-REASON > 3 THEN
              MOVE "REASON MUST BE 1, 2 OR 3" TO ERROR-TEXT
              ACCEPT ERROR-SCREEN
              EXIT SECTION
           END-IF
           IF ENTRY-LOT = SPACES THEN
              MOVE "SEM-LOTE" TO ENTRY-LOT
           END-IF

           OPEN INPUT BWPO
           MOVE ENTRY-PO TO PO-NUMBER
           READ BWPO RECORD
              INVALID KEY
                 CLOSE BWPO
                 MOVE "PURCHASE ORDER NOT FOUND" TO ERROR-TEXT
                 ACCEPT ERROR-SCREEN
                 EXIT SECTION
           END-READ
           MOVE PO-SUPPLIER-ID TO WORK-SUPPLIER
           CLOSE BWPO

           OPEN INPUT BWPOLINES
           MOVE ENTRY-PO TO POL-NUMBER
           MOVE ENTRY-ING TO POL-INGREDS-ID
           READ BWPOLINES RECORD
              INVALID KEY
                 CLOSE BWPOLINES
                 MOVE "INGREDIENT NOT ON THIS PO" TO ERROR-TEXT
                 ACCEPT ERROR-SCREEN
                 EXIT SECTION
           END-READ
           MOVE POL-PRICE TO WORK-PRICE
           MOVE POL-QTY-RECEIVED TO WORK-RECEIVED
           CLOSE BWPOLINES

           PERFORM SUM-RETURNED-BEFORE
           IF RETURNED-BEFORE + ENTRY-QTY > WORK-RECEIVED THEN
              MOVE "MORE THAN WAS RECEIVED ON THE PO LINE"
                 TO ERROR-TEXT
              ACCEPT ERROR-SCREEN
              EXIT SECTION
           END-IF

           OPEN INPUT BWLOTS
           MOVE ENTRY-ING TO LOT-INGREDS-ID
           MOVE ENTRY-LOT TO LOT-NUMBER
           READ BWLOTS RECORD
              INVALID KEY
                 CLOSE BWLOTS
                 MOVE "LOT NOT FOUND FOR THIS INGREDIENT" TO ERROR-TEXT
                 ACCEPT ERROR-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE BWLOTS
           IF LOT-SUPPLIER-ID NOT = ZEROS
           AND LOT-SUPPLIER-ID NOT = WORK-SUPPLIER THEN
              MOVE "LOT CAME FROM ANOTHER SUPPLIER" TO ERROR-TEXT
              ACCEPT ERROR-SCREEN
              EXIT SECTION
           END-IF
           IF LOT-QTY-REMAINING < ENTRY-QTY THEN
              MOVE "LOT HAS LESS REMAINING THAN THE RETURN"
                 TO ERROR-TEXT
              ACCEPT ERROR-SCREEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO WORK-SUPPLIER-NAME
           OPEN INPUT FXSUPPLY
           IF SUPPLY-FS = 00 THEN
              MOVE WORK-SUPPLIER TO SUPPLIER-ID
              READ FXSUPPLY
                 NOT INVALID KEY
                    MOVE SUPPLIER-NAME TO WORK-SUPPLIER-NAME
              END-READ
              CLOSE FXSUPPLY
           END-IF

           COMPUTE RETURN-AMOUNT = ENTRY-QTY * WORK-PRICE
           DISPLAY CONFIRM-SCREEN
           ACCEPT CONFIRM-SCREEN
           MOVE FUNCTION UPPER-CASE (ENTRY-CONFIRM) TO ENTRY-CONFIRM
           IF KEYSTATUS = 1003 OR ENTRY-CONFIRM NOT = "Y" THEN
              EXIT SECTION
           END-IF

      *    THE BALANCE GOES DOWN THROUGH THE USUAL POSTER; THE LOT IS
      *    THE ONE THE GOODS CAME ON, NOT THE OLDEST, SO IT IS DRAWN
      *    HERE RATHER THAN BY BWSTOCKPOST.
           MOVE "RS" TO MC-MOVE-ID
           MOVE "-" TO MC-MOVE-SIGN
           MOVE ENTRY-ING TO MC-INGREDS-ID
           MOVE ENTRY-QTY TO MC-QTY-SUPPLIER
           MOVE ZEROS TO MC-QTY-SANDWICH
           MOVE 1 TO MC-MOVE-SITE
           MOVE ZEROS TO MC-MOVE-SITE-TO
           CALL "BWSTOCKPOST" USING MOVEMENT-CALL

           PERFORM DRAW-RETURNED-LOT
           PERFORM WRITE-DEBIT-NOTE
           PERFORM PRINT-DEBIT-NOTE

           MOVE "BWSUPRETURN" TO AC-PROGRAM
           MOVE "SUPRETURN" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING "DN " DN-NUMBER DELIMITED BY SIZE INTO AC-KEY
           END-STRING
           STRING "PO " DN-PO-NUMBER " ING " DN-INGREDS-ID
              " LOT " DN-LOT-NUMBER DELIMITED BY SIZE INTO AC-BEFORE
           END-STRING
           MOVE RETURN-AMOUNT TO AMOUNT-EDITED
           STRING "QTY " DN-QTY " AMOUNT " AMOUNT-EDITED
              " REASON " DN-REASON DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT ISSUED-SCREEN
           EXIT SECTION.

       SUM-RETURNED-BEFORE SECTION.
      ******************************************************************
      *    QUANTITY ALREADY RETURNED ON THE SAME PO LINE.
      ******************************************************************
           MOVE ZEROS TO RETURNED-BEFORE
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT DEBITNOTES
           IF DEBITNOTES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ DEBITNOTES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF DN-PO-NUMBER = ENTRY-PO
                    AND DN-INGREDS-ID = ENTRY-ING THEN
                       ADD DN-QTY TO RETURNED-BEFORE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEBITNOTES
           EXIT SECTION.

       DRAW-RETURNED-LOT SECTION.
      ******************************************************************
      *    TAKES THE RETURNED QUANTITY OFF THE LOT AND TRACES IT IN
      *    BWLOTTRACE THE WAY BWSTOCKPOST TRACES ITS DRAWS.
      ******************************************************************
           OPEN I-O BWLOTS
           MOVE ENTRY-ING TO LOT-INGREDS-ID
           MOVE ENTRY-LOT TO LOT-NUMBER
           READ BWLOTS RECORD
              INVALID KEY
                 CLOSE BWLOTS
                 EXIT SECTION
           END-READ
           SUBTRACT ENTRY-QTY FROM LOT-QTY-REMAINING
           REWRITE LOT-DETAILS
           END-REWRITE
           CLOSE BWLOTS

           OPEN EXTEND LOTTRACE
           IF LOTTRACE-FS NOT = 00 THEN
              OPEN OUTPUT LOTTRACE
           END-IF
           MOVE SPACES TO TRACE-LINE
           STRING FUNCTION CURRENT-DATE (1:14)
              " MOVE RS"
              " INGREDIENT " ENTRY-ING
              " LOT " ENTRY-LOT
              " QTY " ENTRY-QTY
              INTO TRACE-LINE
           END-STRING
           WRITE TRACE-LINE
           END-WRITE
           CLOSE LOTTRACE
           EXIT SECTION.

       WRITE-DEBIT-NOTE SECTION.
      ******************************************************************
      *    NUMBERS AND WRITES THE DEBIT NOTE, OPEN UNTIL BWSUPINV
      *    OFFSETS IT AGAINST THE SUPPLIER'S INVOICE.
      ******************************************************************
           MOVE 1 TO NEXT-DN-NUMBER
           OPEN I-O DEBITNOTES
           MOVE HIGH-VALUES TO DN-NUMBER
           START DEBITNOTES KEY IS LESS THAN DN-NUMBER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ DEBITNOTES NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       COMPUTE NEXT-DN-NUMBER = DN-NUMBER + 1
                 END-READ
           END-START

           MOVE NEXT-DN-NUMBER TO DN-NUMBER
           MOVE WORK-SUPPLIER TO DN-SUPPLIER-ID
           MOVE ENTRY-PO TO DN-PO-NUMBER
           MOVE ENTRY-ING TO DN-INGREDS-ID
           MOVE ENTRY-LOT TO DN-LOT-NUMBER
           MOVE ENTRY-QTY TO DN-QTY
           MOVE WORK-PRICE TO DN-PRICE
           MOVE RETURN-AMOUNT TO DN-AMOUNT
           MOVE TODAY-DATE TO DN-DATE
           MOVE ENTRY-REASON TO DN-REASON
           MOVE ENTRY-REMARK TO DN-REMARK
           MOVE 1 TO DN-STATUS
           MOVE ZEROS TO DN-SI-NUMBER
           WRITE DN-DETAILS
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE DEBITNOTES
           EXIT SECTION.

       PRINT-DEBIT-NOTE SECTION.
      ******************************************************************
      *    APPENDS THE DEBIT NOTE DOCUMENT FOR THE SUPPLIER.
      ******************************************************************
           PERFORM SET-REASON-TEXT
           OPEN EXTEND DNDOC
           IF DNDOC-FS NOT = 00 THEN
              OPEN OUTPUT DNDOC
           END-IF

           MOVE SPACES TO DOC-LINE
           STRING "DEBIT NOTE " DN-NUMBER " | DATE " DN-DATE
              INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           END-WRITE
           MOVE SPACES TO DOC-LINE
           STRING "TO SUPPLIER " DN-SUPPLIER-ID " " WORK-SUPPLIER-NAME
              INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           END-WRITE
           MOVE SPACES TO DOC-LINE
           STRING "YOUR DELIVERY ON OUR PO " DN-PO-NUMBER
              " | INGREDIENT " DN-INGREDS-ID
              " | LOT " DN-LOT-NUMBER
              INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           END-WRITE
           MOVE DN-AMOUNT TO AMOUNT-EDITED
           MOVE SPACES TO DOC-LINE
           STRING "RETURNED QTY " DN-QTY " AT " DN-PRICE
              " = " AMOUNT-EDITED
              INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           END-WRITE
           MOVE SPACES TO DOC-LINE
           STRING "REASON: " REASON-TEXT " " DN-REMARK
              INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           END-WRITE
           MOVE SPACES TO DOC-LINE
           STRING "THIS AMOUNT WILL BE DEDUCTED FROM YOUR INVOICE FOR "
              "THE PO LINE."
              INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           END-WRITE
           MOVE ALL "-" TO DOC-LINE
           WRITE DOC-LINE
           END-WRITE
           CLOSE DNDOC
           EXIT SECTION.

       SET-REASON-TEXT SECTION.
           EVALUATE TRUE
              WHEN DN-REJECTED-AT-DOOR
                 MOVE "REJECTED AT THE DOOR" TO REASON-TEXT
              WHEN DN-DEFECTIVE
                 MOVE "DEFECTIVE" TO REASON-TEXT
              WHEN OTHER
                 MOVE "OTHER" TO REASON-TEXT
           END-EVALUATE
           EXIT SECTION.

       DEBIT-NOTE-REGISTER SECTION.
      ******************************************************************
      *    LISTS EVERY DEBIT NOTE WITH ITS STATUS (OPEN, OR THE
      *    SUPPLIER INVOICE IT WAS OFFSET AGAINST) AND THE TOTALS.
      ******************************************************************
           MOVE ZEROS TO COUNT-NOTES, TOTAL-OPEN, TOTAL-APPLIED
           MOVE SPACES TO EOF-FLAG

           OPEN OUTPUT DNREPORT
           MOVE SPACES TO REPORT-LINE
           STRING "DEBIT NOTE REGISTER - " TODAY-DATE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           END-WRITE

           OPEN INPUT DEBITNOTES
           IF DEBITNOTES-FS NOT = 00 THEN
              CLOSE DNREPORT
              ACCEPT REPORT-DONE-SCREEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
              READ DEBITNOTES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM WRITE-REGISTER-LINE
              END-READ
           END-PERFORM
           CLOSE DEBITNOTES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           END-WRITE
           MOVE TOTAL-OPEN TO OPEN-EDITED
           MOVE TOTAL-APPLIED TO APPLIED-EDITED
           MOVE SPACES TO REPORT-LINE
           STRING "NOTES " COUNT-NOTES " | OPEN " OPEN-EDITED
              " | APPLIED " APPLIED-EDITED
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           END-WRITE

           CLOSE DNREPORT
           ACCEPT REPORT-DONE-SCREEN
           EXIT SECTION.

       WRITE-REGISTER-LINE SECTION.
           ADD 1 TO COUNT-NOTES
           PERFORM SET-REASON-TEXT
           IF DN-APPLIED THEN
              ADD DN-AMOUNT TO TOTAL-APPLIED
              MOVE SPACES TO STATUS-TEXT
              STRING "APPLIED TO INVOICE " DN-SI-NUMBER
                 DELIMITED BY SIZE INTO STATUS-TEXT
              END-STRING
           ELSE
              ADD DN-AMOUNT TO TOTAL-OPEN
              MOVE "OPEN" TO STATUS-TEXT
           END-IF
           MOVE DN-AMOUNT TO AMOUNT-EDITED
           MOVE SPACES TO REPORT-LINE
           STRING "DN " DN-NUMBER " | " DN-DATE
              " | SUPPLIER " DN-SUPPLIER-ID
              " | PO " DN-PO-NUMBER
              " | ING " DN-INGREDS-ID
              " | QTY " DN-QTY
              " | " AMOUNT-EDITED
              " | " REASON-TEXT
              " | " STATUS-TEXT
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           END-WRITE
           EXIT SECTION.

       END PROGRAM BWSUPRETURN.
