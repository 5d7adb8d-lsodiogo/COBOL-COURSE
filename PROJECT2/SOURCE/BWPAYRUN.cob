      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER PAYMENT RUN | V1 | 15.10.2026
      ******************************************************************
      *    PAYS THE SUPPLIER INVOICES OF THE REGISTER (BWSUPINV) IN
      *    ONE RUN INSTEAD OF ONE BY ONE IN HOME BANKING:
      *     - THE PROPOSAL TAKES EVERY MATCHED INVOICE (NOT HELD, NOT
      *       PAID) DUE BY A CHOSEN DATE - INVOICE DATE PLUS THE
      *       SUPPLIER'S PAYMENT TERMS (FILE SUPPBANK) - INTO THE
      *       PAYMENT REGISTER (SUPPAYMENTS) AND PRINTS IT PER
      *       SUPPLIER (PAYPROP.RPT);
      *     - AT REVIEW AN INVOICE CAN BE LEFT OUT OR TAKEN BACK IN;
      *     - AN ADMINISTRATOR APPROVES THE RUN: THE SEPA CREDIT
      *       TRANSFER FILE FOR THE BANK (SEPACT.XML, PAIN.001, ONE
      *       TRANSFER PER SUPPLIER), A REMITTANCE ADVICE PER SUPPLIER
      *       (REMITTANCE.RPT), THE INVOICES MARKED PAID WITH THE
      *       PAYMENT REFERENCE, THE RUN POSTED TO JOURNAL.DAT (DR
      *       PAYABLES / CR BANK) AND AUDITED.
      *    A SUPPLIER WITHOUT BANK DETAILS IS NOT PAID; ITS INVOICES
      *    STAY PROPOSED. THE BANK DETAILS OF THE SUPPLIERS AND OF OUR
      *    OWN ACCOUNT (FILE PAYCFG) ARE KEPT HERE TOO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWPAYRUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPINV ASSIGN TO "BWSUPINV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SI-NUMBER
              FILE STATUS IS SUPINV-FS.

           SELECT SUPPAY ASSIGN TO "SUPPAYMENTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SP-SI-NUMBER
              FILE STATUS IS SUPPAY-FS.

           SELECT SUPPBANK ASSIGN TO "SUPPBANK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SB-SUPPLIER-ID
              FILE STATUS IS SUPPBANK-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUPPLIER-ID
              FILE STATUS IS SUPPLY-FS.

           SELECT PAYCFG ASSIGN TO "PAYCFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAYCFG-FS.

           SELECT PROPPRINT ASSIGN TO "PAYPROP.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROPPRINT-FS.

           SELECT SEPAFILE ASSIGN TO "SEPACT.XML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SEPAFILE-FS.

           SELECT REMITPRINT ASSIGN TO "REMITTANCE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REMITPRINT-FS.

           SELECT JOURNAL ASSIGN TO "JOURNAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPINV.
       COPY CB-BWSUPINV.

       FD  SUPPAY.
       COPY CB-SUPPAY.

       FD  SUPPBANK.
       COPY CB-SUPPBANK.

       FD  FXSUPPLY.
       COPY SupplierFX.

       FD  PAYCFG.
       COPY CB-PAYCFG.

       FD  PROPPRINT.
       01  PROP-LINE                            PIC X(110).

       FD  SEPAFILE.
       01  SEPA-LINE                            PIC X(200).

       FD  REMITPRINT.
       01  REMIT-LINE                           PIC X(110).

       FD  JOURNAL.
       01  JOURNAL-LINE                         PIC X(090).

       WORKING-STORAGE SECTION.
       77  SUPINV-FS                            PIC 9(002).
       77  SUPPAY-FS                            PIC 9(002).
       77  SUPPBANK-FS                          PIC 9(002).
       77  SUPPLY-FS                            PIC 9(002).
       77  PAYCFG-FS                            PIC 9(002).
       77  PROPPRINT-FS                         PIC 9(002).
       77  SEPAFILE-FS                          PIC 9(002).
       77  REMITPRINT-FS                        PIC 9(002).
       77  JOURNAL-FS                           PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  EOF-FLAG                             PIC X(001).
       77  TODAY-DATE                           PIC 9(008).
       77  NOW-TIME                             PIC 9(006).
       77  DUE-BY-DATE                          PIC 9(008).
       77  RUN-PAY-DATE                         PIC 9(008).
       77  DUE-DATE                             PIC 9(008).
       77  TERMS-DAYS                           PIC 9(003).
       77  DATE-INT                             PIC 9(008).
       77  COUNT-PROPOSED                       PIC 9(005).
       77  COUNT-PAID                           PIC 9(005).
       77  COUNT-TRANSFERS                      PIC 9(005).
       77  COUNT-NO-BANK                        PIC 9(005).
       77  RUN-TOTAL                            PIC 9(009)V99.
       77  PROP-IDX                             PIC 9(003).
       77  PROP-JDX                             PIC 9(003).
       77  PROP-MAX                             PIC 9(003).
       77  SUP-IDX                              PIC 9(003).
       77  SUP-MAX                              PIC 9(003).
       77  REVIEW-SI                            PIC 9(008).
       77  REVIEW-CHOICE                        PIC X(001).
       77  CONFIRM-FLAG                         PIC X(001).
       77  RUN-REFERENCE                        PIC X(015).
       77  SEPA-AMOUNT                          PIC Z(8)9.99.
       77  AMOUNT-EDITED                        PIC 9(009).99.
       77  TOTAL-EDITED                         PIC ZZZZZZZZ9.99.
       77  SEPA-COUNT                           PIC Z(4)9.
       77  REMIT-PTR                            PIC 9(003).

       01  ENTRY-BANK.
           05 ENTRY-SUPPLIER-ID                 PIC 9(003).
           05 ENTRY-ACCOUNT-NAME                PIC X(070).
           05 ENTRY-IBAN                        PIC X(034).
           05 ENTRY-BIC                         PIC X(011).
           05 ENTRY-PAYMENT-DAYS                PIC 9(003).

       01  ISO-DATE.
           05 ISO-YEAR                          PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "-".
           05 ISO-MONTH                         PIC 9(002).
           05 FILLER                            PIC X(001) VALUE "-".
           05 ISO-DAY                           PIC 9(002).
       01  WORK-DATE                            PIC 9(008).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE.
           05 WORK-YEAR                         PIC 9(004).
           05 WORK-MONTH                        PIC 9(002).
           05 WORK-DAY                          PIC 9(002).
       01  ISO-TIME.
           05 ISO-HH                            PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ":".
           05 ISO-MI                            PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ":".
           05 ISO-SS                            PIC 9(002).
       01  NOW-TIME-PARTS.
           05 NOW-HH                            PIC 9(002).
           05 NOW-MI                            PIC 9(002).
           05 NOW-SS                            PIC 9(002).

      *    THE OPEN PROPOSAL, BY SUPPLIER AND INVOICE.
       01  PROP-TABLE.
           05 PROP-ENTRY OCCURS 500 TIMES.
               10 PR-SORT-KEY.
                   15 PR-SUPPLIER-ID            PIC 9(003).
                   15 PR-SI-NUMBER              PIC 9(008).
               10 PR-SUPPLIER-REF               PIC X(015).
               10 PR-DUE-DATE                   PIC 9(008).
               10 PR-AMOUNT                     PIC 9(007)V99.
               10 PR-STATUS                     PIC X(001).
       01  PROP-SWAP-ENTRY                      PIC X(044).

      *    ONE TRANSFER PER SUPPLIER OF THE PROPOSAL.
       01  SUP-TABLE.
           05 SUP-ENTRY OCCURS 200 TIMES.
               10 ST-SUPPLIER-ID                PIC 9(003).
               10 ST-COUNT                      PIC 9(003).
               10 ST-AMOUNT                     PIC 9(009)V99.
               10 ST-BANK-OK                    PIC X(001).
               10 ST-NAME                       PIC X(070).
               10 ST-IBAN                       PIC X(034).
               10 ST-BIC                        PIC X(011).
               10 ST-REMIT-TEXT                 PIC X(140).

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
           05 VALUE "BREADWICH | SUPPLIER PAYMENT RUN" LINE 02 COL 42.
           05 VALUE "1 - SUPPLIER BANK DETAILS AND TERMS" LINE 06
              COL 35.
           05 VALUE "2 - OUR BANK ACCOUNT" LINE 08 COL 35.
           05 VALUE "3 - PROPOSE A PAYMENT RUN" LINE 10 COL 35.
           05 VALUE "4 - REVIEW AN INVOICE OF THE PROPOSAL" LINE 12
              COL 35.
           05 VALUE "5 - APPROVE AND PAY THE PROPOSAL" LINE 14 COL 35.
           05 VALUE "0 - EXIT" LINE 16 COL 35.
           05 VALUE "OPTION:" LINE 18 COL 35.
           05 SS-OPTION PIC 9(001) LINE 18 COL 43 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  ASK-SUPPLIER-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SUPPLIER:" LINE 20 COL 10.
           05 SS-SUPPLIER PIC 9(003) LINE 20 COL 20
              TO ENTRY-SUPPLIER-ID BLANK WHEN ZERO.

       01  BANK-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SUPPLIER:" LINE 20 COL 10.
           05 SB-SUP PIC 9(003) LINE 20 COL 20 FROM ENTRY-SUPPLIER-ID.
           05 SB-SUPNAME PIC X(030) LINE 20 COL 25 FROM SUPPLIER-NAME.
           05 VALUE "ACCOUNT HOLDER:" LINE 21 COL 10.
           05 SS-ACCNAME PIC X(050) LINE 21 COL 26
              USING ENTRY-ACCOUNT-NAME.
           05 VALUE "IBAN:" LINE 22 COL 10.
           05 SS-IBAN PIC X(034) LINE 22 COL 16 USING ENTRY-IBAN.
           05 VALUE "BIC:" LINE 22 COL 52.
           05 SS-BIC PIC X(011) LINE 22 COL 57 USING ENTRY-BIC.
           05 VALUE "PAYMENT TERMS (DAYS, 0 = 30):" LINE 23 COL 10.
           05 SS-DAYS PIC 9(003) LINE 23 COL 40
              USING ENTRY-PAYMENT-DAYS.

       01  COMPANY-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "PAYING ACCOUNT HOLDER:" LINE 20 COL 10.
           05 SS-CNAME PIC X(050) LINE 20 COL 33
              USING PCF-COMPANY-NAME.
           05 VALUE "IBAN:" LINE 21 COL 10.
           05 SS-CIBAN PIC X(034) LINE 21 COL 16 USING PCF-IBAN.
           05 VALUE "BIC:" LINE 22 COL 10.
           05 SS-CBIC PIC X(011) LINE 22 COL 16 USING PCF-BIC.

       01  PROPOSE-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "PAY INVOICES DUE BY (YYYYMMDD):" LINE 20 COL 10.
           05 SS-DUE-BY PIC 9(008) LINE 20 COL 42 TO DUE-BY-DATE
              BLANK WHEN ZERO.
           05 VALUE "PAYMENT DATE (YYYYMMDD):" LINE 21 COL 10.
           05 SS-PAY-DATE PIC 9(008) LINE 21 COL 42
              USING RUN-PAY-DATE.

       01  REVIEW-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "INVOICE NUMBER:" LINE 20 COL 10.
           05 SS-REVIEW-SI PIC 9(008) LINE 20 COL 26 TO REVIEW-SI
              BLANK WHEN ZERO.

       01  REVIEW-CHOICE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SUPPLIER:" LINE 21 COL 10.
           05 RV-SUP PIC 9(003) LINE 21 COL 20 FROM SP-SUPPLIER-ID.
           05 VALUE "REF:" LINE 21 COL 25.
           05 RV-REF PIC X(015) LINE 21 COL 30 FROM SP-SUPPLIER-REF.
           05 VALUE "AMOUNT:" LINE 21 COL 47.
           05 RV-AMT PIC Z(6)9.99 LINE 21 COL 55 FROM SP-AMOUNT.
           05 VALUE "P = PAY IN THIS RUN / X = LEAVE OUT:" LINE 22
              COL 10.
           05 SS-CHOICE PIC X(001) LINE 22 COL 47 USING SP-STATUS.

       01  APPROVE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "PAYMENT DATE:" LINE 19 COL 10.
           05 AP-DATE PIC 9(008) LINE 19 COL 24 FROM RUN-PAY-DATE.
           05 VALUE "INVOICES TO PAY:" LINE 20 COL 10.
           05 AP-COUNT PIC ZZZZ9 LINE 20 COL 27 FROM COUNT-PROPOSED.
           05 VALUE "TRANSFERS:" LINE 20 COL 35.
           05 AP-TRANSF PIC ZZZZ9 LINE 20 COL 46 FROM COUNT-TRANSFERS.
           05 VALUE "TOTAL:" LINE 20 COL 53.
           05 AP-TOTAL PIC ZZZZZZZZ9.99 LINE 20 COL 60 FROM RUN-TOTAL.
           05 VALUE "SUPPLIERS WITHOUT BANK DETAILS (NOT PAID):"
              LINE 21 COL 10.
           05 AP-NOBANK PIC ZZZZ9 LINE 21 COL 53 FROM COUNT-NO-BANK.
           05 VALUE "PAY NOW (Y/N)?" LINE 23 COL 10.
           05 SS-CONFIRM PIC X(001) LINE 23 COL 25 TO CONFIRM-FLAG.

       01  SAVED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SAVED - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  PROPOSED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "INVOICES PROPOSED:" LINE 24 COL 20.
           05 PP-COUNT PIC ZZZZ9 LINE 24 COL 39 FROM COUNT-PROPOSED.
           05 VALUE "- SEE PAYPROP.RPT - PRESS ANY KEY" LINE 24 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  PAID-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "PAID - SEPACT.XML AND REMITTANCE.RPT WRITTEN"
              LINE 24 COL 20.
           05 VALUE "- PRESS ANY KEY" LINE 24 COL 65.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NOT-FOUND-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "NOT FOUND - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NOTHING-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "NOTHING TO PAY - PRESS ANY KEY" LINE 24 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NO-ACCOUNT-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "OUR BANK ACCOUNT IS NOT SET (OPTION 2)"
              LINE 24 COL 30.
           05 VALUE "- PRESS ANY KEY" LINE 24 COL 69.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  ACCESS-DENIED-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "ACCESS RESERVED TO ADMINISTRATOR OPERATORS"
              LINE 24 COL 42.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM CREATE-PAY-FILES

           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM SET-SUPPLIER-BANK
                 WHEN 2 PERFORM SET-COMPANY-ACCOUNT
                 WHEN 3 PERFORM PROPOSE-RUN
                 WHEN 4 PERFORM REVIEW-INVOICE
                 WHEN 5 PERFORM APPROVE-RUN
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       CREATE-PAY-FILES SECTION.
           OPEN I-O SUPPAY
           IF SUPPAY-FS = 35 THEN
              OPEN OUTPUT SUPPAY
           END-IF
           CLOSE SUPPAY
           OPEN I-O SUPPBANK
           IF SUPPBANK-FS = 35 THEN
              OPEN OUTPUT SUPPBANK
           END-IF
           CLOSE SUPPBANK
           EXIT SECTION.

       SET-SUPPLIER-BANK SECTION.
      ******************************************************************
      *    SHOWS AND CHANGES A SUPPLIER'S BANK DETAILS AND TERMS. THE
      *    SUPPLIER MUST BE ON FXSUPPLIERS.
      ******************************************************************
           INITIALIZE ENTRY-BANK
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT ASK-SUPPLIER-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-SUPPLIER-ID = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT FXSUPPLY
           MOVE ENTRY-SUPPLIER-ID TO SUPPLIER-ID
           READ FXSUPPLY
              INVALID KEY
                 CLOSE FXSUPPLY
                 ACCEPT NOT-FOUND-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE FXSUPPLY

           OPEN I-O SUPPBANK
           MOVE ENTRY-SUPPLIER-ID TO SB-SUPPLIER-ID
           READ SUPPBANK
              INVALID KEY
                 MOVE SUPPLIER-NAME TO ENTRY-ACCOUNT-NAME
              NOT INVALID KEY
                 MOVE SB-DETAILS TO ENTRY-BANK
           END-READ

           DISPLAY BANK-FORM-SCREEN
           ACCEPT BANK-FORM-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-IBAN = SPACES THEN
              CLOSE SUPPBANK
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (ENTRY-IBAN) TO ENTRY-IBAN
           MOVE FUNCTION UPPER-CASE (ENTRY-BIC) TO ENTRY-BIC
           MOVE ENTRY-BANK TO SB-DETAILS
           WRITE SB-DETAILS
              INVALID KEY
                 REWRITE SB-DETAILS
                 END-REWRITE
           END-WRITE
           CLOSE SUPPBANK

           ACCEPT SAVED-SCREEN
           EXIT SECTION.

       SET-COMPANY-ACCOUNT SECTION.
           MOVE SPACES TO PCF-DETAILS
           OPEN INPUT PAYCFG
           IF PAYCFG-FS = 00 THEN
              READ PAYCFG
                 AT END
                    MOVE SPACES TO PCF-DETAILS
              END-READ
              CLOSE PAYCFG
           END-IF

           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT COMPANY-FORM-SCREEN
           IF KEYSTATUS = 1003 OR PCF-IBAN = SPACES THEN
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (PCF-IBAN) TO PCF-IBAN
           MOVE FUNCTION UPPER-CASE (PCF-BIC) TO PCF-BIC

           OPEN OUTPUT PAYCFG
           WRITE PCF-DETAILS
           END-WRITE
           CLOSE PAYCFG

           ACCEPT SAVED-SCREEN
           EXIT SECTION.

       PROPOSE-RUN SECTION.
      ******************************************************************
      *    REPLACES THE OPEN PROPOSAL (INVOICES PROPOSED OR LEFT OUT
      *    BUT NOT YET PAID) WITH THE MATCHED INVOICES NOW DUE.
      ******************************************************************
           MOVE ZEROS TO DUE-BY-DATE
           MOVE TODAY-DATE TO RUN-PAY-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT PROPOSE-FORM-SCREEN
           IF KEYSTATUS = 1003 OR DUE-BY-DATE = ZEROS THEN
              EXIT SECTION
           END-IF
           IF RUN-PAY-DATE = ZEROS THEN
              MOVE TODAY-DATE TO RUN-PAY-DATE
           END-IF

           PERFORM CLEAR-OPEN-PROPOSAL
           PERFORM SELECT-DUE-INVOICES
           PERFORM LOAD-PROPOSAL
           PERFORM PRINT-PROPOSAL

           ACCEPT PROPOSED-SCREEN
           EXIT SECTION.

       CLEAR-OPEN-PROPOSAL SECTION.
           MOVE SPACES TO EOF-FLAG
           OPEN I-O SUPPAY
           PERFORM UNTIL EOF-FLAG = "Y"
              READ SUPPAY NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF NOT SP-PAID THEN
                       DELETE SUPPAY
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUPPAY
           EXIT SECTION.

       SELECT-DUE-INVOICES SECTION.
           MOVE ZEROS TO COUNT-PROPOSED
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT SUPINV
           IF SUPINV-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN I-O SUPPAY
           OPEN INPUT SUPPBANK

           PERFORM UNTIL EOF-FLAG = "Y"
              READ SUPINV NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF SI-MATCHED THEN
                       PERFORM PROPOSE-ONE-INVOICE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SUPINV, SUPPAY, SUPPBANK
           EXIT SECTION.

       PROPOSE-ONE-INVOICE SECTION.
      *    DUE = INVOICE DATE + THE SUPPLIER'S TERMS (30 DAYS BY
      *    DEFAULT).
           MOVE 30 TO TERMS-DAYS
           MOVE SI-SUPPLIER-ID TO SB-SUPPLIER-ID
           READ SUPPBANK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SB-PAYMENT-DAYS > ZEROS THEN
                    MOVE SB-PAYMENT-DAYS TO TERMS-DAYS
                 END-IF
           END-READ
           MOVE SI-DATE TO DUE-DATE
           IF SI-DATE IS NUMERIC AND SI-DATE > ZEROS THEN
              COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (SI-DATE)
                 + TERMS-DAYS
              COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER (DATE-INT)
           END-IF
           IF DUE-DATE > DUE-BY-DATE THEN
              EXIT SECTION
           END-IF

           MOVE SI-NUMBER TO SP-SI-NUMBER
           MOVE SI-SUPPLIER-ID TO SP-SUPPLIER-ID
           MOVE SI-SUPPLIER-REF TO SP-SUPPLIER-REF
           MOVE DUE-DATE TO SP-DUE-DATE
           MOVE SI-TOTAL TO SP-AMOUNT
           MOVE "P" TO SP-STATUS
           MOVE SPACES TO SP-REFERENCE
           MOVE RUN-PAY-DATE TO SP-PAY-DATE
           WRITE SP-DETAILS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO COUNT-PROPOSED
           END-WRITE
           EXIT SECTION.

       LOAD-PROPOSAL SECTION.
      ******************************************************************
      *    THE OPEN PROPOSAL INTO PROP-TABLE, SORTED BY SUPPLIER AND
      *    INVOICE, AND THE PAYMENT DATE IT WAS PROPOSED FOR.
      ******************************************************************
           MOVE ZEROS TO PROP-MAX
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
                    IF NOT SP-PAID AND PROP-MAX < 500 THEN
                       ADD 1 TO PROP-MAX
                       MOVE SP-SUPPLIER-ID TO PR-SUPPLIER-ID (PROP-MAX)
                       MOVE SP-SI-NUMBER TO PR-SI-NUMBER (PROP-MAX)
                       MOVE SP-SUPPLIER-REF TO
                          PR-SUPPLIER-REF (PROP-MAX)
                       MOVE SP-DUE-DATE TO PR-DUE-DATE (PROP-MAX)
                       MOVE SP-AMOUNT TO PR-AMOUNT (PROP-MAX)
                       MOVE SP-STATUS TO PR-STATUS (PROP-MAX)
                       MOVE SP-PAY-DATE TO RUN-PAY-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUPPAY

      *    SIMPLE EXCHANGE SORT - A RUN HOLDS AT MOST 500 INVOICES.
           PERFORM VARYING PROP-IDX FROM 1 BY 1 UNTIL
              PROP-IDX >= PROP-MAX
              PERFORM VARYING PROP-JDX FROM 1 BY 1 UNTIL
                 PROP-JDX >= PROP-MAX
                 IF PR-SORT-KEY (PROP-JDX) >
                    PR-SORT-KEY (PROP-JDX + 1) THEN
                    MOVE PROP-ENTRY (PROP-JDX) TO PROP-SWAP-ENTRY
                    MOVE PROP-ENTRY (PROP-JDX + 1) TO
                       PROP-ENTRY (PROP-JDX)
                    MOVE PROP-SWAP-ENTRY TO PROP-ENTRY (PROP-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT SECTION.

       BUILD-SUPPLIER-TOTALS SECTION.
      ******************************************************************
      *    ONE ROW PER SUPPLIER WITH PROPOSED (NOT LEFT OUT) INVOICES:
      *    THE AMOUNT, THE BANK DETAILS AND THE SUPPLIER REFERENCES
      *    FOR THE TRANSFER'S REMITTANCE TEXT.
      ******************************************************************
           INITIALIZE SUP-TABLE
           MOVE ZEROS TO SUP-MAX, COUNT-PROPOSED, COUNT-TRANSFERS,
              COUNT-NO-BANK, RUN-TOTAL
           OPEN INPUT SUPPBANK
           OPEN INPUT FXSUPPLY
           PERFORM VARYING PROP-IDX FROM 1 BY 1
              UNTIL PROP-IDX > PROP-MAX
              IF PR-STATUS (PROP-IDX) = "P" THEN
                 PERFORM ADD-TO-SUPPLIER-ROW
              END-IF
           END-PERFORM
           CLOSE SUPPBANK, FXSUPPLY

           PERFORM VARYING SUP-IDX FROM 1 BY 1 UNTIL SUP-IDX > SUP-MAX
              IF ST-BANK-OK (SUP-IDX) = "Y" THEN
                 ADD 1 TO COUNT-TRANSFERS
                 ADD ST-COUNT (SUP-IDX) TO COUNT-PROPOSED
                 ADD ST-AMOUNT (SUP-IDX) TO RUN-TOTAL
              ELSE
                 ADD 1 TO COUNT-NO-BANK
              END-IF
           END-PERFORM
           EXIT SECTION.

       ADD-TO-SUPPLIER-ROW SECTION.
      *    THE TABLE IS IN SUPPLIER ORDER, SO A NEW SUPPLIER IS ALWAYS
      *    THE NEXT ROW.
           IF SUP-MAX = ZEROS
           OR ST-SUPPLIER-ID (SUP-MAX) NOT = PR-SUPPLIER-ID (PROP-IDX)
              THEN
              IF SUP-MAX >= 200 THEN
                 EXIT SECTION
              END-IF
              ADD 1 TO SUP-MAX
              MOVE PR-SUPPLIER-ID (PROP-IDX) TO ST-SUPPLIER-ID (SUP-MAX)
              MOVE "N" TO ST-BANK-OK (SUP-MAX)
              MOVE "INVOICES" TO ST-REMIT-TEXT (SUP-MAX)
              MOVE 9 TO REMIT-PTR
              MOVE PR-SUPPLIER-ID (PROP-IDX) TO SB-SUPPLIER-ID
              READ SUPPBANK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SB-IBAN NOT = SPACES THEN
                       MOVE "Y" TO ST-BANK-OK (SUP-MAX)
                       MOVE SB-ACCOUNT-NAME TO ST-NAME (SUP-MAX)
                       MOVE SB-IBAN TO ST-IBAN (SUP-MAX)
                       MOVE SB-BIC TO ST-BIC (SUP-MAX)
                    END-IF
              END-READ
              IF ST-NAME (SUP-MAX) = SPACES THEN
                 MOVE PR-SUPPLIER-ID (PROP-IDX) TO SUPPLIER-ID
                 READ FXSUPPLY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE SUPPLIER-NAME TO ST-NAME (SUP-MAX)
                 END-READ
              END-IF
           END-IF

           ADD 1 TO ST-COUNT (SUP-MAX)
           ADD PR-AMOUNT (PROP-IDX) TO ST-AMOUNT (SUP-MAX)
           IF REMIT-PTR < 124 THEN
              STRING " " FUNCTION TRIM (PR-SUPPLIER-REF (PROP-IDX))
                 DELIMITED BY SIZE
                 INTO ST-REMIT-TEXT (SUP-MAX) WITH POINTER REMIT-PTR
              END-STRING
           END-IF
           EXIT SECTION.

       PRINT-PROPOSAL SECTION.
      ******************************************************************
      *    THE PROPOSAL PER SUPPLIER FOR REVIEW: EVERY INVOICE WITH
      *    ITS DUE DATE AND AMOUNT, THE SUPPLIER TOTAL AND WHETHER
      *    THE SUPPLIER CAN BE PAID.
      ******************************************************************
           PERFORM BUILD-SUPPLIER-TOTALS
           OPEN OUTPUT PROPPRINT
           MOVE SPACES TO PROP-LINE
           STRING "SUPPLIER PAYMENT PROPOSAL | DUE BY " DUE-BY-DATE
              " | PAYMENT DATE " RUN-PAY-DATE
              INTO PROP-LINE
           END-STRING
           WRITE PROP-LINE
           MOVE SPACES TO PROP-LINE
           WRITE PROP-LINE

           MOVE ZEROS TO SUP-IDX
           PERFORM VARYING PROP-IDX FROM 1 BY 1
              UNTIL PROP-IDX > PROP-MAX
              IF SUP-IDX < SUP-MAX
              AND ST-SUPPLIER-ID (SUP-IDX + 1) =
                  PR-SUPPLIER-ID (PROP-IDX) THEN
                 ADD 1 TO SUP-IDX
                 PERFORM PRINT-PROPOSAL-SUPPLIER
              END-IF
              MOVE PR-AMOUNT (PROP-IDX) TO TOTAL-EDITED
              MOVE SPACES TO PROP-LINE
              STRING "   INVOICE " PR-SI-NUMBER (PROP-IDX)
                 " | REF " PR-SUPPLIER-REF (PROP-IDX)
                 " | DUE " PR-DUE-DATE (PROP-IDX)
                 " | " TOTAL-EDITED
                 INTO PROP-LINE
              END-STRING
              IF PR-STATUS (PROP-IDX) = "X" THEN
                 MOVE "LEFT OUT" TO PROP-LINE (80:8)
              END-IF
              WRITE PROP-LINE
           END-PERFORM

           MOVE SPACES TO PROP-LINE
           WRITE PROP-LINE
           MOVE RUN-TOTAL TO TOTAL-EDITED
           MOVE SPACES TO PROP-LINE
           STRING "TO PAY | INVOICES " COUNT-PROPOSED
              " | TRANSFERS " COUNT-TRANSFERS " | TOTAL " TOTAL-EDITED
              INTO PROP-LINE
           END-STRING
           WRITE PROP-LINE
           CLOSE PROPPRINT
           EXIT SECTION.

       PRINT-PROPOSAL-SUPPLIER SECTION.
      *    HEADING OF A SUPPLIER'S GROUP. A SUPPLIER WHOSE INVOICES
      *    ARE ALL LEFT OUT HAS NO ROW AND PRINTS NO HEADING.
           MOVE ST-AMOUNT (SUP-IDX) TO TOTAL-EDITED
           MOVE SPACES TO PROP-LINE
           WRITE PROP-LINE
           MOVE SPACES TO PROP-LINE
           STRING "SUPPLIER " ST-SUPPLIER-ID (SUP-IDX) " "
              ST-NAME (SUP-IDX) (1:30)
              " | INVOICES " ST-COUNT (SUP-IDX)
              " | TOTAL " TOTAL-EDITED
              INTO PROP-LINE
           END-STRING
           IF ST-BANK-OK (SUP-IDX) NOT = "Y" THEN
              MOVE "NO BANK DETAILS - NOT PAID" TO PROP-LINE (80:26)
           END-IF
           WRITE PROP-LINE
           EXIT SECTION.

       REVIEW-INVOICE SECTION.
      ******************************************************************
      *    LEAVES AN INVOICE OF THE OPEN PROPOSAL OUT OF THE RUN (X)
      *    OR TAKES IT BACK IN (P).
      ******************************************************************
           MOVE ZEROS TO REVIEW-SI
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT REVIEW-FORM-SCREEN
           IF KEYSTATUS = 1003 OR REVIEW-SI = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN I-O SUPPAY
           MOVE REVIEW-SI TO SP-SI-NUMBER
           READ SUPPAY
              INVALID KEY
                 CLOSE SUPPAY
                 ACCEPT NOT-FOUND-SCREEN
                 EXIT SECTION
           END-READ
           IF SP-PAID THEN
              CLOSE SUPPAY
              ACCEPT NOT-FOUND-SCREEN
              EXIT SECTION
           END-IF

           DISPLAY REVIEW-CHOICE-SCREEN
           ACCEPT REVIEW-CHOICE-SCREEN
           MOVE FUNCTION UPPER-CASE (SP-STATUS) TO SP-STATUS
           IF KEYSTATUS = 1003
           OR (NOT SP-PROPOSED AND NOT SP-LEFT-OUT) THEN
              CLOSE SUPPAY
              EXIT SECTION
           END-IF
           REWRITE SP-DETAILS
           END-REWRITE
           CLOSE SUPPAY

           ACCEPT SAVED-SCREEN
           EXIT SECTION.

       APPROVE-RUN SECTION.
      ******************************************************************
      *    AN ADMINISTRATOR APPROVES THE OPEN PROPOSAL AND IT IS PAID.
      ******************************************************************
           CALL "BWLOGIN" USING OPERATOR-SESSION
           IF SESSION-LOGIN-OK NOT = "Y" THEN
              EXIT SECTION
           END-IF
           IF SESSION-IS-ADMIN NOT = 1 THEN
              ACCEPT ACCESS-DENIED-SCREEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO PCF-DETAILS
           OPEN INPUT PAYCFG
           IF PAYCFG-FS = 00 THEN
              READ PAYCFG
                 AT END
                    MOVE SPACES TO PCF-DETAILS
              END-READ
              CLOSE PAYCFG
           END-IF
           IF PCF-IBAN = SPACES THEN
              ACCEPT NO-ACCOUNT-SCREEN
              EXIT SECTION
           END-IF

           PERFORM LOAD-PROPOSAL
           PERFORM BUILD-SUPPLIER-TOTALS
           IF COUNT-TRANSFERS = ZEROS THEN
              ACCEPT NOTHING-SCREEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO CONFIRM-FLAG
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           DISPLAY APPROVE-SCREEN
           ACCEPT APPROVE-SCREEN
           IF KEYSTATUS = 1003
           OR FUNCTION UPPER-CASE (CONFIRM-FLAG) NOT = "Y" THEN
              EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE (9:6) TO NOW-TIME
           MOVE NOW-TIME TO NOW-TIME-PARTS
           MOVE SPACES TO RUN-REFERENCE
           STRING "PAY" TODAY-DATE NOW-TIME (1:4)
              DELIMITED BY SIZE INTO RUN-REFERENCE
           END-STRING

           PERFORM WRITE-SEPA-FILE
           PERFORM WRITE-REMITTANCES
           PERFORM MARK-INVOICES-PAID
           PERFORM POST-RUN-JOURNAL

           MOVE "BWPAYRUN" TO AC-PROGRAM
           MOVE "PAYRUN" TO AC-ACTION
           MOVE RUN-REFERENCE TO AC-KEY
           MOVE "PROPOSED" TO AC-BEFORE
           MOVE RUN-TOTAL TO TOTAL-EDITED
           MOVE SPACES TO AC-AFTER
           STRING "PAID " COUNT-PAID " INVOICES " TOTAL-EDITED
              " BY " SESSION-USERNAME
              DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT PAID-SCREEN
           EXIT SECTION.

       WRITE-SEPA-FILE SECTION.
      ******************************************************************
      *    PAIN.001.001.03 CUSTOMER CREDIT TRANSFER INITIATION: ONE
      *    PAYMENT BLOCK FROM OUR ACCOUNT ON THE PAYMENT DATE, ONE
      *    TRANSFER PER SUPPLIER WITH BANK DETAILS.
      ******************************************************************
           OPEN OUTPUT SEPAFILE
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
              'pain.001.001.03">' DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE "<CstmrCdtTrfInitn>" TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE "<GrpHdr>" TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<MsgId>" RUN-REFERENCE "</MsgId>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE TODAY-DATE TO WORK-DATE
           PERFORM SET-ISO-DATE
           MOVE NOW-HH TO ISO-HH
           MOVE NOW-MI TO ISO-MI
           MOVE NOW-SS TO ISO-SS
           MOVE SPACES TO SEPA-LINE
           STRING "<CreDtTm>" ISO-DATE "T" ISO-TIME "</CreDtTm>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           PERFORM WRITE-SEPA-COUNTS
           MOVE SPACES TO SEPA-LINE
           STRING "<InitgPty><Nm>" FUNCTION TRIM (PCF-COMPANY-NAME)
              "</Nm></InitgPty>" DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE "</GrpHdr>" TO SEPA-LINE
           WRITE SEPA-LINE

           MOVE "<PmtInf>" TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<PmtInfId>" RUN-REFERENCE "</PmtInfId>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE "<PmtMtd>TRF</PmtMtd>" TO SEPA-LINE
           WRITE SEPA-LINE
           PERFORM WRITE-SEPA-COUNTS
           MOVE "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>"
              TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE RUN-PAY-DATE TO WORK-DATE
           PERFORM SET-ISO-DATE
           MOVE SPACES TO SEPA-LINE
           STRING "<ReqdExctnDt>" ISO-DATE "</ReqdExctnDt>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<Dbtr><Nm>" FUNCTION TRIM (PCF-COMPANY-NAME)
              "</Nm></Dbtr>" DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<DbtrAcct><Id><IBAN>" FUNCTION TRIM (PCF-IBAN)
              "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
              INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<DbtrAgt><FinInstnId><BIC>" FUNCTION TRIM (PCF-BIC)
              "</BIC></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
              INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE "<ChrgBr>SLEV</ChrgBr>" TO SEPA-LINE
           WRITE SEPA-LINE

           PERFORM VARYING SUP-IDX FROM 1 BY 1 UNTIL SUP-IDX > SUP-MAX
              IF ST-BANK-OK (SUP-IDX) = "Y" THEN
                 PERFORM WRITE-SEPA-TRANSFER
              END-IF
           END-PERFORM

           MOVE "</PmtInf>" TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE "</CstmrCdtTrfInitn>" TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE "</Document>" TO SEPA-LINE
           WRITE SEPA-LINE
           CLOSE SEPAFILE
           EXIT SECTION.

       WRITE-SEPA-COUNTS SECTION.
           MOVE COUNT-TRANSFERS TO SEPA-COUNT
           MOVE SPACES TO SEPA-LINE
           STRING "<NbOfTxs>" FUNCTION TRIM (SEPA-COUNT) "</NbOfTxs>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE RUN-TOTAL TO SEPA-AMOUNT
           MOVE SPACES TO SEPA-LINE
           STRING "<CtrlSum>" FUNCTION TRIM (SEPA-AMOUNT) "</CtrlSum>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           EXIT SECTION.

       WRITE-SEPA-TRANSFER SECTION.
      *    THE SUPPLIER'S REFERENCES GO IN THE UNSTRUCTURED REMITTANCE
      *    TEXT; CHARACTERS XML DOES NOT ALLOW AS TEXT ARE BLANKED.
           INSPECT ST-NAME (SUP-IDX) REPLACING ALL "&" BY "+"
              ALL "<" BY " " ALL ">" BY " "
           INSPECT ST-REMIT-TEXT (SUP-IDX) REPLACING ALL "&" BY "+"
              ALL "<" BY " " ALL ">" BY " "
           MOVE "<CdtTrfTxInf>" TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<PmtId><EndToEndId>" FUNCTION TRIM (RUN-REFERENCE)
              "-" ST-SUPPLIER-ID (SUP-IDX)
              "</EndToEndId></PmtId>" DELIMITED BY SIZE
              INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE ST-AMOUNT (SUP-IDX) TO SEPA-AMOUNT
           MOVE SPACES TO SEPA-LINE
           STRING '<Amt><InstdAmt Ccy="EUR">' FUNCTION TRIM
              (SEPA-AMOUNT) "</InstdAmt></Amt>" DELIMITED BY SIZE
              INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           IF ST-BIC (SUP-IDX) NOT = SPACES THEN
              MOVE SPACES TO SEPA-LINE
              STRING "<CdtrAgt><FinInstnId><BIC>"
                 FUNCTION TRIM (ST-BIC (SUP-IDX))
                 "</BIC></FinInstnId></CdtrAgt>" DELIMITED BY SIZE
                 INTO SEPA-LINE
              END-STRING
              WRITE SEPA-LINE
           END-IF
           MOVE SPACES TO SEPA-LINE
           STRING "<Cdtr><Nm>" FUNCTION TRIM (ST-NAME (SUP-IDX))
              "</Nm></Cdtr>" DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<CdtrAcct><Id><IBAN>"
              FUNCTION TRIM (ST-IBAN (SUP-IDX))
              "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
              INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<RmtInf><Ustrd>"
              FUNCTION TRIM (ST-REMIT-TEXT (SUP-IDX))
              "</Ustrd></RmtInf>" DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE "</CdtTrfTxInf>" TO SEPA-LINE
           WRITE SEPA-LINE
           EXIT SECTION.

       SET-ISO-DATE SECTION.
      *    WORK-DATE (YYYYMMDD) AS YYYY-MM-DD IN ISO-DATE.
           MOVE WORK-YEAR TO ISO-YEAR
           MOVE WORK-MONTH TO ISO-MONTH
           MOVE WORK-DAY TO ISO-DAY
           EXIT SECTION.

       WRITE-REMITTANCES SECTION.
      ******************************************************************
      *    ONE REMITTANCE ADVICE PER SUPPLIER PAID, SEPARATED BY A
      *    DASHED LINE, LISTING THE INVOICES THE TRANSFER SETTLES.
      ******************************************************************
           OPEN OUTPUT REMITPRINT
           OPEN INPUT SUPINV
           MOVE ZEROS TO SUP-IDX
           PERFORM VARYING PROP-IDX FROM 1 BY 1
              UNTIL PROP-IDX > PROP-MAX
              IF SUP-IDX < SUP-MAX
              AND ST-SUPPLIER-ID (SUP-IDX + 1) =
                  PR-SUPPLIER-ID (PROP-IDX) THEN
                 ADD 1 TO SUP-IDX
                 IF ST-BANK-OK (SUP-IDX) = "Y" THEN
                    PERFORM WRITE-REMITTANCE-HEAD
                 END-IF
              END-IF
              IF SUP-IDX > ZEROS AND PR-STATUS (PROP-IDX) = "P"
              AND ST-SUPPLIER-ID (SUP-IDX) = PR-SUPPLIER-ID (PROP-IDX)
              AND ST-BANK-OK (SUP-IDX) = "Y" THEN
                 PERFORM WRITE-REMITTANCE-LINE
              END-IF
              IF SUP-IDX > ZEROS
              AND ST-SUPPLIER-ID (SUP-IDX) = PR-SUPPLIER-ID (PROP-IDX)
              AND ST-BANK-OK (SUP-IDX) = "Y"
              AND (PROP-IDX = PROP-MAX
                   OR PR-SUPPLIER-ID (PROP-IDX + 1) NOT =
                      PR-SUPPLIER-ID (PROP-IDX)) THEN
                 PERFORM WRITE-REMITTANCE-FOOT
              END-IF
           END-PERFORM
           CLOSE SUPINV
           CLOSE REMITPRINT
           EXIT SECTION.

       WRITE-REMITTANCE-HEAD SECTION.
           MOVE SPACES TO REMIT-LINE
           IF SUP-IDX > 1 THEN
              WRITE REMIT-LINE
              MOVE ALL "-" TO REMIT-LINE
              WRITE REMIT-LINE
              MOVE SPACES TO REMIT-LINE
              WRITE REMIT-LINE
           END-IF
           STRING "REMITTANCE ADVICE | " FUNCTION TRIM
              (PCF-COMPANY-NAME) DELIMITED BY SIZE INTO REMIT-LINE
           END-STRING
           WRITE REMIT-LINE
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
           MOVE SPACES TO REMIT-LINE
           STRING "TO: " ST-SUPPLIER-ID (SUP-IDX) " "
              ST-NAME (SUP-IDX) DELIMITED BY SIZE INTO REMIT-LINE
           END-STRING
           WRITE REMIT-LINE
           MOVE SPACES TO REMIT-LINE
           STRING "PAID BY TRANSFER ON " RUN-PAY-DATE " TO IBAN "
              ST-IBAN (SUP-IDX) DELIMITED BY SIZE INTO REMIT-LINE
           END-STRING
           WRITE REMIT-LINE
           MOVE SPACES TO REMIT-LINE
           STRING "PAYMENT REFERENCE " FUNCTION TRIM (RUN-REFERENCE)
              "-" ST-SUPPLIER-ID (SUP-IDX)
              DELIMITED BY SIZE INTO REMIT-LINE
           END-STRING
           WRITE REMIT-LINE
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
           MOVE "YOUR INVOICE     OUR NUMBER  INVOICE DATE       AMOUNT"
              TO REMIT-LINE
           WRITE REMIT-LINE
           EXIT SECTION.

       WRITE-REMITTANCE-LINE SECTION.
           MOVE ZEROS TO SI-DATE
           MOVE PR-SI-NUMBER (PROP-IDX) TO SI-NUMBER
           IF SUPINV-FS = 00 THEN
              READ SUPINV
                 INVALID KEY
                    MOVE ZEROS TO SI-DATE
              END-READ
           END-IF
           MOVE PR-AMOUNT (PROP-IDX) TO TOTAL-EDITED
           MOVE SPACES TO REMIT-LINE
           STRING PR-SUPPLIER-REF (PROP-IDX) "  "
              PR-SI-NUMBER (PROP-IDX) "    " SI-DATE "   "
              TOTAL-EDITED DELIMITED BY SIZE INTO REMIT-LINE
           END-STRING
           WRITE REMIT-LINE
           EXIT SECTION.

       WRITE-REMITTANCE-FOOT SECTION.
           MOVE ST-AMOUNT (SUP-IDX) TO TOTAL-EDITED
           MOVE SPACES TO REMIT-LINE
           STRING "TOTAL PAID                                "
              TOTAL-EDITED DELIMITED BY SIZE INTO REMIT-LINE
           END-STRING
           WRITE REMIT-LINE
           EXIT SECTION.

       MARK-INVOICES-PAID SECTION.
      ******************************************************************
      *    EVERY PROPOSED INVOICE OF A SUPPLIER WITH BANK DETAILS IS
      *    MARKED PAID; THE REGISTER KEEPS THE TRANSFER'S REFERENCE.
      ******************************************************************
           MOVE ZEROS TO COUNT-PAID
           OPEN I-O SUPINV
           OPEN I-O SUPPAY
           MOVE ZEROS TO SUP-IDX
           PERFORM VARYING PROP-IDX FROM 1 BY 1
              UNTIL PROP-IDX > PROP-MAX
              IF SUP-IDX < SUP-MAX
              AND ST-SUPPLIER-ID (SUP-IDX + 1) =
                  PR-SUPPLIER-ID (PROP-IDX) THEN
                 ADD 1 TO SUP-IDX
              END-IF
              IF SUP-IDX > ZEROS AND PR-STATUS (PROP-IDX) = "P"
              AND ST-SUPPLIER-ID (SUP-IDX) = PR-SUPPLIER-ID (PROP-IDX)
              AND ST-BANK-OK (SUP-IDX) = "Y" THEN
                 PERFORM MARK-ONE-INVOICE
              END-IF
           END-PERFORM
           CLOSE SUPINV, SUPPAY
           EXIT SECTION.

       MARK-ONE-INVOICE SECTION.
           MOVE PR-SI-NUMBER (PROP-IDX) TO SI-NUMBER
           READ SUPINV
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 3 TO SI-STATUS
                 REWRITE SI-DETAILS
                 END-REWRITE
           END-READ

           MOVE PR-SI-NUMBER (PROP-IDX) TO SP-SI-NUMBER
           READ SUPPAY
              INVALID KEY
                 EXIT SECTION
           END-READ
           MOVE "E" TO SP-STATUS
           MOVE SPACES TO SP-REFERENCE
           STRING FUNCTION TRIM (RUN-REFERENCE) "-"
              ST-SUPPLIER-ID (SUP-IDX) DELIMITED BY SIZE
              INTO SP-REFERENCE
           END-STRING
           MOVE RUN-PAY-DATE TO SP-PAY-DATE
           REWRITE SP-DETAILS
           END-REWRITE
           ADD 1 TO COUNT-PAID
           EXIT SECTION.

       POST-RUN-JOURNAL SECTION.
      ******************************************************************
      *    ADDS THE RUN TO JOURNAL.DAT AS ONE BALANCED JOURNAL IN THE
      *    LAYOUT OF BWJOURNAL: DR PAYABLES / CR BANK.
      ******************************************************************
           OPEN EXTEND JOURNAL
           IF JOURNAL-FS = 35 THEN
              OPEN OUTPUT JOURNAL
           END-IF

           MOVE SPACES TO JOURNAL-LINE
           STRING "JOURNAL " RUN-PAY-DATE " | SUPPLIER PAYMENT RUN "
              RUN-REFERENCE INTO JOURNAL-LINE
           END-STRING
           WRITE JOURNAL-LINE
           END-WRITE

           MOVE RUN-TOTAL TO AMOUNT-EDITED
           MOVE SPACES TO JOURNAL-LINE
           MOVE "DR PAYABLES       " TO JOURNAL-LINE
           MOVE AMOUNT-EDITED TO JOURNAL-LINE (20:12)
           WRITE JOURNAL-LINE
           END-WRITE
           MOVE SPACES TO JOURNAL-LINE
           MOVE "CR BANK           " TO JOURNAL-LINE
           MOVE AMOUNT-EDITED TO JOURNAL-LINE (20:12)
           WRITE JOURNAL-LINE
           END-WRITE

           MOVE SPACES TO JOURNAL-LINE
           STRING "TOTAL DR " AMOUNT-EDITED INTO JOURNAL-LINE
           END-STRING
           WRITE JOURNAL-LINE
           END-WRITE
           MOVE SPACES TO JOURNAL-LINE
           STRING "TOTAL CR " AMOUNT-EDITED INTO JOURNAL-LINE
           END-STRING
           WRITE JOURNAL-LINE
           END-WRITE
           CLOSE JOURNAL
           EXIT SECTION.
