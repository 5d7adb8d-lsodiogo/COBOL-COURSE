      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SEPA DIRECT-DEBIT COLLECTION | V1 | 15.10.2026
      ******************************************************************
      *    COLLECTS THE INVOICES OF THE SCHOOLS THAT PAY BY DIRECT
      *    DEBIT INSTEAD OF BY TRANSFER:
      *     - ONE MANDATE PER SCHOOL (FILE MANDATES): REFERENCE,
      *       DEBTOR ACCOUNT, SIGNATURE DATE, STATUS AND THE DAYS
      *       AFTER THE INVOICE DATE THE INVOICE FALLS DUE;
      *     - OUR SEPA CREDITOR IDENTIFIER, KEPT WITH OUR BANK ACCOUNT
      *       IN PAYCFG (SEE BWPAYRUN);
      *     - THE COLLECTION RUN (ADMINISTRATOR ONLY) TAKES EVERY OPEN
      *       INVOICE OF BWINVOICES DUE BY A CHOSEN DATE FOR A SCHOOL
      *       WITH AN ACTIVE MANDATE, WRITES THE SEPA DIRECT-DEBIT FILE
      *       FOR THE BANK (SEPADD.XML, PAIN.008, FRST AND RCUR
      *       BLOCKS), POSTS THE EXPECTED PAYMENT OF EACH INVOICE TO
      *       BWPAYMENTS ON THE COLLECTION DATE, KEEPS EACH DEBIT IN
      *       DDCOLLECT AND PRINTS THE RUN (DDRUN.RPT);
      *     - THE BANK'S RETURN/REJECT FILE (DDRETURN.CSV, ONE LINE
      *       PER DEBIT):
      *          YYYYMMDD;END-TO-END-ID;REASON-CODE;FEE
      *       REOPENS EACH FAILED COLLECTION (ITS EXPECTED PAYMENT IS
      *       REMOVED) AND BILLS THE BANK'S FEE TO THE SCHOOL ON A
      *       FEE INVOICE OF THE REGISTER (INV-FEES, NO VAT). LINES
      *       THAT MATCH NO OPEN DEBIT GO TO DDRETURN.REJ; THE RUN IS
      *       PRINTED IN DDRETURN.RPT.
      *    THE BANK CREDITS A RUN AS ONE AMOUNT WITH THE RUN'S
      *    REFERENCE ("DD..."); BWBANKIMP KNOWS THE PAYMENTS ARE
      *    ALREADY POSTED AND DOES NOT POST IT AGAIN.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWDIRDEBIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATES ASSIGN TO "MANDATES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MD-SCHOOL-INTERNAL-ID
              FILE STATUS IS MANDATES-FS.

           SELECT DDCOLLECT ASSIGN TO "DDCOLLECT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DDC-E2E-ID
              ALTERNATE KEY IS DDC-INVOICE-NUMBER WITH DUPLICATES
              FILE STATUS IS DDCOLLECT-FS.

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

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

           SELECT PAYCFG ASSIGN TO "PAYCFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAYCFG-FS.

           SELECT SEPAFILE ASSIGN TO "SEPADD.XML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SEPAFILE-FS.

           SELECT RUNPRINT ASSIGN TO "DDRUN.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNPRINT-FS.

           SELECT RETURNFILE ASSIGN TO "DDRETURN.CSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RETURNFILE-FS.

           SELECT RETPRINT ASSIGN TO "DDRETURN.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RETPRINT-FS.

           SELECT REJECTS ASSIGN TO "DDRETURN.REJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJECTS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATES.
       COPY CB-MANDATE.

       FD  DDCOLLECT.
       COPY CB-DDCOLLECT.

       FD  INVOICES.
       COPY CB-BWINVOICE.

       FD  PAYMENTS.
       COPY CB-PAYMENTS.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  PAYCFG.
       COPY CB-PAYCFG.

       FD  SEPAFILE.
       01  SEPA-LINE                            PIC X(200).

       FD  RUNPRINT.
       01  RUN-LINE                             PIC X(110).

       FD  RETURNFILE.
       01  RETURN-LINE                          PIC X(100).

       FD  RETPRINT.
       01  RET-LINE                             PIC X(150).

       FD  REJECTS.
       01  REJECT-LINE                          PIC X(120).

       WORKING-STORAGE SECTION.
       77  MANDATES-FS                          PIC 9(002).
       77  DDCOLLECT-FS                         PIC 9(002).
       77  INVOICES-FS                          PIC 9(002).
       77  PAYMENTS-FS                          PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  PAYCFG-FS                            PIC 9(002).
       77  SEPAFILE-FS                          PIC 9(002).
       77  RUNPRINT-FS                          PIC 9(002).
       77  RETURNFILE-FS                        PIC 9(002).
       77  RETPRINT-FS                          PIC 9(002).
       77  REJECTS-FS                           PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  EOF-FLAG                             PIC X(001).
       77  PAY-EOF                              PIC X(001).
       77  TODAY-DATE                           PIC 9(008).
       77  NOW-TIME                             PIC 9(006).
       77  DUE-BY-DATE                          PIC 9(008).
       77  COLLECTION-DATE                      PIC 9(008).
       77  DUE-DATE                             PIC 9(008).
       77  TERMS-DAYS                           PIC 9(003).
       77  DATE-INT                             PIC 9(008).
       77  PAID-AMOUNT                          PIC 9(009)V99.
       77  OPEN-AMOUNT                          PIC 9(009)V99.
       77  NEXT-PAY-ID                          PIC 9(008).
       77  NEXT-INV-NUMBER                      PIC 9(008).
       77  CL-IDX                               PIC 9(004).
       77  CL-MAX                               PIC 9(004).
       77  CL-FULL                              PIC X(001).
       77  MT-IDX                               PIC 9(004).
       77  COUNT-FRST                           PIC 9(005).
       77  COUNT-RCUR                           PIC 9(005).
       77  COUNT-COLLECTED                      PIC 9(005).
       77  COUNT-RETURNED                       PIC 9(005).
       77  COUNT-REJECTED                       PIC 9(005).
       77  TOTAL-FRST                           PIC 9(009)V99.
       77  TOTAL-RCUR                           PIC 9(009)V99.
       77  RUN-TOTAL                            PIC 9(009)V99.
       77  FEES-TOTAL                           PIC 9(007)V99.
       77  BLOCK-SEQ                            PIC X(004).
       77  BLOCK-COUNT                          PIC 9(005).
       77  BLOCK-TOTAL                          PIC 9(009)V99.
       77  CONFIRM-FLAG                         PIC X(001).
       77  RUN-REFERENCE                        PIC X(015).
       77  SEPA-AMOUNT                          PIC Z(8)9.99.
       77  SEPA-COUNT                           PIC Z(4)9.
       77  TOTAL-EDITED                         PIC ZZZZZZZZ9.99.
       77  FEE-EDITED                           PIC ZZ9.99.
       77  MANDATE-ACTION                       PIC X(010).
       77  MANDATE-BEFORE                       PIC X(060).
       77  LINE-DATE                            PIC 9(008).
       77  LINE-FEE                             PIC 9(003)V99.
       77  RET-PTR                              PIC 9(003).

       01  ENTRY-MANDATE.
           05 ENTRY-SCHOOL-ID                   PIC 9(003).
           05 ENTRY-REFERENCE                   PIC X(035).
           05 ENTRY-DEBTOR-NAME                 PIC X(070).
           05 ENTRY-IBAN                        PIC X(034).
           05 ENTRY-BIC                         PIC X(011).
           05 ENTRY-SIGNED-DATE                 PIC 9(008).
           05 ENTRY-STATUS                      PIC X(001).
           05 ENTRY-FIRST-DONE                  PIC X(001).
           05 ENTRY-COLLECT-DAYS                PIC 9(003).
           05 ENTRY-LAST-COLLECTION             PIC 9(008).

       01  RETURN-FIELDS.
           05 RET-DATE-TXT                      PIC X(008).
           05 RET-E2E-TXT                       PIC X(024).
           05 RET-REASON-TXT                    PIC X(004).
           05 RET-FEE-TXT                       PIC X(010).

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

      *    THE ACTIVE MANDATES, BY SCHOOL INTERNAL ID.
       01  MANDATE-TABLE.
           05 MT-ENTRY OCCURS 999 TIMES.
               10 MT-ACTIVE                     PIC X(001).
               10 MT-REFERENCE                  PIC X(035).
               10 MT-DEBTOR-NAME                PIC X(070).
               10 MT-IBAN                       PIC X(034).
               10 MT-BIC                        PIC X(011).
               10 MT-SIGNED-DATE                PIC 9(008).
               10 MT-SEQUENCE                   PIC X(004).
               10 MT-DAYS                       PIC 9(003).

      *    THE INVOICES OF THE RUN.
       01  COLLECTION-TABLE.
           05 CL-ENTRY OCCURS 2000 TIMES.
               10 CL-INVOICE                    PIC 9(008).
               10 CL-SCHOOL                     PIC 9(003).
               10 CL-DUE-DATE                   PIC 9(008).
               10 CL-AMOUNT                     PIC 9(007)V99.

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
           05 VALUE "BREADWICH | SEPA DIRECT-DEBIT COLLECTION" LINE 02
              COL 38.
           05 VALUE "1 - SCHOOL MANDATE" LINE 06 COL 35.
           05 VALUE "2 - OUR CREDITOR IDENTIFIER" LINE 08 COL 35.
           05 VALUE "3 - COLLECTION RUN" LINE 10 COL 35.
           05 VALUE "4 - PROCESS THE BANK'S RETURN FILE" LINE 12
              COL 35.
           05 VALUE "0 - EXIT" LINE 14 COL 35.
           05 VALUE "OPTION:" LINE 16 COL 35.
           05 SS-OPTION PIC 9(001) LINE 16 COL 43 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  ASK-SCHOOL-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SCHOOL INTERNAL ID:" LINE 18 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 18 COL 30
              TO ENTRY-SCHOOL-ID BLANK WHEN ZERO.

       01  MANDATE-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SCHOOL:" LINE 18 COL 10.
           05 MF-SCHOOL PIC 9(003) LINE 18 COL 18 FROM ENTRY-SCHOOL-ID.
           05 MF-SCHNAME PIC X(050) LINE 18 COL 23
              FROM SCHOOL-DESIGNATION1.
           05 VALUE "MANDATE REFERENCE:" LINE 19 COL 10.
           05 SS-MREF PIC X(035) LINE 19 COL 29 USING ENTRY-REFERENCE.
           05 VALUE "ACCOUNT HOLDER:" LINE 20 COL 10.
           05 SS-MNAME PIC X(050) LINE 20 COL 26
              USING ENTRY-DEBTOR-NAME.
           05 VALUE "IBAN:" LINE 21 COL 10.
           05 SS-MIBAN PIC X(034) LINE 21 COL 16 USING ENTRY-IBAN.
           05 VALUE "BIC:" LINE 21 COL 52.
           05 SS-MBIC PIC X(011) LINE 21 COL 57 USING ENTRY-BIC.
           05 VALUE "SIGNED ON (YYYYMMDD):" LINE 22 COL 10.
           05 SS-MSIGNED PIC 9(008) LINE 22 COL 32
              USING ENTRY-SIGNED-DATE.
           05 VALUE "STATUS (A=ACTIVE/S=SUSPENDED/C=CANCELLED):"
              LINE 23 COL 10.
           05 SS-MSTATUS PIC X(001) LINE 23 COL 53
              USING ENTRY-STATUS.
           05 VALUE "DUE DAYS AFTER INVOICE DATE (0 = 30):" LINE 24
              COL 10.
           05 SS-MDAYS PIC 9(003) LINE 24 COL 48
              USING ENTRY-COLLECT-DAYS.

       01  CREDITOR-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "OUR ACCOUNT:" LINE 18 COL 10.
           05 CF-IBAN PIC X(034) LINE 18 COL 23 FROM PCF-IBAN.
           05 VALUE "SEPA CREDITOR IDENTIFIER:" LINE 20 COL 10.
           05 SS-CREDITOR PIC X(035) LINE 20 COL 36
              USING PCF-CREDITOR-ID.

       01  RUN-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "COLLECT INVOICES DUE BY (YYYYMMDD):" LINE 18
              COL 10.
           05 SS-DUE-BY PIC 9(008) LINE 18 COL 46 TO DUE-BY-DATE
              BLANK WHEN ZERO.
           05 VALUE "COLLECTION DATE (YYYYMMDD):" LINE 19 COL 10.
           05 SS-COLL-DATE PIC 9(008) LINE 19 COL 46
              USING COLLECTION-DATE.

       01  CONFIRM-RUN-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "FIRST DEBITS (FRST):" LINE 21 COL 10.
           05 CR-FRST PIC ZZZZ9 LINE 21 COL 31 FROM COUNT-FRST.
           05 VALUE "RECURRING DEBITS (RCUR):" LINE 21 COL 40.
           05 CR-RCUR PIC ZZZZ9 LINE 21 COL 65 FROM COUNT-RCUR.
           05 VALUE "TOTAL TO COLLECT:" LINE 22 COL 10.
           05 CR-TOTAL PIC ZZZZZZZZ9.99 LINE 22 COL 28 FROM RUN-TOTAL.
           05 VALUE "COLLECT NOW (Y/N)?" LINE 23 COL 10.
           05 SS-CONFIRM PIC X(001) LINE 23 COL 29 TO CONFIRM-FLAG.

       01  SAVED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SAVED - PRESS ANY KEY" LINE 26 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  COLLECTED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "COLLECTED:" LINE 26 COL 20.
           05 CD-COUNT PIC ZZZZ9 LINE 26 COL 31 FROM COUNT-COLLECTED.
           05 VALUE "- SEPADD.XML AND DDRUN.RPT WRITTEN - PRESS ANY KEY"
              LINE 26 COL 37.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  RETURNS-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "RETURNED:" LINE 26 COL 20.
           05 RD-RET PIC ZZZZ9 LINE 26 COL 30 FROM COUNT-RETURNED.
           05 VALUE "REJECTED LINES:" LINE 26 COL 37.
           05 RD-REJ PIC ZZZZ9 LINE 26 COL 53 FROM COUNT-REJECTED.
           05 VALUE "- SEE DDRETURN.RPT - PRESS ANY KEY" LINE 26
              COL 60.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NOT-FOUND-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "SCHOOL NOT FOUND - PRESS ANY KEY" LINE 26 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  INVALID-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "REFERENCE, IBAN, SIGNATURE DATE (NOT IN THE"
              LINE 26 COL 20.
           05 VALUE "FUTURE)" LINE 26 COL 64.
           05 VALUE "AND STATUS ARE REQUIRED - PRESS ANY KEY" LINE 27
              COL 20.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  BAD-DATE-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "THE COLLECTION DATE MUST BE A VALID DATE"
              LINE 26 COL 20.
           05 VALUE "AFTER TODAY" LINE 26 COL 61.
           05 VALUE "- PRESS ANY KEY" LINE 26 COL 73.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NOTHING-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "NOTHING TO COLLECT - PRESS ANY KEY" LINE 26 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NO-FILE-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "NO DDRETURN.CSV FROM THE BANK - PRESS ANY KEY"
              LINE 26 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NO-ACCOUNT-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "OUR BANK ACCOUNT (BWPAYRUN) OR CREDITOR IDENTIFIER"
              LINE 26 COL 20.
           05 VALUE "IS NOT SET - PRESS ANY KEY" LINE 26 COL 71.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  ACCESS-DENIED-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "ACCESS RESERVED TO ADMINISTRATOR OPERATORS"
              LINE 26 COL 42.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM CREATE-DD-FILES

           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM SET-MANDATE
                 WHEN 2 PERFORM SET-CREDITOR-ID
                 WHEN 3 PERFORM COLLECTION-RUN
                 WHEN 4 PERFORM PROCESS-RETURNS
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       CREATE-DD-FILES SECTION.
           OPEN I-O MANDATES
           IF MANDATES-FS = 35 THEN
              OPEN OUTPUT MANDATES
           END-IF
           CLOSE MANDATES
           OPEN I-O DDCOLLECT
           IF DDCOLLECT-FS = 35 THEN
              OPEN OUTPUT DDCOLLECT
           END-IF
           CLOSE DDCOLLECT
           OPEN I-O PAYMENTS
           IF PAYMENTS-FS = 35 THEN
              OPEN OUTPUT PAYMENTS
           END-IF
           CLOSE PAYMENTS
           EXIT SECTION.

       SET-MANDATE SECTION.
      ******************************************************************
      *    SHOWS AND CHANGES THE SCHOOL'S MANDATE. THE SCHOOL MUST BE
      *    ON SCHOOLS; A NEW MANDATE IS PREFILLED WITH ITS NAME.
      ******************************************************************
           INITIALIZE ENTRY-MANDATE
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT ASK-SCHOOL-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-SCHOOL-ID = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SCHOOLS
           MOVE ENTRY-SCHOOL-ID TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
              INVALID KEY
                 CLOSE SCHOOLS
                 ACCEPT NOT-FOUND-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE SCHOOLS

           OPEN I-O MANDATES
           MOVE ENTRY-SCHOOL-ID TO MD-SCHOOL-INTERNAL-ID
           READ MANDATES
              INVALID KEY
                 MOVE "ADD" TO MANDATE-ACTION
                 MOVE SPACES TO MANDATE-BEFORE
                 MOVE SCHOOL-DESIGNATION1 TO ENTRY-DEBTOR-NAME
                 MOVE "A" TO ENTRY-STATUS
                 MOVE "N" TO ENTRY-FIRST-DONE
              NOT INVALID KEY
                 MOVE "CHANGE" TO MANDATE-ACTION
                 MOVE MD-DETAILS TO ENTRY-MANDATE
                 MOVE SPACES TO MANDATE-BEFORE
                 STRING MD-REFERENCE (1:35) " " MD-STATUS " "
                    MD-IBAN (1:22) DELIMITED BY SIZE
                    INTO MANDATE-BEFORE
                 END-STRING
           END-READ

           DISPLAY MANDATE-FORM-SCREEN
           ACCEPT MANDATE-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE MANDATES
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (ENTRY-IBAN) TO ENTRY-IBAN
           MOVE FUNCTION UPPER-CASE (ENTRY-BIC) TO ENTRY-BIC
           MOVE FUNCTION UPPER-CASE (ENTRY-STATUS) TO ENTRY-STATUS
           MOVE ENTRY-STATUS TO MD-STATUS
           IF ENTRY-REFERENCE = SPACES OR ENTRY-IBAN = SPACES
           OR NOT VALID-MD-STATUS
           OR FUNCTION TEST-DATE-YYYYMMDD (ENTRY-SIGNED-DATE) NOT = 0
           OR ENTRY-SIGNED-DATE > TODAY-DATE THEN
              CLOSE MANDATES
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           MOVE ENTRY-MANDATE TO MD-DETAILS
           WRITE MD-DETAILS
              INVALID KEY
                 REWRITE MD-DETAILS
                 END-REWRITE
           END-WRITE
           CLOSE MANDATES

           MOVE "BWDIRDEBIT" TO AC-PROGRAM
           MOVE MANDATE-ACTION TO AC-ACTION
           MOVE SPACES TO AC-KEY
           STRING "MANDATE " ENTRY-SCHOOL-ID DELIMITED BY SIZE
              INTO AC-KEY
           END-STRING
           MOVE MANDATE-BEFORE TO AC-BEFORE
           MOVE SPACES TO AC-AFTER
           STRING ENTRY-REFERENCE (1:35) " " ENTRY-STATUS " "
              ENTRY-IBAN (1:22) DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT SAVED-SCREEN
           EXIT SECTION.

       SET-CREDITOR-ID SECTION.
      ******************************************************************
      *    THE SEPA CREDITOR IDENTIFIER IS KEPT IN PAYCFG WITH OUR
      *    BANK ACCOUNT (SET IN BWPAYRUN), WHICH IS LEFT AS IT IS.
      ******************************************************************
           PERFORM READ-PAYCFG
           IF PCF-IBAN = SPACES THEN
              ACCEPT NO-ACCOUNT-SCREEN
              EXIT SECTION
           END-IF

           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           DISPLAY CREDITOR-FORM-SCREEN
           ACCEPT CREDITOR-FORM-SCREEN
           IF KEYSTATUS = 1003 OR PCF-CREDITOR-ID = SPACES THEN
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (PCF-CREDITOR-ID) TO PCF-CREDITOR-ID

           OPEN OUTPUT PAYCFG
           WRITE PCF-DETAILS
           END-WRITE
           CLOSE PAYCFG

           ACCEPT SAVED-SCREEN
           EXIT SECTION.

       READ-PAYCFG SECTION.
           MOVE SPACES TO PCF-DETAILS
           OPEN INPUT PAYCFG
           IF PAYCFG-FS = 00 THEN
              READ PAYCFG
                 AT END
                    MOVE SPACES TO PCF-DETAILS
              END-READ
              CLOSE PAYCFG
           END-IF
           EXIT SECTION.

       COLLECTION-RUN SECTION.
      ******************************************************************
      *    AN ADMINISTRATOR COLLECTS THE OPEN INVOICES DUE BY THE
      *    CHOSEN DATE FROM THE SCHOOLS WITH AN ACTIVE MANDATE.
      ******************************************************************
           CALL "BWLOGIN" USING OPERATOR-SESSION
           IF SESSION-LOGIN-OK NOT = "Y" THEN
              EXIT SECTION
           END-IF
           IF SESSION-IS-ADMIN NOT = 1 THEN
              ACCEPT ACCESS-DENIED-SCREEN
              EXIT SECTION
           END-IF

           PERFORM READ-PAYCFG
           IF PCF-IBAN = SPACES OR PCF-CREDITOR-ID = SPACES THEN
              ACCEPT NO-ACCOUNT-SCREEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO DUE-BY-DATE
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE) + 2
           COMPUTE COLLECTION-DATE = FUNCTION DATE-OF-INTEGER (DATE-INT)
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT RUN-FORM-SCREEN
           IF KEYSTATUS = 1003 OR DUE-BY-DATE = ZEROS THEN
              EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (COLLECTION-DATE) NOT = 0
           OR COLLECTION-DATE <= TODAY-DATE THEN
              ACCEPT BAD-DATE-SCREEN
              EXIT SECTION
           END-IF

           PERFORM LOAD-MANDATES
           PERFORM SELECT-DUE-INVOICES
           IF CL-MAX = ZEROS THEN
              ACCEPT NOTHING-SCREEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO CONFIRM-FLAG
           DISPLAY CONFIRM-RUN-SCREEN
           ACCEPT CONFIRM-RUN-SCREEN
           IF KEYSTATUS = 1003
           OR FUNCTION UPPER-CASE (CONFIRM-FLAG) NOT = "Y" THEN
              EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE (9:6) TO NOW-TIME
           MOVE NOW-TIME TO NOW-TIME-PARTS
           MOVE SPACES TO RUN-REFERENCE
           STRING "DD" TODAY-DATE NOW-TIME (1:4)
              DELIMITED BY SIZE INTO RUN-REFERENCE
           END-STRING

           PERFORM WRITE-SEPA-FILE
           PERFORM RECORD-COLLECTIONS
           PERFORM PRINT-RUN

           MOVE "BWDIRDEBIT" TO AC-PROGRAM
           MOVE "DDRUN" TO AC-ACTION
           MOVE RUN-REFERENCE TO AC-KEY
           MOVE "DUE BY" TO AC-BEFORE
           MOVE DUE-BY-DATE TO AC-BEFORE (8:8)
           MOVE RUN-TOTAL TO TOTAL-EDITED
           MOVE SPACES TO AC-AFTER
           STRING "COLLECTED " COUNT-COLLECTED " INVOICES "
              TOTAL-EDITED " BY " SESSION-USERNAME
              DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT COLLECTED-SCREEN
           EXIT SECTION.

       LOAD-MANDATES SECTION.
      ******************************************************************
      *    THE ACTIVE MANDATES INTO MANDATE-TABLE, WITH THE SEQUENCE
      *    TYPE THEIR NEXT DEBIT GOES AS.
      ******************************************************************
           INITIALIZE MANDATE-TABLE
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT MANDATES
           IF MANDATES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ MANDATES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF MD-ACTIVE AND MD-SCHOOL-INTERNAL-ID > ZEROS THEN
                       MOVE MD-SCHOOL-INTERNAL-ID TO MT-IDX
                       MOVE "Y" TO MT-ACTIVE (MT-IDX)
                       MOVE MD-REFERENCE TO MT-REFERENCE (MT-IDX)
                       MOVE MD-DEBTOR-NAME TO MT-DEBTOR-NAME (MT-IDX)
                       MOVE MD-IBAN TO MT-IBAN (MT-IDX)
                       MOVE MD-BIC TO MT-BIC (MT-IDX)
                       MOVE MD-SIGNED-DATE TO MT-SIGNED-DATE (MT-IDX)
                       MOVE MD-COLLECT-DAYS TO MT-DAYS (MT-IDX)
                       IF MD-FIRST-COLLECTED THEN
                          MOVE "RCUR" TO MT-SEQUENCE (MT-IDX)
                       ELSE
                          MOVE "FRST" TO MT-SEQUENCE (MT-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MANDATES
           EXIT SECTION.

       SELECT-DUE-INVOICES SECTION.
      ******************************************************************
      *    EVERY INVOICE OF A SCHOOL WITH AN ACTIVE MANDATE, DUE BY
      *    THE CHOSEN DATE AND NOT FULLY PAID, FOR ITS OPEN AMOUNT.
      *    AN INVOICE ALREADY SENT FOR COLLECTION HAS ITS EXPECTED
      *    PAYMENT POSTED AND SO IS NOT OPEN.
      ******************************************************************
           MOVE ZEROS TO CL-MAX, COUNT-FRST, COUNT-RCUR, TOTAL-FRST,
              TOTAL-RCUR, RUN-TOTAL
           MOVE SPACES TO EOF-FLAG, CL-FULL
           OPEN INPUT INVOICES
           IF INVOICES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT PAYMENTS

           PERFORM UNTIL EOF-FLAG = "Y"
              READ INVOICES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF INV-IS-INVOICE
                    AND INV-SCHOOL-INTERNAL-ID > ZEROS THEN
                       IF MT-ACTIVE (INV-SCHOOL-INTERNAL-ID) = "Y" THEN
                          PERFORM TAKE-INVOICE-IF-DUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE INVOICES, PAYMENTS
           EXIT SECTION.

       TAKE-INVOICE-IF-DUE SECTION.
      *    DUE = INVOICE DATE + THE MANDATE'S DAYS (30 BY DEFAULT).
           MOVE INV-SCHOOL-INTERNAL-ID TO MT-IDX
           MOVE 30 TO TERMS-DAYS
           IF MT-DAYS (MT-IDX) > ZEROS THEN
              MOVE MT-DAYS (MT-IDX) TO TERMS-DAYS
           END-IF
           MOVE INV-DATE TO DUE-DATE
           IF INV-DATE IS NUMERIC AND INV-DATE > ZEROS THEN
              COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (INV-DATE)
                 + TERMS-DAYS
              COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER (DATE-INT)
           END-IF
           IF DUE-DATE > DUE-BY-DATE THEN
              EXIT SECTION
           END-IF

           PERFORM SUM-PAYMENTS-OF-INVOICE
           IF PAID-AMOUNT >= INV-TOTAL THEN
              EXIT SECTION
           END-IF
           IF CL-MAX >= 2000 THEN
              MOVE "Y" TO CL-FULL
              EXIT SECTION
           END-IF

           COMPUTE OPEN-AMOUNT = INV-TOTAL - PAID-AMOUNT
           ADD 1 TO CL-MAX
           MOVE INV-NUMBER TO CL-INVOICE (CL-MAX)
           MOVE MT-IDX TO CL-SCHOOL (CL-MAX)
           MOVE DUE-DATE TO CL-DUE-DATE (CL-MAX)
           MOVE OPEN-AMOUNT TO CL-AMOUNT (CL-MAX)
           ADD OPEN-AMOUNT TO RUN-TOTAL
           IF MT-SEQUENCE (MT-IDX) = "FRST" THEN
              ADD 1 TO COUNT-FRST
              ADD OPEN-AMOUNT TO TOTAL-FRST
           ELSE
              ADD 1 TO COUNT-RCUR
              ADD OPEN-AMOUNT TO TOTAL-RCUR
           END-IF
           EXIT SECTION.

       SUM-PAYMENTS-OF-INVOICE SECTION.
      ******************************************************************
      *    TOTALS THE PAYMENTS ALREADY TAKEN AGAINST INV-NUMBER.
      ******************************************************************
           MOVE ZEROS TO PAID-AMOUNT
           MOVE SPACES TO PAY-EOF
           IF PAYMENTS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO PAY-ID
           START PAYMENTS KEY IS NOT LESS THAN PAY-ID
              INVALID KEY
                 MOVE "Y" TO PAY-EOF
           END-START

           PERFORM UNTIL PAY-EOF = "Y"
              READ PAYMENTS NEXT RECORD
                 AT END
                    MOVE "Y" TO PAY-EOF
                 NOT AT END
                    IF PAY-INVOICE-NUMBER = INV-NUMBER THEN
                       ADD PAY-AMOUNT TO PAID-AMOUNT
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       WRITE-SEPA-FILE SECTION.
      ******************************************************************
      *    PAIN.008.001.02 CUSTOMER DIRECT DEBIT INITIATION (CORE):
      *    ONE PAYMENT BLOCK PER SEQUENCE TYPE (FRST, RCUR) INTO OUR
      *    ACCOUNT ON THE COLLECTION DATE, ONE DEBIT PER INVOICE.
      ******************************************************************
           OPEN OUTPUT SEPAFILE
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
              'pain.008.001.02">' DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE "<CstmrDrctDbtInitn>" TO SEPA-LINE
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
           COMPUTE BLOCK-COUNT = COUNT-FRST + COUNT-RCUR
           MOVE RUN-TOTAL TO BLOCK-TOTAL
           PERFORM WRITE-SEPA-COUNTS
           MOVE SPACES TO SEPA-LINE
           STRING "<InitgPty><Nm>" FUNCTION TRIM (PCF-COMPANY-NAME)
              "</Nm></InitgPty>" DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE "</GrpHdr>" TO SEPA-LINE
           WRITE SEPA-LINE

           IF COUNT-FRST > ZEROS THEN
              MOVE "FRST" TO BLOCK-SEQ
              MOVE COUNT-FRST TO BLOCK-COUNT
              MOVE TOTAL-FRST TO BLOCK-TOTAL
              PERFORM WRITE-SEPA-BLOCK
           END-IF
           IF COUNT-RCUR > ZEROS THEN
              MOVE "RCUR" TO BLOCK-SEQ
              MOVE COUNT-RCUR TO BLOCK-COUNT
              MOVE TOTAL-RCUR TO BLOCK-TOTAL
              PERFORM WRITE-SEPA-BLOCK
           END-IF

           MOVE "</CstmrDrctDbtInitn>" TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE "</Document>" TO SEPA-LINE
           WRITE SEPA-LINE
           CLOSE SEPAFILE
           EXIT SECTION.

       WRITE-SEPA-BLOCK SECTION.
      *    THE PAYMENT BLOCK OF ONE SEQUENCE TYPE (BLOCK-SEQ).
           MOVE "<PmtInf>" TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<PmtInfId>" FUNCTION TRIM (RUN-REFERENCE) "-"
              BLOCK-SEQ "</PmtInfId>" DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE "<PmtMtd>DD</PmtMtd>" TO SEPA-LINE
           WRITE SEPA-LINE
           PERFORM WRITE-SEPA-COUNTS
           MOVE SPACES TO SEPA-LINE
           STRING "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
              "<LclInstrm><Cd>CORE</Cd></LclInstrm>"
              "<SeqTp>" BLOCK-SEQ "</SeqTp></PmtTpInf>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE COLLECTION-DATE TO WORK-DATE
           PERFORM SET-ISO-DATE
           MOVE SPACES TO SEPA-LINE
           STRING "<ReqdColltnDt>" ISO-DATE "</ReqdColltnDt>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<Cdtr><Nm>" FUNCTION TRIM (PCF-COMPANY-NAME)
              "</Nm></Cdtr>" DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<CdtrAcct><Id><IBAN>" FUNCTION TRIM (PCF-IBAN)
              "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
              INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<CdtrAgt><FinInstnId><BIC>" FUNCTION TRIM (PCF-BIC)
              "</BIC></FinInstnId></CdtrAgt>" DELIMITED BY SIZE
              INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE "<ChrgBr>SLEV</ChrgBr>" TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<CdtrSchmeId><Id><PrvtId><Othr><Id>"
              FUNCTION TRIM (PCF-CREDITOR-ID)
              "</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm></Othr>"
              "</PrvtId></Id></CdtrSchmeId>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE

           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-MAX
              IF MT-SEQUENCE (CL-SCHOOL (CL-IDX)) = BLOCK-SEQ THEN
                 PERFORM WRITE-SEPA-DEBIT
              END-IF
           END-PERFORM

           MOVE "</PmtInf>" TO SEPA-LINE
           WRITE SEPA-LINE
           EXIT SECTION.

       WRITE-SEPA-COUNTS SECTION.
           MOVE BLOCK-COUNT TO SEPA-COUNT
           MOVE SPACES TO SEPA-LINE
           STRING "<NbOfTxs>" FUNCTION TRIM (SEPA-COUNT) "</NbOfTxs>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE BLOCK-TOTAL TO SEPA-AMOUNT
           MOVE SPACES TO SEPA-LINE
           STRING "<CtrlSum>" FUNCTION TRIM (SEPA-AMOUNT) "</CtrlSum>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           EXIT SECTION.

       WRITE-SEPA-DEBIT SECTION.
      *    ONE DEBIT; THE INVOICE NUMBER GOES IN THE REMITTANCE TEXT.
      *    CHARACTERS XML DOES NOT ALLOW AS TEXT ARE BLANKED.
           MOVE CL-SCHOOL (CL-IDX) TO MT-IDX
           INSPECT MT-DEBTOR-NAME (MT-IDX) REPLACING ALL "&" BY "+"
              ALL "<" BY " " ALL ">" BY " "
           INSPECT MT-REFERENCE (MT-IDX) REPLACING ALL "&" BY "+"
              ALL "<" BY " " ALL ">" BY " "
           MOVE "<DrctDbtTxInf>" TO SEPA-LINE
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<PmtId><EndToEndId>" FUNCTION TRIM (RUN-REFERENCE)
              "-" CL-INVOICE (CL-IDX)
              "</EndToEndId></PmtId>" DELIMITED BY SIZE
              INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE CL-AMOUNT (CL-IDX) TO SEPA-AMOUNT
           MOVE SPACES TO SEPA-LINE
           STRING '<InstdAmt Ccy="EUR">' FUNCTION TRIM (SEPA-AMOUNT)
              "</InstdAmt>" DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE MT-SIGNED-DATE (MT-IDX) TO WORK-DATE
           PERFORM SET-ISO-DATE
           MOVE SPACES TO SEPA-LINE
           STRING "<DrctDbtTx><MndtRltdInf><MndtId>"
              FUNCTION TRIM (MT-REFERENCE (MT-IDX))
              "</MndtId><DtOfSgntr>" ISO-DATE
              "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
              DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           IF MT-BIC (MT-IDX) NOT = SPACES THEN
              STRING "<DbtrAgt><FinInstnId><BIC>"
                 FUNCTION TRIM (MT-BIC (MT-IDX))
                 "</BIC></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
                 INTO SEPA-LINE
              END-STRING
           ELSE
              STRING "<DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                 "</Id></Othr></FinInstnId></DbtrAgt>"
                 DELIMITED BY SIZE INTO SEPA-LINE
              END-STRING
           END-IF
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<Dbtr><Nm>" FUNCTION TRIM (MT-DEBTOR-NAME (MT-IDX))
              "</Nm></Dbtr>" DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<DbtrAcct><Id><IBAN>"
              FUNCTION TRIM (MT-IBAN (MT-IDX))
              "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
              INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE SPACES TO SEPA-LINE
           STRING "<RmtInf><Ustrd>INVOICE " CL-INVOICE (CL-IDX)
              "</Ustrd></RmtInf>" DELIMITED BY SIZE INTO SEPA-LINE
           END-STRING
           WRITE SEPA-LINE
           MOVE "</DrctDbtTxInf>" TO SEPA-LINE
           WRITE SEPA-LINE
           EXIT SECTION.

       SET-ISO-DATE SECTION.
      *    WORK-DATE (YYYYMMDD) AS YYYY-MM-DD IN ISO-DATE.
           MOVE WORK-YEAR TO ISO-YEAR
           MOVE WORK-MONTH TO ISO-MONTH
           MOVE WORK-DAY TO ISO-DAY
           EXIT SECTION.

       RECORD-COLLECTIONS SECTION.
      ******************************************************************
      *    EACH DEBIT OF THE RUN: THE EXPECTED PAYMENT ON THE
      *    COLLECTION DATE IN BWPAYMENTS, THE DEBIT IN DDCOLLECT, AND
      *    THE MANDATE'S FIRST DEBIT AND LAST COLLECTION.
      ******************************************************************
           MOVE ZEROS TO COUNT-COLLECTED
           OPEN I-O PAYMENTS
           OPEN I-O DDCOLLECT
           OPEN I-O MANDATES
           PERFORM NEXT-PAYMENT-ID

           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-MAX
              PERFORM RECORD-ONE-COLLECTION
           END-PERFORM

           PERFORM VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > 999
              IF MT-ACTIVE (MT-IDX) = "U" THEN
                 PERFORM UPDATE-MANDATE
              END-IF
           END-PERFORM

           CLOSE PAYMENTS, DDCOLLECT, MANDATES
           EXIT SECTION.

       NEXT-PAYMENT-ID SECTION.
           MOVE 1 TO NEXT-PAY-ID
           MOVE HIGH-VALUES TO PAY-ID
           START PAYMENTS KEY IS LESS THAN PAY-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ PAYMENTS NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       COMPUTE NEXT-PAY-ID = PAY-ID + 1
                 END-READ
           END-START
           EXIT SECTION.

       RECORD-ONE-COLLECTION SECTION.
           MOVE CL-SCHOOL (CL-IDX) TO MT-IDX
           MOVE NEXT-PAY-ID TO PAY-ID
           MOVE CL-INVOICE (CL-IDX) TO PAY-INVOICE-NUMBER
           MOVE COLLECTION-DATE TO PAY-DATE
           MOVE CL-AMOUNT (CL-IDX) TO PAY-AMOUNT
           MOVE RUN-REFERENCE TO PAY-REFERENCE
           WRITE PAY-DETAILS
              INVALID KEY
                 EXIT SECTION
           END-WRITE
           ADD 1 TO NEXT-PAY-ID

           INITIALIZE DDC-DETAILS
           STRING FUNCTION TRIM (RUN-REFERENCE) "-" CL-INVOICE (CL-IDX)
              DELIMITED BY SIZE INTO DDC-E2E-ID
           END-STRING
           MOVE CL-INVOICE (CL-IDX) TO DDC-INVOICE-NUMBER
           MOVE MT-IDX TO DDC-SCHOOL-INTERNAL-ID
           MOVE MT-REFERENCE (MT-IDX) TO DDC-MANDATE-REF
           MOVE MT-SEQUENCE (MT-IDX) TO DDC-SEQUENCE
           MOVE COLLECTION-DATE TO DDC-COLLECTION-DATE
           MOVE CL-AMOUNT (CL-IDX) TO DDC-AMOUNT
           MOVE PAY-ID TO DDC-PAY-ID
           MOVE "C" TO DDC-STATUS
           WRITE DDC-DETAILS
              INVALID KEY
                 CONTINUE
           END-WRITE
           ADD 1 TO COUNT-COLLECTED
      *    MARKS THE MANDATE FOR UPDATE ONCE THE RUN IS RECORDED.
           MOVE "U" TO MT-ACTIVE (MT-IDX)
           EXIT SECTION.

       UPDATE-MANDATE SECTION.
      *    THE MANDATE HAS HAD ITS FIRST DEBIT; ITS NEXT ONES ARE RCUR.
           MOVE MT-IDX TO MD-SCHOOL-INTERNAL-ID
           READ MANDATES
              INVALID KEY
                 EXIT SECTION
           END-READ
           MOVE "Y" TO MD-FIRST-DONE
           MOVE COLLECTION-DATE TO MD-LAST-COLLECTION
           REWRITE MD-DETAILS
           END-REWRITE
           EXIT SECTION.

       PRINT-RUN SECTION.
      ******************************************************************
      *    THE RUN PER DEBIT WITH THE TOTALS PER SEQUENCE TYPE.
      ******************************************************************
           OPEN OUTPUT RUNPRINT
           MOVE SPACES TO RUN-LINE
           STRING "DIRECT-DEBIT RUN " RUN-REFERENCE
              " | COLLECTION DATE " COLLECTION-DATE
              " | DUE BY " DUE-BY-DATE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           MOVE SPACES TO RUN-LINE
           WRITE RUN-LINE

           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-MAX
              MOVE CL-SCHOOL (CL-IDX) TO MT-IDX
              MOVE CL-AMOUNT (CL-IDX) TO TOTAL-EDITED
              MOVE SPACES TO RUN-LINE
              STRING "SCHOOL " CL-SCHOOL (CL-IDX) " "
                 MT-DEBTOR-NAME (MT-IDX) (1:30)
                 " | INVOICE " CL-INVOICE (CL-IDX)
                 " | DUE " CL-DUE-DATE (CL-IDX)
                 " | " MT-SEQUENCE (MT-IDX)
                 " | " TOTAL-EDITED INTO RUN-LINE
              END-STRING
              WRITE RUN-LINE
           END-PERFORM

           MOVE SPACES TO RUN-LINE
           WRITE RUN-LINE
           MOVE TOTAL-FRST TO TOTAL-EDITED
           MOVE SPACES TO RUN-LINE
           STRING "FRST | DEBITS " COUNT-FRST " | TOTAL " TOTAL-EDITED
              INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           MOVE TOTAL-RCUR TO TOTAL-EDITED
           MOVE SPACES TO RUN-LINE
           STRING "RCUR | DEBITS " COUNT-RCUR " | TOTAL " TOTAL-EDITED
              INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           MOVE RUN-TOTAL TO TOTAL-EDITED
           MOVE SPACES TO RUN-LINE
           STRING "RUN  | DEBITS " COUNT-COLLECTED " | TOTAL "
              TOTAL-EDITED INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           IF CL-FULL = "Y" THEN
              MOVE SPACES TO RUN-LINE
              STRING "*** RUN TABLE FULL - MORE INVOICES ARE DUE,"
                 " RUN AGAIN" INTO RUN-LINE
              END-STRING
              WRITE RUN-LINE
           END-IF
           CLOSE RUNPRINT
           EXIT SECTION.

       PROCESS-RETURNS SECTION.
      ******************************************************************
      *    READS THE BANK'S RETURN/REJECT FILE: EACH LINE NAMES A
      *    DEBIT BY ITS END-TO-END ID. THE DEBIT'S EXPECTED PAYMENT IS
      *    REMOVED SO THE INVOICE IS OPEN AGAIN (AND IS TAKEN BY THE
      *    NEXT RUN), AND THE BANK'S FEE IS BILLED TO THE SCHOOL.
      ******************************************************************
           MOVE ZEROS TO COUNT-RETURNED, COUNT-REJECTED, FEES-TOTAL
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT RETURNFILE
           IF RETURNFILE-FS NOT = 00 THEN
              ACCEPT NO-FILE-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O DDCOLLECT
           OPEN I-O PAYMENTS
           OPEN I-O MANDATES
           OPEN I-O INVOICES
           OPEN OUTPUT RETPRINT
           OPEN OUTPUT REJECTS

           MOVE SPACES TO RET-LINE
           STRING "DIRECT-DEBIT RETURNS PROCESSED ON " TODAY-DATE
              INTO RET-LINE
           END-STRING
           WRITE RET-LINE
           MOVE SPACES TO RET-LINE
           WRITE RET-LINE

           PERFORM UNTIL EOF-FLAG = "Y"
              READ RETURNFILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM PROCESS-ONE-RETURN
              END-READ
           END-PERFORM

           MOVE SPACES TO RET-LINE
           WRITE RET-LINE
           MOVE FEES-TOTAL TO TOTAL-EDITED
           MOVE SPACES TO RET-LINE
           STRING "RETURNED " COUNT-RETURNED
              " | REJECTED LINES " COUNT-REJECTED
              " | FEES BILLED " TOTAL-EDITED INTO RET-LINE
           END-STRING
           WRITE RET-LINE

           CLOSE RETURNFILE, DDCOLLECT, PAYMENTS, MANDATES
           CLOSE RETPRINT, REJECTS
           IF INVOICES-FS = 00 THEN
              CLOSE INVOICES
           END-IF

           MOVE "BWDIRDEBIT" TO AC-PROGRAM
           MOVE "DDRETURN" TO AC-ACTION
           MOVE TODAY-DATE TO AC-KEY
           MOVE SPACES TO AC-BEFORE, AC-AFTER
           STRING "RETURNED " COUNT-RETURNED " FEES " TOTAL-EDITED
              DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT RETURNS-DONE-SCREEN
           EXIT SECTION.

       PROCESS-ONE-RETURN SECTION.
           MOVE SPACES TO RETURN-FIELDS
           UNSTRING RETURN-LINE DELIMITED BY ";"
              INTO RET-DATE-TXT, RET-E2E-TXT, RET-REASON-TXT,
                 RET-FEE-TXT
           END-UNSTRING

           IF RET-DATE-TXT IS NOT NUMERIC THEN
              MOVE "BAD LINE" TO REJECT-LINE
              PERFORM WRITE-REJECT
              EXIT SECTION
           END-IF
           MOVE RET-DATE-TXT TO LINE-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD (LINE-DATE) NOT = 0 THEN
              MOVE "BAD DATE" TO REJECT-LINE
              PERFORM WRITE-REJECT
              EXIT SECTION
           END-IF
           MOVE ZEROS TO LINE-FEE
           IF RET-FEE-TXT NOT = SPACES THEN
              COMPUTE LINE-FEE = FUNCTION NUMVAL (RET-FEE-TXT)
           END-IF

           MOVE RET-E2E-TXT TO DDC-E2E-ID
           READ DDCOLLECT
              INVALID KEY
                 MOVE "UNKNOWN DEBIT" TO REJECT-LINE
                 PERFORM WRITE-REJECT
                 EXIT SECTION
           END-READ
           IF DDC-RETURNED THEN
              MOVE "ALREADY RETURNED" TO REJECT-LINE
              PERFORM WRITE-REJECT
              EXIT SECTION
           END-IF

      *    THE EXPECTED PAYMENT GOES; THE INVOICE IS OPEN AGAIN.
           MOVE DDC-PAY-ID TO PAY-ID
           READ PAYMENTS
              NOT INVALID KEY
                 DELETE PAYMENTS RECORD
                 END-DELETE
           END-READ

           MOVE "R" TO DDC-STATUS
           MOVE LINE-DATE TO DDC-RETURN-DATE
           MOVE RET-REASON-TXT TO DDC-RETURN-REASON
           MOVE LINE-FEE TO DDC-FEE
           MOVE ZEROS TO DDC-FEE-INVOICE
           IF LINE-FEE > ZEROS AND INVOICES-FS = 00 THEN
              PERFORM WRITE-FEE-INVOICE
           END-IF
           REWRITE DDC-DETAILS
           END-REWRITE

      *    A RETURNED FIRST DEBIT IS SENT AS A FIRST DEBIT AGAIN.
           IF DDC-SEQUENCE = "FRST" THEN
              MOVE DDC-SCHOOL-INTERNAL-ID TO MD-SCHOOL-INTERNAL-ID
              READ MANDATES
                 NOT INVALID KEY
                    MOVE "N" TO MD-FIRST-DONE
                    REWRITE MD-DETAILS
                    END-REWRITE
              END-READ
           END-IF

           ADD 1 TO COUNT-RETURNED
           ADD LINE-FEE TO FEES-TOTAL
           MOVE DDC-AMOUNT TO TOTAL-EDITED
           MOVE LINE-FEE TO FEE-EDITED
           MOVE SPACES TO RET-LINE
           MOVE 1 TO RET-PTR
           STRING "RETURNED | " DDC-E2E-ID
              " | SCHOOL " DDC-SCHOOL-INTERNAL-ID
              " | INVOICE " DDC-INVOICE-NUMBER " REOPENED"
              " | " TOTAL-EDITED
              " | REASON " DDC-RETURN-REASON
              " | FEE " FEE-EDITED DELIMITED BY SIZE
              INTO RET-LINE WITH POINTER RET-PTR
           END-STRING
           IF DDC-FEE-INVOICE > ZEROS THEN
              STRING " | FEE INVOICE " DDC-FEE-INVOICE
                 DELIMITED BY SIZE INTO RET-LINE WITH POINTER RET-PTR
              END-STRING
           END-IF
           WRITE RET-LINE
           EXIT SECTION.

       WRITE-FEE-INVOICE SECTION.
      ******************************************************************
      *    THE BANK'S FEE FOR THE RETURNED DEBIT AS AN INVOICE OF THE
      *    SCHOOL, NEXT NUMBER OF THE REGISTER, REFERENCING THE
      *    INVOICE THAT WAS NOT COLLECTED. A RECHARGED FEE CARRIES NO
      *    VAT.
      ******************************************************************
           MOVE 1 TO NEXT-INV-NUMBER
           MOVE HIGH-VALUES TO INV-NUMBER
           START INVOICES KEY IS LESS THAN INV-NUMBER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ INVOICES NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       COMPUTE NEXT-INV-NUMBER = INV-NUMBER + 1
                 END-READ
           END-START

           INITIALIZE INV-DETAILS
           MOVE NEXT-INV-NUMBER TO INV-NUMBER
           MOVE 1 TO INV-TYPE
           MOVE DDC-SCHOOL-INTERNAL-ID TO INV-SCHOOL-INTERNAL-ID
           COMPUTE INV-PERIOD = LINE-DATE / 100
           MOVE ZEROS TO INV-ORDERS-COUNT
           MOVE LINE-FEE TO INV-NET
           MOVE ZEROS TO INV-VAT
           MOVE LINE-FEE TO INV-TOTAL
           MOVE DDC-INVOICE-NUMBER TO INV-REF-INVOICE
           MOVE ZEROS TO INV-REF-ORDER
           MOVE LINE-DATE TO INV-DATE
           MOVE ZEROS TO INV-CHARGES
           MOVE LINE-FEE TO INV-FEES
           WRITE INV-DETAILS
              INVALID KEY
                 EXIT SECTION
           END-WRITE
           MOVE NEXT-INV-NUMBER TO DDC-FEE-INVOICE
           EXIT SECTION.

       WRITE-REJECT SECTION.
      *    THE REASON IS IN REJECT-LINE; THE BANK'S LINE FOLLOWS IT.
           ADD 1 TO COUNT-REJECTED
           MOVE RETURN-LINE (1:80) TO REJECT-LINE (20:80)
           WRITE REJECT-LINE
           END-WRITE
           EXIT SECTION.
