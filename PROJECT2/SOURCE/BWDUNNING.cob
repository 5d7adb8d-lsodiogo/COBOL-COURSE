      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DUNNING RUN FOR OVERDUE SCHOOL INVOICES | V1
      *    15.10.2026
      ******************************************************************
      *    ACTS ON THE AGEING REPORT OF BWPAYMENTS: EVERY SCHOOL
      *    INVOICE STILL OPEN (TOTAL MINUS PAYMENTS MINUS CREDIT NOTES,
      *    AS IN THE AGEING) IS TAKEN TO THE HIGHEST DUNNING LEVEL ITS
      *    AGE FROM THE INVOICE DATE HAS REACHED (FILE DUNLEVELS,
      *    MAINTAINED HERE). THE RUN WRITES ONE LETTER PER SCHOOL AND
      *    LEVEL (DUNLETTERS.TXT) LISTING THE INVOICES, ADDRESSED TO
      *    THE SCHOOL'S FINANCE CONTACT IN BWCONTACTS, RECORDS THE
      *    LEVEL EACH INVOICE HAS REACHED (FILE DUNNING) SO NO LEVEL
      *    GOES OUT TWICE, LOGS EACH LETTER IN BWCONTACTLOG AND LISTS
      *    WHAT IT DID IN DUNRUN.RPT.
      *    INVOICES IN DISPUTE ARE SKIPPED: AN OPEN COMPLAINT IN
      *    BWINCIDENTS ON AN ORDER PUTS THE INVOICE THE ORDER WAS
      *    BILLED ON (ORDINV) IN DISPUTE; AN OPEN COMPLAINT WITHOUT
      *    AN ORDER PUTS ALL THE SCHOOL'S INVOICES IN DISPUTE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWDUNNING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUNLEVELS ASSIGN TO "DUNLEVELS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DL-LEVEL
              FILE STATUS IS DUNLEVELS-FS.

           SELECT DUNNING ASSIGN TO "DUNNING"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DN-INVOICE-NUMBER
              FILE STATUS IS DUNNING-FS.

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

           SELECT INCIDENTS ASSIGN TO "BWINCIDENTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS INC-ID
              FILE STATUS IS INCIDENTS-FS.

           SELECT ORDINV ASSIGN TO "ORDINV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OI-ORDERS-ID
              FILE STATUS IS ORDINV-FS.

           SELECT CONTACTS ASSIGN TO "BWCONTACTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CT-KEY
              FILE STATUS IS CONTACTS-FS.

           SELECT CONTACTLOG ASSIGN TO "BWCONTACTLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONTACTLOG-FS.

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

           SELECT LETTERS ASSIGN TO "DUNLETTERS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LETTERS-FS.

           SELECT RUNPRINT ASSIGN TO "DUNRUN.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNPRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUNLEVELS.
       COPY CB-DUNLEVEL.

       FD  DUNNING.
       COPY CB-DUNNING.

       FD  INVOICES.
       COPY CB-BWINVOICE.

       FD  PAYMENTS.
       COPY CB-PAYMENTS.

       FD  INCIDENTS.
       COPY CB-INCIDENTS.

       FD  ORDINV.
       COPY CB-ORDINV.

       FD  CONTACTS.
       COPY CB-CONTACTS.

       FD  CONTACTLOG.
       01  CTLOG-REC.
           05 CTLOG-DATE-TIME                   PIC X(014).
           05 FILLER                            PIC X(001).
           05 CTLOG-SCHOOL-ID                   PIC 9(003).
           05 FILLER                            PIC X(001).
           05 CTLOG-CONTACT                     PIC X(020).
           05 FILLER                            PIC X(001).
           05 CTLOG-NOTE                        PIC X(060).

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  PAYCFG.
       COPY CB-PAYCFG.

       FD  LETTERS.
       01  LETTER-LINE                          PIC X(080).

       FD  RUNPRINT.
       01  RUN-LINE                             PIC X(110).

       WORKING-STORAGE SECTION.
       77  DUNLEVELS-FS                         PIC 9(002).
       77  DUNNING-FS                           PIC 9(002).
       77  INVOICES-FS                          PIC 9(002).
       77  PAYMENTS-FS                          PIC 9(002).
       77  INCIDENTS-FS                         PIC 9(002).
       77  ORDINV-FS                            PIC 9(002).
       77  CONTACTS-FS                          PIC 9(002).
       77  CONTACTLOG-FS                        PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  PAYCFG-FS                            PIC 9(002).
       77  LETTERS-FS                           PIC 9(002).
       77  RUNPRINT-FS                          PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  EOF-FLAG                             PIC X(001).
       77  PAY-EOF                              PIC X(001).
       77  TODAY-DATE                           PIC 9(008).
       77  TODAY-INT                            PIC 9(008).
       77  AGE-DAYS                             PIC S9(005).
       77  PAID-AMOUNT                          PIC 9(009)V99.
       77  LV-IDX                               PIC 9(002).
       77  LV-MAX                               PIC 9(002).
       77  LOWEST-DAYS                          PIC 9(003).
       77  CD-IDX                               PIC 9(004).
       77  CD-JDX                               PIC 9(004).
       77  CD-MAX                               PIC 9(004).
       77  CD-FULL                              PIC X(001).
       77  DS-IDX                               PIC 9(003).
       77  DS-MAX                               PIC 9(003).
       77  DISPUTE-FLAG                         PIC X(001).
       77  LEVEL-OK                             PIC X(001).
       77  TARGET-LEVEL                         PIC 9(001).
       77  COUNT-LETTERS                        PIC 9(005).
       77  COUNT-DUNNED                         PIC 9(005).
       77  COUNT-DISPUTED                       PIC 9(005).
       77  COUNT-ALREADY                        PIC 9(005).
       77  GROUP-COUNT                          PIC 9(003).
       77  GROUP-TOTAL                          PIC 9(009)V99.
       77  AMOUNT-EDITED                        PIC ZZZZZZ9.99.
       77  TOTAL-EDITED                         PIC ZZZZZZZZ9.99.
       77  AGE-EDITED                           PIC ZZZZ9.
       77  COMPANY-NAME                         PIC X(070).
       77  CONTACT-NAME                         PIC X(040).
       77  CONTACT-EMAIL                        PIC X(040).
       77  ROLE-HITS                            PIC 9(003).
       77  ROLE-UPPER                           PIC X(020).
       77  LEVEL-ACTION                         PIC X(010).
       77  LEVEL-BEFORE                         PIC X(060).

       01  ENTRY-LEVEL.
           05 ENTRY-LEVEL-NO                    PIC 9(001).
           05 ENTRY-DAYS                        PIC 9(003).
           05 ENTRY-TITLE                       PIC X(030).
           05 ENTRY-TEXT OCCURS 3 TIMES         PIC X(070).

       01  WORK-DATE                            PIC 9(008).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE.
           05 WORK-YEAR                         PIC 9(004).
           05 WORK-MONTH                        PIC 9(002).
           05 WORK-DAY                          PIC 9(002).
       01  LETTER-DATE.
           05 LD-DAY                            PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ".".
           05 LD-MONTH                          PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ".".
           05 LD-YEAR                           PIC 9(004).

      *    THE DUNNING LEVELS IN LEVEL ORDER.
       01  LEVEL-TABLE.
           05 LV-ENTRY OCCURS 9 TIMES.
               10 LV-LEVEL                      PIC 9(001).
               10 LV-DAYS                       PIC 9(003).
               10 LV-TITLE                      PIC X(030).
               10 LV-TEXT OCCURS 3 TIMES        PIC X(070).

      *    THE OPEN COMPLAINTS: THE INVOICE IN DISPUTE, OR ZERO WHEN
      *    THE WHOLE SCHOOL IS.
       01  DISPUTE-TABLE.
           05 DS-ENTRY OCCURS 500 TIMES.
               10 DS-SCHOOL                     PIC 9(003).
               10 DS-INVOICE                    PIC 9(008).

      *    THE OPEN INVOICES OLD ENOUGH FOR THE FIRST LEVEL. STATUS
      *    S = LETTER TO SEND, D = IN DISPUTE, A = LEVEL ALREADY SENT,
      *    P = PAID OR CREDITED.
       01  CANDIDATE-TABLE.
           05 CD-ENTRY OCCURS 2000 TIMES.
               10 CD-SORT-KEY.
                   15 CD-SCHOOL                 PIC 9(003).
                   15 CD-LEVEL                  PIC 9(001).
                   15 CD-INVOICE                PIC 9(008).
               10 CD-DATE                       PIC 9(008).
               10 CD-TOTAL                      PIC 9(007)V99.
               10 CD-OPEN                       PIC S9(007)V99.
               10 CD-AGE                        PIC 9(005).
               10 CD-STATUS                     PIC X(001).
       01  CD-SWAP-ENTRY                        PIC X(044).

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
           05 VALUE "BREADWICH | DUNNING OF OVERDUE INVOICES" LINE 02
              COL 38.
           05 VALUE "1 - DUNNING LEVELS" LINE 06 COL 35.
           05 VALUE "2 - DUNNING RUN" LINE 08 COL 35.
           05 VALUE "0 - EXIT" LINE 10 COL 35.
           05 VALUE "OPTION:" LINE 12 COL 35.
           05 SS-OPTION PIC 9(001) LINE 12 COL 43 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  ASK-LEVEL-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "LEVEL (1-9):" LINE 14 COL 10.
           05 SS-LEVEL PIC 9(001) LINE 14 COL 23 TO ENTRY-LEVEL-NO
              BLANK WHEN ZERO.

       01  LEVEL-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "LEVEL:" LINE 14 COL 10.
           05 LF-LEVEL PIC 9(001) LINE 14 COL 17 FROM ENTRY-LEVEL-NO.
           05 VALUE "DAYS AFTER INVOICE DATE (0 = REMOVE LEVEL):"
              LINE 15 COL 10.
           05 SS-DAYS PIC 9(003) LINE 15 COL 54 USING ENTRY-DAYS.
           05 VALUE "LETTER TITLE:" LINE 16 COL 10.
           05 SS-TITLE PIC X(030) LINE 16 COL 24 USING ENTRY-TITLE.
           05 VALUE "LETTER TEXT:" LINE 17 COL 10.
           05 SS-TEXT1 PIC X(070) LINE 18 COL 10
              USING ENTRY-TEXT (1).
           05 SS-TEXT2 PIC X(070) LINE 19 COL 10
              USING ENTRY-TEXT (2).
           05 SS-TEXT3 PIC X(070) LINE 20 COL 10
              USING ENTRY-TEXT (3).

       01  SAVED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SAVED - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  REMOVED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "LEVEL REMOVED - PRESS ANY KEY" LINE 24 COL 46.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  ORDER-ERROR-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "A HIGHER LEVEL NEEDS MORE DAYS THAN A LOWER ONE"
              LINE 24 COL 20.
           05 VALUE "AND A TITLE - PRESS ANY KEY" LINE 25 COL 20.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NO-LEVELS-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "NO DUNNING LEVELS SET - PRESS ANY KEY" LINE 24
              COL 42.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  RUN-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "LETTERS:" LINE 20 COL 20.
           05 RD-LETTERS PIC ZZZZ9 LINE 20 COL 29 FROM COUNT-LETTERS.
           05 VALUE "INVOICES DUNNED:" LINE 21 COL 20.
           05 RD-DUNNED PIC ZZZZ9 LINE 21 COL 37 FROM COUNT-DUNNED.
           05 VALUE "SKIPPED IN DISPUTE:" LINE 22 COL 20.
           05 RD-DISP PIC ZZZZ9 LINE 22 COL 40 FROM COUNT-DISPUTED.
           05 VALUE "SEE DUNLETTERS.TXT AND DUNRUN.RPT - PRESS ANY KEY"
              LINE 24 COL 20.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM CREATE-DUNNING-FILES

           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM SET-LEVEL
                 WHEN 2 PERFORM DUNNING-RUN
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       CREATE-DUNNING-FILES SECTION.
      ******************************************************************
      *    A NEW LEVELS FILE STARTS WITH THE THREE USUAL LEVELS.
      ******************************************************************
           OPEN I-O DUNNING
           IF DUNNING-FS = 35 THEN
              OPEN OUTPUT DUNNING
           END-IF
           CLOSE DUNNING

           OPEN I-O DUNLEVELS
           IF DUNLEVELS-FS NOT = 35 THEN
              CLOSE DUNLEVELS
              EXIT SECTION
           END-IF
           OPEN OUTPUT DUNLEVELS
           INITIALIZE DL-DETAILS
           MOVE 1 TO DL-LEVEL
           MOVE 15 TO DL-DAYS
           MOVE "FRIENDLY REMINDER" TO DL-TITLE
           MOVE "OUR RECORDS SHOW THE INVOICES BELOW AS NOT YET PAID."
              TO DL-TEXT (1)
           MOVE "IF YOUR PAYMENT IS ALREADY ON ITS WAY, PLEASE IGNORE"
              TO DL-TEXT (2)
           MOVE "THIS REMINDER. OTHERWISE WE WOULD APPRECIATE IT SOON."
              TO DL-TEXT (3)
           WRITE DL-DETAILS
           END-WRITE
           INITIALIZE DL-DETAILS
           MOVE 2 TO DL-LEVEL
           MOVE 30 TO DL-DAYS
           MOVE "FORMAL REMINDER" TO DL-TITLE
           MOVE "DESPITE OUR REMINDER THE INVOICES BELOW ARE STILL"
              TO DL-TEXT (1)
           MOVE "UNPAID. WE ASK YOU TO SETTLE THEM WITHIN 10 DAYS OF"
              TO DL-TEXT (2)
           MOVE "THE DATE OF THIS LETTER." TO DL-TEXT (3)
           WRITE DL-DETAILS
           END-WRITE
           INITIALIZE DL-DETAILS
           MOVE 3 TO DL-LEVEL
           MOVE 60 TO DL-DAYS
           MOVE "CREDIT HOLD WARNING" TO DL-TITLE
           MOVE "THE INVOICES BELOW ARE MORE THAN 60 DAYS OVERDUE. IF"
              TO DL-TEXT (1)
           MOVE "THEY ARE NOT SETTLED WITHIN 7 DAYS YOUR ACCOUNT WILL"
              TO DL-TEXT (2)
           MOVE "BE PUT ON CREDIT HOLD AND NEW ORDERS REFUSED."
              TO DL-TEXT (3)
           WRITE DL-DETAILS
           END-WRITE
           CLOSE DUNLEVELS
           EXIT SECTION.

       SET-LEVEL SECTION.
      ******************************************************************
      *    SHOWS AND CHANGES A LEVEL; ZERO DAYS REMOVES IT. THE DAYS
      *    MUST STAY IN LEVEL ORDER.
      ******************************************************************
           INITIALIZE ENTRY-LEVEL
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT ASK-LEVEL-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-LEVEL-NO = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM LOAD-LEVELS
           OPEN I-O DUNLEVELS
           MOVE ENTRY-LEVEL-NO TO DL-LEVEL
           READ DUNLEVELS
              INVALID KEY
                 MOVE "ADD" TO LEVEL-ACTION
                 MOVE SPACES TO LEVEL-BEFORE
              NOT INVALID KEY
                 MOVE "CHANGE" TO LEVEL-ACTION
                 MOVE DL-DETAILS TO ENTRY-LEVEL
                 MOVE SPACES TO LEVEL-BEFORE
                 STRING DL-DAYS " DAYS " DL-TITLE DELIMITED BY SIZE
                    INTO LEVEL-BEFORE
                 END-STRING
           END-READ

           DISPLAY LEVEL-FORM-SCREEN
           ACCEPT LEVEL-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE DUNLEVELS
              EXIT SECTION
           END-IF

           IF ENTRY-DAYS = ZEROS THEN
              IF LEVEL-ACTION = "CHANGE" THEN
                 DELETE DUNLEVELS RECORD
                 END-DELETE
                 MOVE "DELETE" TO LEVEL-ACTION
                 PERFORM AUDIT-LEVEL
              END-IF
              CLOSE DUNLEVELS
              ACCEPT REMOVED-SCREEN
              EXIT SECTION
           END-IF

           MOVE "Y" TO LEVEL-OK
           IF ENTRY-TITLE = SPACES THEN
              MOVE "N" TO LEVEL-OK
           END-IF
           PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > LV-MAX
              IF LV-LEVEL (LV-IDX) < ENTRY-LEVEL-NO
              AND LV-DAYS (LV-IDX) >= ENTRY-DAYS THEN
                 MOVE "N" TO LEVEL-OK
              END-IF
              IF LV-LEVEL (LV-IDX) > ENTRY-LEVEL-NO
              AND LV-DAYS (LV-IDX) <= ENTRY-DAYS THEN
                 MOVE "N" TO LEVEL-OK
              END-IF
           END-PERFORM
           IF LEVEL-OK = "N" THEN
              CLOSE DUNLEVELS
              ACCEPT ORDER-ERROR-SCREEN
              EXIT SECTION
           END-IF

           MOVE ENTRY-LEVEL TO DL-DETAILS
           WRITE DL-DETAILS
              INVALID KEY
                 REWRITE DL-DETAILS
                 END-REWRITE
           END-WRITE
           PERFORM AUDIT-LEVEL
           CLOSE DUNLEVELS
           ACCEPT SAVED-SCREEN
           EXIT SECTION.

       AUDIT-LEVEL SECTION.
           MOVE "BWDUNNING" TO AC-PROGRAM
           MOVE LEVEL-ACTION TO AC-ACTION
           MOVE SPACES TO AC-KEY
           STRING "LEVEL " ENTRY-LEVEL-NO DELIMITED BY SIZE
              INTO AC-KEY
           END-STRING
           MOVE LEVEL-BEFORE TO AC-BEFORE
           MOVE SPACES TO AC-AFTER
           IF LEVEL-ACTION NOT = "DELETE" THEN
              STRING ENTRY-DAYS " DAYS " ENTRY-TITLE
                 DELIMITED BY SIZE INTO AC-AFTER
              END-STRING
           END-IF
           CALL "BWAUDIT" USING AUDIT-CALL
           EXIT SECTION.

       LOAD-LEVELS SECTION.
      ******************************************************************
      *    THE LEVELS INTO LEVEL-TABLE, IN LEVEL ORDER (THE FILE'S
      *    KEY ORDER).
      ******************************************************************
           INITIALIZE LEVEL-TABLE
           MOVE ZEROS TO LV-MAX, LOWEST-DAYS
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT DUNLEVELS
           IF DUNLEVELS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ DUNLEVELS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF LV-MAX < 9 THEN
                       ADD 1 TO LV-MAX
                       MOVE DL-DETAILS TO LV-ENTRY (LV-MAX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DUNLEVELS
           IF LV-MAX > ZEROS THEN
              MOVE LV-DAYS (1) TO LOWEST-DAYS
           END-IF
           EXIT SECTION.

       DUNNING-RUN SECTION.
      ******************************************************************
      *    TAKES EVERY OPEN INVOICE TO THE LEVEL ITS AGE HAS REACHED
      *    AND SENDS THE LETTERS FOR THE LEVELS NOT SENT BEFORE.
      ******************************************************************
           PERFORM LOAD-LEVELS
           IF LV-MAX = ZEROS THEN
              ACCEPT NO-LEVELS-SCREEN
              EXIT SECTION
           END-IF
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE)
           MOVE ZEROS TO COUNT-LETTERS, COUNT-DUNNED, COUNT-DISPUTED,
              COUNT-ALREADY

           PERFORM LOAD-DISPUTES
           PERFORM SELECT-OVERDUE-INVOICES
           PERFORM DEDUCT-CREDIT-NOTES
           PERFORM DECIDE-LEVELS
           PERFORM SORT-CANDIDATES

           MOVE "BREADWICH" TO COMPANY-NAME
           OPEN INPUT PAYCFG
           IF PAYCFG-FS = 00 THEN
              READ PAYCFG
                 NOT AT END
                    IF PCF-COMPANY-NAME NOT = SPACES THEN
                       MOVE PCF-COMPANY-NAME TO COMPANY-NAME
                    END-IF
              END-READ
              CLOSE PAYCFG
           END-IF

           PERFORM WRITE-LETTERS
           PERFORM PRINT-RUN

           MOVE "BWDUNNING" TO AC-PROGRAM
           MOVE "DUNRUN" TO AC-ACTION
           MOVE TODAY-DATE TO AC-KEY
           MOVE SPACES TO AC-BEFORE, AC-AFTER
           STRING "LETTERS " COUNT-LETTERS " INVOICES " COUNT-DUNNED
              " DISPUTED " COUNT-DISPUTED DELIMITED BY SIZE
              INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT RUN-DONE-SCREEN
           EXIT SECTION.

       LOAD-DISPUTES SECTION.
      ******************************************************************
      *    THE OPEN COMPLAINTS. ONE ON AN ORDER DISPUTES THE INVOICE
      *    THE ORDER WAS BILLED ON; ONE ON AN ORDER NOT YET BILLED
      *    DISPUTES NO INVOICE; ONE WITHOUT AN ORDER DISPUTES THEM ALL.
      ******************************************************************
           MOVE ZEROS TO DS-MAX
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT INCIDENTS
           IF INCIDENTS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT ORDINV

           PERFORM UNTIL EOF-FLAG = "Y"
              READ INCIDENTS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF INC-OPEN AND DS-MAX < 500 THEN
                       PERFORM ADD-DISPUTE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE INCIDENTS
           IF ORDINV-FS = 00 THEN
              CLOSE ORDINV
           END-IF
           EXIT SECTION.

       ADD-DISPUTE SECTION.
           IF INC-ORDERS-ID = ZEROS THEN
              ADD 1 TO DS-MAX
              MOVE INC-SCHOOL-INTERNAL-ID TO DS-SCHOOL (DS-MAX)
              MOVE ZEROS TO DS-INVOICE (DS-MAX)
              EXIT SECTION
           END-IF
           IF ORDINV-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           MOVE INC-ORDERS-ID TO OI-ORDERS-ID
           READ ORDINV
              INVALID KEY
                 EXIT SECTION
           END-READ
           ADD 1 TO DS-MAX
           MOVE INC-SCHOOL-INTERNAL-ID TO DS-SCHOOL (DS-MAX)
           MOVE OI-INVOICE-NUMBER TO DS-INVOICE (DS-MAX)
           EXIT SECTION.

       SELECT-OVERDUE-INVOICES SECTION.
      ******************************************************************
      *    THE SCHOOL INVOICES OLD ENOUGH FOR THE FIRST LEVEL AND NOT
      *    FULLY PAID.
      ******************************************************************
           MOVE ZEROS TO CD-MAX
           MOVE SPACES TO EOF-FLAG, CD-FULL
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
                    IF INV-IS-INVOICE AND INV-DATE IS NUMERIC
                    AND INV-DATE > ZEROS THEN
                       PERFORM TAKE-IF-OVERDUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE INVOICES
           IF PAYMENTS-FS = 00 THEN
              CLOSE PAYMENTS
           END-IF
           EXIT SECTION.

       TAKE-IF-OVERDUE SECTION.
           COMPUTE AGE-DAYS = TODAY-INT
              - FUNCTION INTEGER-OF-DATE (INV-DATE)
           IF AGE-DAYS < LOWEST-DAYS THEN
              EXIT SECTION
           END-IF
           PERFORM SUM-PAYMENTS-OF-INVOICE
           IF PAID-AMOUNT >= INV-TOTAL THEN
              EXIT SECTION
           END-IF
           IF CD-MAX >= 2000 THEN
              MOVE "Y" TO CD-FULL
              EXIT SECTION
           END-IF
           ADD 1 TO CD-MAX
           MOVE INV-SCHOOL-INTERNAL-ID TO CD-SCHOOL (CD-MAX)
           MOVE ZEROS TO CD-LEVEL (CD-MAX)
           MOVE INV-NUMBER TO CD-INVOICE (CD-MAX)
           MOVE INV-DATE TO CD-DATE (CD-MAX)
           MOVE INV-TOTAL TO CD-TOTAL (CD-MAX)
           COMPUTE CD-OPEN (CD-MAX) = INV-TOTAL - PAID-AMOUNT
           MOVE AGE-DAYS TO CD-AGE (CD-MAX)
           MOVE "S" TO CD-STATUS (CD-MAX)
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

       DEDUCT-CREDIT-NOTES SECTION.
      ******************************************************************
      *    THE CREDIT NOTES REFERENCING A CANDIDATE REDUCE ITS OPEN
      *    AMOUNT; ONE NOTHING IS LEFT OPEN ON IS DROPPED.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
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
                       PERFORM VARYING CD-IDX FROM 1 BY 1
                          UNTIL CD-IDX > CD-MAX
                          IF CD-INVOICE (CD-IDX) = INV-REF-INVOICE THEN
                             SUBTRACT INV-TOTAL FROM CD-OPEN (CD-IDX)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INVOICES

           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > CD-MAX
              IF CD-OPEN (CD-IDX) NOT > ZEROS THEN
                 MOVE "P" TO CD-STATUS (CD-IDX)
              END-IF
           END-PERFORM
           EXIT SECTION.

       DECIDE-LEVELS SECTION.
      ******************************************************************
      *    THE HIGHEST LEVEL EACH INVOICE'S AGE HAS REACHED; NOTHING
      *    TO SEND WHEN THAT LEVEL WAS ALREADY SENT, OR WHEN THE
      *    INVOICE IS IN DISPUTE.
      ******************************************************************
           OPEN INPUT DUNNING
           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > CD-MAX
              IF CD-STATUS (CD-IDX) = "S" THEN
                 PERFORM DECIDE-ONE-LEVEL
              END-IF
           END-PERFORM
           IF DUNNING-FS = 00 THEN
              CLOSE DUNNING
           END-IF
           EXIT SECTION.

       DECIDE-ONE-LEVEL SECTION.
           MOVE ZEROS TO TARGET-LEVEL
           PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > LV-MAX
              IF CD-AGE (CD-IDX) >= LV-DAYS (LV-IDX) THEN
                 MOVE LV-LEVEL (LV-IDX) TO TARGET-LEVEL
              END-IF
           END-PERFORM
           MOVE TARGET-LEVEL TO CD-LEVEL (CD-IDX)
           IF TARGET-LEVEL = ZEROS THEN
              MOVE "P" TO CD-STATUS (CD-IDX)
              EXIT SECTION
           END-IF

           IF DUNNING-FS = 00 THEN
              MOVE CD-INVOICE (CD-IDX) TO DN-INVOICE-NUMBER
              READ DUNNING
                 NOT INVALID KEY
                    IF DN-LEVEL >= TARGET-LEVEL THEN
                       MOVE "A" TO CD-STATUS (CD-IDX)
                       ADD 1 TO COUNT-ALREADY
                       EXIT SECTION
                    END-IF
              END-READ
           END-IF

           MOVE "N" TO DISPUTE-FLAG
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-MAX
              IF DS-SCHOOL (DS-IDX) = CD-SCHOOL (CD-IDX)
              AND (DS-INVOICE (DS-IDX) = ZEROS
                   OR DS-INVOICE (DS-IDX) = CD-INVOICE (CD-IDX)) THEN
                 MOVE "Y" TO DISPUTE-FLAG
              END-IF
           END-PERFORM
           IF DISPUTE-FLAG = "Y" THEN
              MOVE "D" TO CD-STATUS (CD-IDX)
              ADD 1 TO COUNT-DISPUTED
           END-IF
           EXIT SECTION.

       SORT-CANDIDATES SECTION.
      *    SIMPLE EXCHANGE SORT BY SCHOOL, LEVEL AND INVOICE.
           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX >= CD-MAX
              PERFORM VARYING CD-JDX FROM 1 BY 1 UNTIL
                 CD-JDX >= CD-MAX
                 IF CD-SORT-KEY (CD-JDX) > CD-SORT-KEY (CD-JDX + 1)
                 THEN
                    MOVE CD-ENTRY (CD-JDX) TO CD-SWAP-ENTRY
                    MOVE CD-ENTRY (CD-JDX + 1) TO CD-ENTRY (CD-JDX)
                    MOVE CD-SWAP-ENTRY TO CD-ENTRY (CD-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT SECTION.

       WRITE-LETTERS SECTION.
      ******************************************************************
      *    ONE LETTER PER SCHOOL AND LEVEL FOR THE INVOICES TO SEND,
      *    SEPARATED BY A DASHED LINE. EACH LETTER IS LOGGED IN
      *    BWCONTACTLOG AND EACH INVOICE'S LEVEL RECORDED IN DUNNING.
      ******************************************************************
           OPEN OUTPUT LETTERS
           OPEN I-O DUNNING
           OPEN INPUT SCHOOLS
           OPEN INPUT CONTACTS
           OPEN EXTEND CONTACTLOG
           IF CONTACTLOG-FS NOT = 00 THEN
              OPEN OUTPUT CONTACTLOG
           END-IF

           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > CD-MAX
              IF CD-STATUS (CD-IDX) = "S" THEN
                 IF CD-IDX = 1 THEN
                    PERFORM WRITE-LETTER-HEAD
                 ELSE
                    IF CD-STATUS (CD-IDX - 1) NOT = "S"
                    OR CD-SCHOOL (CD-IDX - 1) NOT = CD-SCHOOL (CD-IDX)
                    OR CD-LEVEL (CD-IDX - 1) NOT = CD-LEVEL (CD-IDX)
                    THEN
                       PERFORM WRITE-LETTER-HEAD
                    END-IF
                 END-IF
                 PERFORM WRITE-LETTER-LINE
                 PERFORM RECORD-LEVEL
                 IF CD-IDX = CD-MAX THEN
                    PERFORM WRITE-LETTER-FOOT
                 ELSE
                    IF CD-STATUS (CD-IDX + 1) NOT = "S"
                    OR CD-SCHOOL (CD-IDX + 1) NOT = CD-SCHOOL (CD-IDX)
                    OR CD-LEVEL (CD-IDX + 1) NOT = CD-LEVEL (CD-IDX)
                    THEN
                       PERFORM WRITE-LETTER-FOOT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE LETTERS, DUNNING, CONTACTLOG
           IF SCHOOL-FS = 00 THEN
              CLOSE SCHOOLS
           END-IF
           IF CONTACTS-FS = 00 THEN
              CLOSE CONTACTS
           END-IF
           EXIT SECTION.

       WRITE-LETTER-HEAD SECTION.
           ADD 1 TO COUNT-LETTERS
           MOVE ZEROS TO GROUP-COUNT, GROUP-TOTAL
           PERFORM FIND-FINANCE-CONTACT
           PERFORM FIND-LEVEL-TEXT

           MOVE SPACES TO SCHOOL-DESIGNATION1, SCHL-ADR-MAIN1,
              SCHL-ADR-MAIN2, SCHOOL-TOWN
           MOVE ZEROS TO SCHL-POSTAL-CODE1, SCHL-POSTAL-CODE2
           IF SCHOOL-FS = 00 THEN
              MOVE CD-SCHOOL (CD-IDX) TO SCHOOL-INTERNAL-ID
              READ SCHOOLS
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF

           MOVE SPACES TO LETTER-LINE
           IF COUNT-LETTERS > 1 THEN
              WRITE LETTER-LINE
              MOVE ALL "-" TO LETTER-LINE
              WRITE LETTER-LINE
              MOVE SPACES TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE COMPANY-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE TODAY-DATE TO WORK-DATE
           MOVE WORK-DAY TO LD-DAY
           MOVE WORK-MONTH TO LD-MONTH
           MOVE WORK-YEAR TO LD-YEAR
           MOVE SPACES TO LETTER-LINE
           STRING "DATE: " LETTER-DATE DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SCHOOL-DESIGNATION1 TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "FOR THE ATTENTION OF: " CONTACT-NAME
              DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           IF SCHL-ADR-MAIN1 NOT = SPACES THEN
              MOVE SCHL-ADR-MAIN1 TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           IF SCHL-ADR-MAIN2 NOT = SPACES THEN
              MOVE SCHL-ADR-MAIN2 TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING SCHL-POSTAL-CODE1 "-" SCHL-POSTAL-CODE2 " "
              SCHOOL-TOWN DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           IF CONTACT-EMAIL NOT = SPACES THEN
              MOVE SPACES TO LETTER-LINE
              STRING "EMAIL: " CONTACT-EMAIL DELIMITED BY SIZE
                 INTO LETTER-LINE
              END-STRING
              WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "SUBJECT: " LV-TITLE (LV-IDX) DELIMITED BY SIZE
              INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LV-TEXT (LV-IDX, 1) TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LV-TEXT (LV-IDX, 2) TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LV-TEXT (LV-IDX, 3) TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "INVOICE   INVOICE DATE      TOTAL       OPEN  DAYS"
              TO LETTER-LINE
           WRITE LETTER-LINE
           EXIT SECTION.

       FIND-LEVEL-TEXT SECTION.
      *    LV-IDX POINTS AT THE CANDIDATE'S LEVEL IN LEVEL-TABLE.
           PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX >= LV-MAX
              OR LV-LEVEL (LV-IDX) = CD-LEVEL (CD-IDX)
              CONTINUE
           END-PERFORM
           EXIT SECTION.

       FIND-FINANCE-CONTACT SECTION.
      ******************************************************************
      *    THE SCHOOL'S CONTACT WHOSE ROLE NAMES FINANCE OR ACCOUNTS;
      *    FAILING THAT ITS FIRST CONTACT; FAILING THAT THE FINANCE
      *    DEPARTMENT.
      ******************************************************************
           MOVE "FINANCE DEPARTMENT" TO CONTACT-NAME
           MOVE SPACES TO CONTACT-EMAIL, PAY-EOF
           IF CONTACTS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           MOVE CD-SCHOOL (CD-IDX) TO CT-SCHOOL-INTERNAL-ID
           MOVE ZEROS TO CT-SEQ
           START CONTACTS KEY IS NOT LESS THAN CT-KEY
              INVALID KEY
                 EXIT SECTION
           END-START
           PERFORM UNTIL PAY-EOF = "Y"
              READ CONTACTS NEXT RECORD
                 AT END
                    MOVE "Y" TO PAY-EOF
                 NOT AT END
                    IF CT-SCHOOL-INTERNAL-ID NOT = CD-SCHOOL (CD-IDX)
                    THEN
                       MOVE "Y" TO PAY-EOF
                    ELSE
                       PERFORM CHECK-CONTACT-ROLE
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       CHECK-CONTACT-ROLE SECTION.
           IF CONTACT-NAME = "FINANCE DEPARTMENT" THEN
              MOVE CT-NAME TO CONTACT-NAME
              MOVE CT-EMAIL TO CONTACT-EMAIL
           END-IF
           MOVE FUNCTION UPPER-CASE (CT-ROLE) TO ROLE-UPPER
           MOVE ZEROS TO ROLE-HITS
           INSPECT ROLE-UPPER TALLYING ROLE-HITS FOR ALL "FINANC"
              ALL "ACCOUNT"
           IF ROLE-HITS > ZEROS THEN
              MOVE CT-NAME TO CONTACT-NAME
              MOVE CT-EMAIL TO CONTACT-EMAIL
              MOVE "Y" TO PAY-EOF
           END-IF
           EXIT SECTION.

       WRITE-LETTER-LINE SECTION.
           ADD 1 TO GROUP-COUNT
           ADD CD-OPEN (CD-IDX) TO GROUP-TOTAL
           ADD 1 TO COUNT-DUNNED
           MOVE CD-DATE (CD-IDX) TO WORK-DATE
           MOVE WORK-DAY TO LD-DAY
           MOVE WORK-MONTH TO LD-MONTH
           MOVE WORK-YEAR TO LD-YEAR
           MOVE CD-TOTAL (CD-IDX) TO AMOUNT-EDITED
           MOVE SPACES TO LETTER-LINE
           STRING CD-INVOICE (CD-IDX) "  " LETTER-DATE "  "
              AMOUNT-EDITED DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           MOVE CD-OPEN (CD-IDX) TO AMOUNT-EDITED
           MOVE AMOUNT-EDITED TO LETTER-LINE (35:10)
           MOVE CD-AGE (CD-IDX) TO AGE-EDITED
           MOVE AGE-EDITED TO LETTER-LINE (46:5)
           WRITE LETTER-LINE
           EXIT SECTION.

       WRITE-LETTER-FOOT SECTION.
           MOVE GROUP-TOTAL TO TOTAL-EDITED
           MOVE SPACES TO LETTER-LINE
           STRING "TOTAL OPEN                  " TOTAL-EDITED
              DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "PLEASE QUOTE THE INVOICE NUMBERS WITH YOUR PAYMENT."
              TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "YOURS FAITHFULLY," TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "ACCOUNTS RECEIVABLE, " COMPANY-NAME
              DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE

           MOVE SPACES TO CTLOG-REC
           MOVE FUNCTION CURRENT-DATE (1:14) TO CTLOG-DATE-TIME
           MOVE CD-SCHOOL (CD-IDX) TO CTLOG-SCHOOL-ID
           MOVE CONTACT-NAME TO CTLOG-CONTACT
           STRING "DUNNING LEVEL " CD-LEVEL (CD-IDX) " "
              FUNCTION TRIM (LV-TITLE (LV-IDX)) " - " GROUP-COUNT
              " INV " FUNCTION TRIM (TOTAL-EDITED)
              DELIMITED BY SIZE INTO CTLOG-NOTE
           END-STRING
           WRITE CTLOG-REC
           END-WRITE
           EXIT SECTION.

       RECORD-LEVEL SECTION.
      *    THE INVOICE HAS REACHED THE LEVEL SENT TODAY.
           MOVE CD-INVOICE (CD-IDX) TO DN-INVOICE-NUMBER
           READ DUNNING
              INVALID KEY
                 INITIALIZE DN-DETAILS
                 MOVE CD-INVOICE (CD-IDX) TO DN-INVOICE-NUMBER
                 MOVE CD-SCHOOL (CD-IDX) TO DN-SCHOOL-INTERNAL-ID
                 MOVE CD-LEVEL (CD-IDX) TO DN-LEVEL
                 MOVE TODAY-DATE TO DN-LEVEL-DATE (DN-LEVEL)
                 WRITE DN-DETAILS
                 END-WRITE
              NOT INVALID KEY
                 MOVE CD-LEVEL (CD-IDX) TO DN-LEVEL
                 MOVE TODAY-DATE TO DN-LEVEL-DATE (DN-LEVEL)
                 REWRITE DN-DETAILS
                 END-REWRITE
           END-READ
           EXIT SECTION.

       PRINT-RUN SECTION.
      ******************************************************************
      *    WHAT THE RUN DID WITH EACH OVERDUE INVOICE.
      ******************************************************************
           OPEN OUTPUT RUNPRINT
           MOVE SPACES TO RUN-LINE
           STRING "DUNNING RUN OF " TODAY-DATE DELIMITED BY SIZE
              INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           MOVE SPACES TO RUN-LINE
           WRITE RUN-LINE

           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > CD-MAX
              IF CD-STATUS (CD-IDX) NOT = "P" THEN
                 MOVE CD-OPEN (CD-IDX) TO AMOUNT-EDITED
                 MOVE CD-AGE (CD-IDX) TO AGE-EDITED
                 MOVE SPACES TO RUN-LINE
                 STRING "SCHOOL " CD-SCHOOL (CD-IDX)
                    " | INVOICE " CD-INVOICE (CD-IDX)
                    " | OPEN " AMOUNT-EDITED
                    " | DAYS " AGE-EDITED
                    " | LEVEL " CD-LEVEL (CD-IDX) " | "
                    DELIMITED BY SIZE INTO RUN-LINE
                 END-STRING
                 EVALUATE CD-STATUS (CD-IDX)
                    WHEN "S"
                       MOVE "LETTER SENT" TO RUN-LINE (74:30)
                    WHEN "A"
                       MOVE "LEVEL ALREADY SENT" TO RUN-LINE (74:30)
                    WHEN "D"
                       MOVE "SKIPPED - IN DISPUTE (OPEN COMPLAINT)"
                          TO RUN-LINE (74:37)
                 END-EVALUATE
                 WRITE RUN-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO RUN-LINE
           WRITE RUN-LINE
           MOVE SPACES TO RUN-LINE
           STRING "LETTERS " COUNT-LETTERS
              " | INVOICES DUNNED " COUNT-DUNNED
              " | LEVEL ALREADY SENT " COUNT-ALREADY
              " | IN DISPUTE " COUNT-DISPUTED DELIMITED BY SIZE
              INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           IF CD-FULL = "Y" THEN
              MOVE SPACES TO RUN-LINE
              STRING "*** TABLE FULL - NOT ALL OVERDUE INVOICES WERE"
                 " DUNNED, RUN AGAIN" DELIMITED BY SIZE INTO RUN-LINE
              END-STRING
              WRITE RUN-LINE
           END-IF
           CLOSE RUNPRINT
           EXIT SECTION.
