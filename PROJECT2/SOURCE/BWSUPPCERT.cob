      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER CERTIFICATION REGISTER | V1 | 15.10.2026
      ******************************************************************
      *    REPLACES THE CERTIFICATE BINDER FOR FOOD-SAFETY AUDITS: ONE
      *    RECORD PER CERTIFICATE A SUPPLIER HOLDS (FILE SUPPCERTS) -
      *    TYPE, CERTIFICATE NUMBER, ISSUER, VALID FROM/TO, WHERE THE
      *    DOCUMENT IS FILED AND WHETHER THE TYPE IS MANDATORY FOR
      *    THAT SUPPLIER. THE EXPIRY REPORT (CERTEXP.RPT) LISTS THE
      *    CERTIFICATES EXPIRING IN THE NEXT 60 DAYS, THE ONES ALREADY
      *    EXPIRED AND NOT RENEWED, AND EVERY ACTIVE SUPPLIER WITHOUT
      *    ANY CERTIFICATE. BWPURCHASE AND THE RFQ AWARD IN BWRFQ
      *    CHECK THE REGISTER THROUGH BWCERTGATE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWSUPPCERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPCERTS ASSIGN TO "SUPPCERTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SCE-KEY
              FILE STATUS IS SUPPCERTS-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUPPLIER-ID
              FILE STATUS IS SUPPLY-FS.

           SELECT EXPREPORT ASSIGN TO "CERTEXP.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXPREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPCERTS.
       COPY CB-SUPPCERT.

       FD  FXSUPPLY.
       COPY SupplierFX.

       FD  EXPREPORT.
       01  EXP-LINE                             PIC X(120).

       WORKING-STORAGE SECTION.
       77  SUPPCERTS-FS                         PIC 9(002).
       77  SUPPLY-FS                            PIC 9(002).
       77  EXPREPORT-FS                         PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  ILIN                                 PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  CERT-EOF                             PIC X(001).
       77  TODAY-DATE                           PIC 9(008).
       77  LIMIT-DATE                           PIC 9(008).
       77  DATE-INT                             PIC 9(008).
       77  DAYS-AHEAD                           PIC 9(003) VALUE 60.
       77  STATUS-TEXT                          PIC X(010).
       77  COUNT-EXPIRING                       PIC 9(005).
       77  COUNT-EXPIRED                        PIC 9(005).
       77  COUNT-UNCERTIFIED                    PIC 9(005).
       77  SUPPLIER-CERTS                       PIC 9(005).
       77  RENEWED-FLAG                         PIC X(001).
       77  CHECK-TYPE                           PIC X(010).
       77  CHECK-TO                             PIC 9(008).

       01  ENTRY-CERT.
           05 ENTRY-SUPPLIER-ID                 PIC 9(003).
           05 ENTRY-TYPE                        PIC X(010).
           05 ENTRY-VALID-FROM                  PIC 9(008).
           05 ENTRY-CERT-NUMBER                 PIC X(020).
           05 ENTRY-ISSUER                      PIC X(030).
           05 ENTRY-VALID-TO                    PIC 9(008).
           05 ENTRY-DOC-REF                     PIC X(030).
           05 ENTRY-MANDATORY                   PIC X(001).

      *    THE CERTIFICATES OF ONE SUPPLIER, FOR THE RENEWAL CHECK.
       01  CERT-TABLE.
           05 CERT-ENTRY OCCURS 50 TIMES.
               10 CT-TYPE                       PIC X(010).
               10 CT-VALID-TO                   PIC 9(008).
       77  CT-IDX                               PIC 9(003).
       77  CT-MAX                               PIC 9(003).

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
           05 VALUE "BREADWICH | SUPPLIER CERTIFICATION REGISTER"
              LINE 02 COL 38.
           05 VALUE "1 - RECORD A CERTIFICATE" LINE 08 COL 40.
           05 VALUE "2 - LIST A SUPPLIER'S CERTIFICATES" LINE 10
              COL 40.
           05 VALUE "3 - EXPIRY REPORT (NEXT 60 DAYS)" LINE 12 COL 40.
           05 VALUE "0 - EXIT" LINE 14 COL 40.
           05 VALUE "OPTION:" LINE 18 COL 40.
           05 SS-OPTION PIC 9(001) LINE 18 COL 48 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  CERT-KEY-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SUPPLIER:" LINE 06 COL 10.
           05 SS-SUPP PIC 9(003) LINE 06 COL 20 TO ENTRY-SUPPLIER-ID
              BLANK WHEN ZERO.
           05 VALUE "TYPE (HACCP, ISO22000, ORGANIC, ...):" LINE 08
              COL 10.
           05 SS-TYPE PIC X(010) LINE 08 COL 48 TO ENTRY-TYPE.
           05 VALUE "VALID FROM (YYYYMMDD):" LINE 10 COL 10.
           05 SS-FROM PIC 9(008) LINE 10 COL 33 TO ENTRY-VALID-FROM
              BLANK WHEN ZERO.

       01  CERT-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SUPPLIER:" LINE 06 COL 10.
           05 CF-SUPP PIC 9(003) LINE 06 COL 20 FROM ENTRY-SUPPLIER-ID.
           05 CF-NAME PIC X(030) LINE 06 COL 25 FROM SUPPLIER-NAME.
           05 VALUE "TYPE:" LINE 08 COL 10.
           05 CF-TYPE PIC X(010) LINE 08 COL 16 FROM ENTRY-TYPE.
           05 VALUE "VALID FROM:" LINE 08 COL 30.
           05 CF-FROM PIC 9(008) LINE 08 COL 42 FROM ENTRY-VALID-FROM.
           05 VALUE "CERTIFICATE NUMBER:" LINE 12 COL 10.
           05 SS-NUMBER PIC X(020) LINE 12 COL 30
              USING ENTRY-CERT-NUMBER.
           05 VALUE "ISSUER:" LINE 14 COL 10.
           05 SS-ISSUER PIC X(030) LINE 14 COL 30 USING ENTRY-ISSUER.
           05 VALUE "VALID TO (YYYYMMDD):" LINE 16 COL 10.
           05 SS-TO PIC 9(008) LINE 16 COL 30 USING ENTRY-VALID-TO.
           05 VALUE "DOCUMENT REFERENCE:" LINE 18 COL 10.
           05 SS-DOC PIC X(030) LINE 18 COL 30 USING ENTRY-DOC-REF.
           05 VALUE "MANDATORY (Y/N):" LINE 20 COL 10.
           05 SS-MAND PIC X(001) LINE 20 COL 30
              USING ENTRY-MANDATORY.

       01  ASK-SUPPLIER-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SUPPLIER:" LINE 20 COL 10.
           05 SS-L-SUPP PIC 9(003) LINE 20 COL 20
              TO ENTRY-SUPPLIER-ID BLANK WHEN ZERO.

       01  CERT-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 LINE ILIN COL 03.
               10 CL-TYPE PIC X(010) FROM SCE-TYPE.
               10 VALUE " ".
               10 CL-NUMBER PIC X(020) FROM SCE-CERT-NUMBER.
               10 VALUE " ".
               10 CL-ISSUER PIC X(020) FROM SCE-ISSUER.
               10 VALUE " ".
               10 CL-FROM PIC 9(008) FROM SCE-VALID-FROM.
               10 VALUE "-".
               10 CL-TO PIC 9(008) FROM SCE-VALID-TO.
               10 VALUE " ".
               10 CL-MAND PIC X(001) FROM SCE-MANDATORY.
               10 VALUE " ".
               10 CL-STATUS PIC X(010) FROM STATUS-TEXT.

       01  SAVED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SAVED - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NOT-FOUND-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "SUPPLIER NOT FOUND - PRESS ANY KEY" LINE 24
              COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  BAD-ENTRY-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "INCOMPLETE OR INVALID ENTRY - PRESS ANY KEY"
              LINE 24 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LIST-END-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "END OF LIST - PRESS ANY KEY" LINE 24 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  REPORT-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "CERTEXP.RPT WRITTEN | EXPIRING:" LINE 24 COL 20.
           05 RD-EXPG PIC ZZZZ9 LINE 24 COL 52 FROM COUNT-EXPIRING.
           05 VALUE "EXPIRED:" LINE 24 COL 58.
           05 RD-EXPD PIC ZZZZ9 LINE 24 COL 67 FROM COUNT-EXPIRED.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM CREATE-CERT-FILE

           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM RECORD-CERTIFICATE
                 WHEN 2 PERFORM LIST-CERTIFICATES
                 WHEN 3 PERFORM EXPIRY-REPORT
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       CREATE-CERT-FILE SECTION.
           OPEN I-O SUPPCERTS
           IF SUPPCERTS-FS = 35 THEN
              OPEN OUTPUT SUPPCERTS
           END-IF
           CLOSE SUPPCERTS
           EXIT SECTION.

       RECORD-CERTIFICATE SECTION.
      ******************************************************************
      *    ADDS A CERTIFICATE, OR CORRECTS THE ONE ALREADY ON FILE FOR
      *    THE SAME SUPPLIER, TYPE AND VALID-FROM DATE. A RENEWAL IS
      *    RECORDED WITH ITS OWN VALID-FROM DATE.
      ******************************************************************
           INITIALIZE ENTRY-CERT
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT CERT-KEY-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-SUPPLIER-ID = ZEROS THEN
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (ENTRY-TYPE) TO ENTRY-TYPE
           IF ENTRY-TYPE = SPACES OR ENTRY-VALID-FROM = ZEROS
           OR FUNCTION TEST-DATE-YYYYMMDD (ENTRY-VALID-FROM) NOT = 0
              THEN
              ACCEPT BAD-ENTRY-SCREEN
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

           OPEN I-O SUPPCERTS
           MOVE ENTRY-SUPPLIER-ID TO SCE-SUPPLIER-ID
           MOVE ENTRY-TYPE TO SCE-TYPE
           MOVE ENTRY-VALID-FROM TO SCE-VALID-FROM
           READ SUPPCERTS
              INVALID KEY
                 MOVE "Y" TO ENTRY-MANDATORY
                 MOVE SPACES TO AC-BEFORE
              NOT INVALID KEY
                 MOVE SPACES TO AC-BEFORE
                 STRING SCE-CERT-NUMBER " TO " SCE-VALID-TO
                    " MAND " SCE-MANDATORY
                    DELIMITED BY SIZE INTO AC-BEFORE
                 END-STRING
                 MOVE SCE-CERT-NUMBER TO ENTRY-CERT-NUMBER
                 MOVE SCE-ISSUER TO ENTRY-ISSUER
                 MOVE SCE-VALID-TO TO ENTRY-VALID-TO
                 MOVE SCE-DOC-REF TO ENTRY-DOC-REF
                 MOVE SCE-MANDATORY TO ENTRY-MANDATORY
           END-READ

           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           DISPLAY CERT-FORM-SCREEN
           ACCEPT CERT-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE SUPPCERTS
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (ENTRY-MANDATORY)
              TO ENTRY-MANDATORY
           IF ENTRY-CERT-NUMBER = SPACES
           OR ENTRY-VALID-TO < ENTRY-VALID-FROM
           OR FUNCTION TEST-DATE-YYYYMMDD (ENTRY-VALID-TO) NOT = 0
           OR (ENTRY-MANDATORY NOT = "Y" AND ENTRY-MANDATORY NOT = "N")
              THEN
              CLOSE SUPPCERTS
              ACCEPT BAD-ENTRY-SCREEN
              EXIT SECTION
           END-IF

           MOVE ENTRY-SUPPLIER-ID TO SCE-SUPPLIER-ID
           MOVE ENTRY-TYPE TO SCE-TYPE
           MOVE ENTRY-VALID-FROM TO SCE-VALID-FROM
           MOVE ENTRY-CERT-NUMBER TO SCE-CERT-NUMBER
           MOVE ENTRY-ISSUER TO SCE-ISSUER
           MOVE ENTRY-VALID-TO TO SCE-VALID-TO
           MOVE ENTRY-DOC-REF TO SCE-DOC-REF
           MOVE ENTRY-MANDATORY TO SCE-MANDATORY
           WRITE SCE-DETAILS
              INVALID KEY
                 REWRITE SCE-DETAILS
                 END-REWRITE
           END-WRITE
           CLOSE SUPPCERTS

           MOVE "BWSUPPCERT" TO AC-PROGRAM
           MOVE "CERT" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-AFTER
           STRING SCE-SUPPLIER-ID "/" SCE-TYPE
              DELIMITED BY SIZE INTO AC-KEY
           END-STRING
           STRING SCE-CERT-NUMBER " TO " SCE-VALID-TO
              " MAND " SCE-MANDATORY
              DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT SAVED-SCREEN
           EXIT SECTION.

       LIST-CERTIFICATES SECTION.
      ******************************************************************
      *    LISTS A SUPPLIER'S CERTIFICATES WITH THEIR STATUS ON TODAY:
      *    VALID, EXPIRING (WITHIN 60 DAYS), EXPIRED OR FUTURE.
      ******************************************************************
           INITIALIZE ENTRY-CERT
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT ASK-SUPPLIER-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-SUPPLIER-ID = ZEROS THEN
              EXIT SECTION
           END-IF
           PERFORM SET-LIMIT-DATE

           DISPLAY CLEAR-SCREEN
           MOVE 04 TO ILIN
           MOVE SPACES TO CERT-EOF
           OPEN INPUT SUPPCERTS
           MOVE ENTRY-SUPPLIER-ID TO SCE-SUPPLIER-ID
           MOVE LOW-VALUES TO SCE-TYPE
           MOVE ZEROS TO SCE-VALID-FROM
           START SUPPCERTS KEY IS NOT LESS THAN SCE-KEY
              INVALID KEY
                 MOVE "Y" TO CERT-EOF
           END-START
           PERFORM UNTIL CERT-EOF = "Y"
              READ SUPPCERTS NEXT RECORD
                 AT END
                    MOVE "Y" TO CERT-EOF
                 NOT AT END
                    IF SCE-SUPPLIER-ID NOT = ENTRY-SUPPLIER-ID THEN
                       MOVE "Y" TO CERT-EOF
                    ELSE
                       PERFORM SET-STATUS-TEXT
                       DISPLAY CERT-LINE-SCREEN
                       ADD 1 TO ILIN
                       IF ILIN > 20 THEN
                          ACCEPT LIST-END-SCREEN
                          DISPLAY CLEAR-SCREEN
                          MOVE 04 TO ILIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUPPCERTS

           ACCEPT LIST-END-SCREEN
           EXIT SECTION.

       SET-LIMIT-DATE SECTION.
      *    LIMIT-DATE = TODAY PLUS THE 60-DAY WARNING WINDOW.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE)
              + DAYS-AHEAD
           COMPUTE LIMIT-DATE = FUNCTION DATE-OF-INTEGER (DATE-INT)
           EXIT SECTION.

       SET-STATUS-TEXT SECTION.
           EVALUATE TRUE
              WHEN SCE-VALID-FROM > TODAY-DATE
                 MOVE "FUTURE" TO STATUS-TEXT
              WHEN SCE-VALID-TO < TODAY-DATE
                 MOVE "EXPIRED" TO STATUS-TEXT
              WHEN SCE-VALID-TO <= LIMIT-DATE
                 MOVE "EXPIRING" TO STATUS-TEXT
              WHEN OTHER
                 MOVE "VALID" TO STATUS-TEXT
           END-EVALUATE
           EXIT SECTION.

       EXPIRY-REPORT SECTION.
      ******************************************************************
      *    CERTEXP.RPT, PER SUPPLIER: CERTIFICATES EXPIRING WITHIN 60
      *    DAYS, CERTIFICATES EXPIRED AND NOT RENEWED (NO LATER ONE OF
      *    THE SAME TYPE), AND ACTIVE SUPPLIERS WITH NO CERTIFICATE.
      ******************************************************************
           PERFORM SET-LIMIT-DATE
           MOVE ZEROS TO COUNT-EXPIRING, COUNT-EXPIRED,
              COUNT-UNCERTIFIED
           MOVE SPACES TO EOF-FLAG

           OPEN OUTPUT EXPREPORT
           MOVE SPACES TO EXP-LINE
           STRING "SUPPLIER CERTIFICATES EXPIRING BY " LIMIT-DATE
              " | RUN " TODAY-DATE DELIMITED BY SIZE INTO EXP-LINE
           END-STRING
           WRITE EXP-LINE
           MOVE SPACES TO EXP-LINE
           WRITE EXP-LINE

           OPEN INPUT FXSUPPLY
           IF SUPPLY-FS NOT = 00 THEN
              CLOSE EXPREPORT
              ACCEPT REPORT-DONE-SCREEN
              EXIT SECTION
           END-IF
           OPEN INPUT SUPPCERTS

           PERFORM UNTIL EOF-FLAG = "Y"
              READ FXSUPPLY NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM REPORT-ONE-SUPPLIER
              END-READ
           END-PERFORM

           MOVE SPACES TO EXP-LINE
           WRITE EXP-LINE
           MOVE SPACES TO EXP-LINE
           STRING "EXPIRING " COUNT-EXPIRING " | EXPIRED "
              COUNT-EXPIRED " | ACTIVE SUPPLIERS WITHOUT CERTIFICATE "
              COUNT-UNCERTIFIED DELIMITED BY SIZE INTO EXP-LINE
           END-STRING
           WRITE EXP-LINE

           CLOSE FXSUPPLY, SUPPCERTS, EXPREPORT
           ACCEPT REPORT-DONE-SCREEN
           EXIT SECTION.

       REPORT-ONE-SUPPLIER SECTION.
      *    THE SUPPLIER'S CERTIFICATES ARE TABLED FIRST, SO AN EXPIRED
      *    ONE CAN BE CHECKED FOR A LATER RENEWAL OF ITS TYPE.
           MOVE ZEROS TO CT-MAX, SUPPLIER-CERTS
           MOVE SPACES TO CERT-EOF
           MOVE SUPPLIER-ID TO SCE-SUPPLIER-ID
           MOVE LOW-VALUES TO SCE-TYPE
           MOVE ZEROS TO SCE-VALID-FROM
           START SUPPCERTS KEY IS NOT LESS THAN SCE-KEY
              INVALID KEY
                 MOVE "Y" TO CERT-EOF
           END-START
           PERFORM UNTIL CERT-EOF = "Y"
              READ SUPPCERTS NEXT RECORD
                 AT END
                    MOVE "Y" TO CERT-EOF
                 NOT AT END
                    IF SCE-SUPPLIER-ID NOT = SUPPLIER-ID THEN
                       MOVE "Y" TO CERT-EOF
                    ELSE
                       ADD 1 TO SUPPLIER-CERTS
                       IF CT-MAX < 50 THEN
                          ADD 1 TO CT-MAX
                          MOVE SCE-TYPE TO CT-TYPE (CT-MAX)
                          MOVE SCE-VALID-TO TO CT-VALID-TO (CT-MAX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF SUPPLIER-CERTS = ZEROS THEN
              IF SUPPLIER-IS-ACTIVE = 1 THEN
                 ADD 1 TO COUNT-UNCERTIFIED
                 MOVE SPACES TO EXP-LINE
                 STRING "SUPPLIER " SUPPLIER-ID " " SUPPLIER-NAME
                    " | ACTIVE - NO CERTIFICATE ON FILE"
                    DELIMITED BY SIZE INTO EXP-LINE
                 END-STRING
                 WRITE EXP-LINE
              END-IF
              EXIT SECTION
           END-IF

      *    SECOND PASS OVER THE SAME RECORDS FOR THE REPORT LINES.
           MOVE SPACES TO CERT-EOF
           MOVE SUPPLIER-ID TO SCE-SUPPLIER-ID
           MOVE LOW-VALUES TO SCE-TYPE
           MOVE ZEROS TO SCE-VALID-FROM
           START SUPPCERTS KEY IS NOT LESS THAN SCE-KEY
              INVALID KEY
                 MOVE "Y" TO CERT-EOF
           END-START
           PERFORM UNTIL CERT-EOF = "Y"
              READ SUPPCERTS NEXT RECORD
                 AT END
                    MOVE "Y" TO CERT-EOF
                 NOT AT END
                    IF SCE-SUPPLIER-ID NOT = SUPPLIER-ID THEN
                       MOVE "Y" TO CERT-EOF
                    ELSE
                       PERFORM REPORT-ONE-CERTIFICATE
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       REPORT-ONE-CERTIFICATE SECTION.
           IF SCE-VALID-FROM > TODAY-DATE
           OR SCE-VALID-TO > LIMIT-DATE THEN
              EXIT SECTION
           END-IF

      *    RENEWED = ANOTHER CERTIFICATE OF THE TYPE RUNS LONGER.
           MOVE SCE-TYPE TO CHECK-TYPE
           MOVE SCE-VALID-TO TO CHECK-TO
           MOVE "N" TO RENEWED-FLAG
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-MAX
              IF CT-TYPE (CT-IDX) = CHECK-TYPE
              AND CT-VALID-TO (CT-IDX) > CHECK-TO THEN
                 MOVE "Y" TO RENEWED-FLAG
              END-IF
           END-PERFORM
           IF RENEWED-FLAG = "Y" THEN
              EXIT SECTION
           END-IF

           PERFORM SET-STATUS-TEXT
           IF SCE-VALID-TO < TODAY-DATE THEN
              ADD 1 TO COUNT-EXPIRED
           ELSE
              ADD 1 TO COUNT-EXPIRING
           END-IF
           MOVE SPACES TO EXP-LINE
           STRING "SUPPLIER " SUPPLIER-ID " " SUPPLIER-NAME (1:20)
              " | " SCE-TYPE " " SCE-CERT-NUMBER
              " | TO " SCE-VALID-TO " " STATUS-TEXT
              " | MAND " SCE-MANDATORY
              " | DOC " SCE-DOC-REF (1:15)
              DELIMITED BY SIZE INTO EXP-LINE
           END-STRING
           WRITE EXP-LINE
           EXIT SECTION.

       END PROGRAM BWSUPPCERT.
