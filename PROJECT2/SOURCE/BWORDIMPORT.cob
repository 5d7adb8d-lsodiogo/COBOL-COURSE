      *    V4 | 03.09.2026 | ACCEPTED LINES ARE QUEUED IN THE
      *    OUTBOUND SPOOL (BWFEEDSPOOL) INSTEAD OF APPENDED STRAIGHT
      *    TO SCHOOLFEED; BWFEEDXMIT TRANSMITS EXACTLY ONCE.
      *    V5 | 15.10.2026 | EACH ACCEPTED LINE IS WRITTEN AS A
      *    SINGLE-LINE ORDER WITH ITS HEADER (REFERENCE "CSV IMPORT")
      *    AND THE UNIT PRICE ON THE LINE.
      *    V6 | 15.10.2026 | A LINE OVER THE SCHOOL'S CREDIT LIMIT OR
      *    FOR A SCHOOL ON CREDIT HOLD (SEE BWCREDGATE) IS REJECTED,
      *    OR ACCEPTED AND HELD FOR APPROVAL, AS SET FOR THE SCHOOL IN
      *    BWCREDIT.
      *    V7 | 15.10.2026 | A LINE FOR A DAY ON WHICH THE SCHOOL IS
      *    CLOSED (SEE BWCLOSURES AND BWCLOSEGATE) IS REJECTED.
      *    V8 | 15.10.2026 | EACH LINE IS MADE AT THE SCHOOL'S
      *    PRODUCING KITCHEN SITE (SEE BWSCHSITE) UNLESS THE CSV LINE
      *    NAMES ANOTHER IN AN OPTIONAL FIFTH FIELD (TWO DIGITS); THE
      *    CAPACITY WARNING IS FOR THAT SITE.
      *    V9 | 15.10.2026 | THE FILE CAN ALSO BE CATERING.CSV, THE
      *    LUNCH-PACK ORDERS OF THE TRAINING CENTRE WRITTEN BY GESTOR
      *    (GESTORCATERING). A LINE MAY CARRY A SIXTH FIELD, THE ORDER
      *    REFERENCE, KEPT ON THE ORDER HEADER; A REFERENCE ALREADY ON
      *    AN ORDER IS REJECTED SO A FILE IS NOT IMPORTED TWICE.
      *    V10 | 15.10.2026 | A LINE FOR A SEASONAL SANDWICH OUTSIDE ITS
      *    AVAILABILITY WINDOWS (SEE BWSRAVAIL AND BWAVAILGATE) IS
      *    REJECTED.
      ******************************************************************
      *    IMPORTS A SCHOOL'S CSV ORDER FILE (ORDERIMPORT.CSV), ONE
      *    LINE PER ORDER:
      *       YYYYMMDD;HHMM;SANDWICH-EXTERNAL-ID;QUANTITY[;SITE
      *       [;REFERENCE]]
      *    THE SCHOOL IS CHOSEN ON SCREEN BY ITS EXTERNAL ID. EVERY
      *    LINE GOES THROUGH THE REGISTRATION RULES (ACTIVE SCHOOL
      *    AND SANDWICH, MIN/MAX QUANTITY, DELIVERY WINDOW, DOWNTIME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS IMPORTCSV-FS.

           SELECT CATERINGCSV ASSIGN TO "CATERING.CSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CATERINGCSV-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT ORDHDR ASSIGN TO "ORDERHEADERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OH-ORDERS-ID
              FILE STATUS IS ORDHDR-FS.

           SELECT ORDERSKEYS ASSIGN TO "ORDERSKEYSFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ORDERSKEYS-FS.
       FD  IMPORTCSV.
       01  CSV-LINE                             PIC X(100).

       FD  CATERINGCSV.
       01  CATERING-LINE                        PIC X(100).

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       FD  ORDERSKEYS.
       01  FDORDERSKEYS                               PIC 9(005).

       01  CAP-GATE-CALL.
           05 LC-DATE                           PIC 9(008).
           05 LC-HOUR                           PIC 9(002).
           05 LC-QUANTITY                       PIC 9(005).
           05 LC-SITE                           PIC 9(002).
           05 LC-LOAD                           PIC 9(006).
           05 LC-CAPACITY                       PIC 9(005).
       01  APPROVAL-GATE-CALL.
           05 AG-ORDERS-ID                      PIC 9(005).
           05 AG-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 AG-QUANTITY                       PIC 9(005).
           05 AG-VALUE                          PIC 9(007)V99.
           05 AG-DECISION                       PIC X(001).
       01  CREDIT-GATE-CALL.
           05 CC-ACTION                         PIC X(001).
           05 CC-ORDERS-ID                      PIC 9(005).
           05 CC-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 CC-QUANTITY                       PIC 9(005).
           05 CC-VALUE                          PIC 9(007)V99.
           05 CC-LIMIT                          PIC 9(007)V99.
           05 CC-ON-HOLD                        PIC X(001).
           05 CC-OPEN-BALANCE                   PIC S9(008)V99.
           05 CC-UNBILLED                       PIC 9(008)V99.
           05 CC-EXPOSURE                       PIC S9(008)V99.
           05 CC-DECISION                       PIC X(001).
       01  CLOSE-GATE-CALL.
           05 CL-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 CL-DATE                           PIC 9(008).
           05 CL-CLOSED                         PIC X(001).
           05 CL-TYPE                           PIC X(001).
           05 CL-REASON                         PIC X(030).
       01  AVAIL-GATE-CALL.
           05 AG-SANDWICH-INTERNAL-ID           PIC 9(003).
           05 AG-DATE                           PIC 9(008).
           05 AG-AVAILABLE                      PIC X(001).
           05 AG-HAS-WINDOWS                    PIC X(001).
       77  IMPORTCSV-FS                         PIC 9(002).
       77  CATERINGCSV-FS                       PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDHDR-FS                            PIC 9(002).
       77  ORDERSKEYS-FS                        PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  COUNT-ACCEPTED                       PIC 9(005).
       77  COUNT-REJECTED                       PIC 9(005).
       77  IMPORT-SCHOOL-ID                     PIC 9(003).
       77  IMPORT-SITE                          PIC 9(002).
       77  LINE-SITE                            PIC 9(002).
       77  DOWNTIME-FLAG                        PIC X(001).
       77  DT-START-NUM                         PIC 9(012).
       77  DT-END-NUM                           PIC 9(012).
       77  DT-DATE                              PIC 9(008).
       77  DT-TIME                              PIC 9(004).
       77  LINE-TIME-NUM                        PIC 9(004).
       77  IMPORT-SOURCE                        PIC 9(001) VALUE 1.
           88  IMPORT-FROM-SCHOOL-FILE          VALUE 1.
           88  IMPORT-FROM-CATERING             VALUE 2.
       77  IMPORT-FILE-NAME                     PIC X(015).
       77  EOF-HDR                              PIC X(001).
       01  IMPORT-LINE                          PIC X(100).
       01  IMPORT-SCHOOL-EID                    PIC X(008).
       01  CSV-FIELDS.
           05 CSV-DATE-TXT                      PIC X(008).
           05 CSV-TIME-TXT                      PIC X(004).
           05 CSV-SREID-TXT                     PIC X(005).
           05 CSV-QTY-TXT                       PIC X(003).
           05 CSV-SITE-TXT                      PIC X(002).
           05 CSV-REF-TXT                       PIC X(020).
       01  LINE-DATE                            PIC 9(008).
       01  LINE-TIME.
           05 LINE-HOUR                         PIC 9(002).
           05 VALUE "SCHOOL EXTERNAL ID:" LINE 08 COL 30.
           05 SS-SCHOOL-EID PIC X(008) LINE 08 COL 50 TO
              IMPORT-SCHOOL-EID.
           05 VALUE "FILE (1 = ORDERIMPORT.CSV," LINE 10 COL 30.
           05 VALUE "2 = CATERING.CSV):" LINE 11 COL 31.
           05 SS-SOURCE PIC 9(001) LINE 11 COL 50 USING
              IMPORT-SOURCE.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "IMPORT DONE - ACCEPTED:" LINE 20 COL 32.
           05 SS-REJECTED PIC ZZZZ9 LINE 20 COL 74 FROM
              COUNT-REJECTED.
           05 VALUE "(SEE ORDERIMPORT.RPT)" LINE 22 COL 46.
           05 LINE 22 COL 68 PIC X(015) FROM IMPORT-FILE-NAME.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  SCHOOL-FAIL-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           IF KEYSTATUS = 1003 OR IMPORT-SCHOOL-EID = SPACES THEN
              STOP RUN
           END-IF
           IF IMPORT-FROM-CATERING THEN
              MOVE "CATERING.CSV" TO IMPORT-FILE-NAME
           ELSE
              MOVE 1 TO IMPORT-SOURCE
              MOVE "ORDERIMPORT.CSV" TO IMPORT-FILE-NAME
           END-IF

           OPEN INPUT SCHOOLS
           MOVE IMPORT-SCHOOL-EID TO SCHOOL-EXTERNAL-ID
              STOP RUN
           END-IF
           MOVE SCHOOL-INTERNAL-ID TO IMPORT-SCHOOL-ID
           IF SCHOOL-PRODUCING-SITE IS NUMERIC
           AND SCHOOL-PRODUCING-SITE > ZEROS THEN
              MOVE SCHOOL-PRODUCING-SITE TO IMPORT-SITE
           ELSE
              MOVE 1 TO IMPORT-SITE
           END-IF
      *    THE SCHOOL RECORD (DELIVERY WINDOW) STAYS IN ITS BUFFER
      *    FOR THE PER-LINE WINDOW CHECK.
           CLOSE SCHOOLS
           MOVE ZEROS TO COUNT-ACCEPTED, COUNT-REJECTED
           MOVE SPACES TO EOF-FLAG

           IF IMPORT-FROM-CATERING THEN
              OPEN INPUT CATERINGCSV
              MOVE CATERINGCSV-FS TO IMPORTCSV-FS
           ELSE
              OPEN INPUT IMPORTCSV
           END-IF
           IF IMPORTCSV-FS NOT = 00 THEN
              ACCEPT DONE-SCREEN
              STOP RUN
           OPEN OUTPUT IMPREPORT
           MOVE SPACES TO IMP-LINE
           STRING "ORDER IMPORT FOR SCHOOL " IMPORT-SCHOOL-EID
              " - " FUNCTION CURRENT-DATE (1:8)
              " - " IMPORT-FILE-NAME INTO IMP-LINE
           END-STRING
           WRITE IMP-LINE
           END-WRITE
           END-READ

           PERFORM UNTIL EOF-FLAG = "Y"
              IF IMPORT-FROM-CATERING THEN
                 READ CATERINGCSV NEXT RECORD INTO IMPORT-LINE
                    AT END
                       MOVE "Y" TO EOF-FLAG
                 END-READ
              ELSE
                 READ IMPORTCSV NEXT RECORD INTO IMPORT-LINE
                    AT END
                       MOVE "Y" TO EOF-FLAG
                 END-READ
              END-IF
              IF EOF-FLAG NOT = "Y" THEN
                 PERFORM IMPORT-ONE-LINE
              END-IF
           END-PERFORM

           REWRITE FDORDERSKEYS
           END-REWRITE
           CLOSE ORDERSKEYS, ORDERS, SANDWICHES, CALENDAR
           IF IMPORT-FROM-CATERING THEN
              CLOSE CATERINGCSV
           ELSE
              CLOSE IMPORTCSV
           END-IF

           MOVE SPACES TO IMP-LINE
           STRING "ACCEPTED: " COUNT-ACCEPTED

       IMPORT-ONE-LINE SECTION.
      ******************************************************************
      *    VALIDATES AND IMPORTS THE CSV LINE CURRENTLY IN
      *    IMPORT-LINE.
      ******************************************************************
           MOVE SPACES TO REJECT-REASON, CSV-FIELDS
           MOVE "A" TO CC-DECISION
           UNSTRING IMPORT-LINE DELIMITED BY ";"
              INTO CSV-DATE-TXT, CSV-TIME-TXT, CSV-SREID-TXT,
                 CSV-QTY-TXT, CSV-SITE-TXT, CSV-REF-TXT
           END-UNSTRING

           IF CSV-DATE-TXT IS NOT NUMERIC
              MOVE CSV-QTY-TXT TO LINE-QTY
           END-IF

           MOVE IMPORT-SITE TO LINE-SITE
           IF REJECT-REASON = SPACES AND CSV-SITE-TXT NOT = SPACES THEN
              IF CSV-SITE-TXT IS NUMERIC AND CSV-SITE-TXT > "00" THEN
                 MOVE CSV-SITE-TXT TO LINE-SITE
              ELSE
                 MOVE "KITCHEN SITE NOT TWO DIGITS" TO REJECT-REASON
              END-IF
           END-IF

           IF REJECT-REASON = SPACES AND CSV-REF-TXT NOT = SPACES THEN
              PERFORM CHECK-REFERENCE-TAKEN
           END-IF

           IF REJECT-REASON = SPACES THEN
              IF LINE-HOUR < SCHOOL-DELIVERY-START
              OR LINE-HOUR >= SCHOOL-DELIVERY-END THEN
              END-READ
           END-IF

           IF REJECT-REASON = SPACES THEN
              MOVE SR-IID TO AG-SANDWICH-INTERNAL-ID
              MOVE LINE-DATE TO AG-DATE
              CALL "BWAVAILGATE" USING AVAIL-GATE-CALL
              IF AG-AVAILABLE NOT = "Y" THEN
                 MOVE "SANDWICH NOT ON THE MENU THAT DAY" TO
                    REJECT-REASON
              END-IF
           END-IF

           IF REJECT-REASON = SPACES THEN
              PERFORM CHECK-DOWNTIME
              IF DOWNTIME-FLAG = "Y" THEN
              END-IF
           END-IF

           IF REJECT-REASON = SPACES THEN
              MOVE IMPORT-SCHOOL-ID TO CL-SCHOOL-INTERNAL-ID
              MOVE LINE-DATE TO CL-DATE
              CALL "BWCLOSEGATE" USING CLOSE-GATE-CALL
              IF CL-CLOSED = "Y" THEN
                 MOVE "SCHOOL CLOSED ON THAT DAY" TO REJECT-REASON
              END-IF
           END-IF

      *    A LINE INSIDE THE SCHOOL'S CUT-OFF LEAD TIME NEEDS A
      *    SUPERVISOR OVERRIDE (SEE BWCUTGATE).
           IF REJECT-REASON = SPACES THEN
              MOVE SR-IID TO FD-ORDERS-SANDWICH-INTERNAL-ID
              MOVE LINE-QTY TO FD-ORDERS-QUANTITY
              MOVE FUNCTION CURRENT-DATE (1:8) TO FD-ORDERS-DATE
      *    A SINGLE-LINE ORDER: THE LINE CARRIES ITS OWN ID AS THE
      *    ORDER NUMBER AND THE UNIT PRICE IT IS BILLED AT.
              MOVE FD-ORDERS-ID TO FD-ORDERS-HEADER-ID
              MOVE 1 TO FD-ORDERS-LINE-NO
              PERFORM PRICE-ORDER-LINE
              MOVE EFFECTIVE-PRICE TO FD-ORDERS-UNIT-PRICE
              MOVE LINE-SITE TO FD-ORDERS-SITE-ID
              PERFORM CHECK-CREDIT
           END-IF

      *    A REFUSAL ON CREDIT GIVES BACK THE ORDER ID JUST TAKEN.
           IF REJECT-REASON NOT = SPACES AND CC-DECISION = "R" THEN
              SUBTRACT 1 FROM FDORDERSKEYS
           END-IF

           IF REJECT-REASON = SPACES THEN
              WRITE FD-ORDERS
                 INVALID KEY
                    MOVE "DUPLICATE ORDER ID" TO REJECT-REASON
                 NOT INVALID KEY
                    ADD 1 TO COUNT-ACCEPTED
                    PERFORM WRITE-ORDER-HEADER
                    PERFORM GATE-AND-FEED
              END-WRITE
           END-IF
           IF REJECT-REASON = SPACES THEN
              MOVE LINE-DATE TO LC-DATE
              MOVE LINE-HOUR TO LC-HOUR
              MOVE ZEROS TO LC-QUANTITY
              MOVE LINE-SITE TO LC-SITE
              CALL "BWCAPGATE" USING CAP-GATE-CALL
           END-IF

           MOVE SPACES TO IMP-LINE
           IF REJECT-REASON = SPACES THEN
              IF CC-DECISION = "H" THEN
                 STRING "ACCEPTED | " IMPORT-LINE (1:40)
                    " | ORDER " FD-ORDERS-ID
                    " | HELD FOR APPROVAL: OVER CREDIT" INTO IMP-LINE
                 END-STRING
              ELSE
                 IF LC-WARNING = "Y" THEN
                    STRING "ACCEPTED | " IMPORT-LINE (1:40)
                       " | ORDER " FD-ORDERS-ID
                       " | HOUR OVER CAPACITY" INTO IMP-LINE
                    END-STRING
                 ELSE
                    STRING "ACCEPTED | " IMPORT-LINE (1:40)
                       " | ORDER " FD-ORDERS-ID INTO IMP-LINE
                    END-STRING
                 END-IF
              END-IF
           ELSE
              ADD 1 TO COUNT-REJECTED
              STRING "REJECTED | " IMPORT-LINE (1:40)
                 " | " REJECT-REASON INTO IMP-LINE
              END-STRING
           END-IF
      *    APPROVAL (SEE BWAPPRGATE / BWAPPROVAL) AND ONLY RELEASED
      *    ORDERS REACH THE SCHOOLFEED FILE. THE SCHOOL AND SANDWICH
      *    RECORDS ARE STILL IN THEIR BUFFERS FROM THE VALIDATIONS.
      ******************************************************************
           COMPUTE ORDER-VALUE ROUNDED = EFFECTIVE-PRICE *
              FD-ORDERS-QUANTITY * (1 + VAT-RATE)

      *    OVER THE SCHOOL'S CREDIT: STRAIGHT TO THE APPROVAL QUEUE.
           IF CC-DECISION = "H" THEN
              MOVE "P" TO CC-ACTION
              MOVE FD-ORDERS-ID TO CC-ORDERS-ID
              CALL "BWCREDGATE" USING CREDIT-GATE-CALL
              EXIT SECTION
           END-IF

           MOVE FD-ORDERS-ID TO AG-ORDERS-ID
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO
              AG-SCHOOL-INTERNAL-ID
           MOVE FD-ORDERS-QUANTITY TO AG-QUANTITY
           MOVE ORDER-VALUE TO AG-VALUE
           CALL "BWAPPRGATE" USING APPROVAL-GATE-CALL
           IF AG-DECISION NOT = "H" THEN
              PERFORM PUSH-SCHOOL-FEED
           END-IF
           EXIT SECTION.

       CHECK-CREDIT SECTION.
      ******************************************************************
      *    THE PRICED LINE AGAINST THE SCHOOL'S CREDIT LIMIT AND HOLD
      *    (SEE BWCREDGATE), BEFORE IT IS WRITTEN. EARLIER LINES OF
      *    THE FILE ARE ALREADY ON ORDERSFILE AND COUNT IN THE
      *    EXPOSURE.
      ******************************************************************
           COMPUTE ORDER-VALUE ROUNDED = EFFECTIVE-PRICE *
              FD-ORDERS-QUANTITY * (1 + VAT-RATE)
           MOVE "C" TO CC-ACTION
           MOVE FD-ORDERS-ID TO CC-ORDERS-ID
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO CC-SCHOOL-INTERNAL-ID
           MOVE FD-ORDERS-QUANTITY TO CC-QUANTITY
           MOVE ORDER-VALUE TO CC-VALUE
           CALL "BWCREDGATE" USING CREDIT-GATE-CALL
           IF CC-DECISION = "R" THEN
              IF CC-ON-HOLD = "Y" THEN
                 MOVE "SCHOOL ON CREDIT HOLD" TO REJECT-REASON
              ELSE
                 MOVE "OVER THE SCHOOL'S CREDIT LIMIT" TO
                    REJECT-REASON
              END-IF
           END-IF
           EXIT SECTION.

       PRICE-ORDER-LINE SECTION.
      ******************************************************************
      *    PRICES THE ORDER LINE AS EFFECTIVE ON ITS DELIVERY DATE
      *    (PRICE HISTORY, THEN SCHOOL CONTRACT) INTO EFFECTIVE-PRICE.
      ******************************************************************
           MOVE SR-PRICE TO EFFECTIVE-PRICE
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO PA-SANDWICH-IID
           IF CP-STATUS = "C" THEN
              MOVE CP-PRICE TO EFFECTIVE-PRICE
           END-IF
           EXIT SECTION.

       WRITE-ORDER-HEADER SECTION.
      ******************************************************************
      *    WRITES THE HEADER OF THE JUST-WRITTEN SINGLE-LINE ORDER,
      *    CONFIRMED; THE APPROVAL GATE MARKS IT HELD IF IT PARKS IT.
      ******************************************************************
           OPEN I-O ORDHDR
           IF ORDHDR-FS = 35 THEN
              OPEN OUTPUT ORDHDR
              CLOSE ORDHDR
              OPEN I-O ORDHDR
           END-IF
           MOVE FD-ORDERS-ID TO OH-ORDERS-ID
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO OH-SCHOOL-INTERNAL-ID
           MOVE FD-DELIVERY-DATE TO OH-DELIVERY-DATE
           MOVE FD-DELIVERY-HOUR TO OH-DELIVERY-HOUR
           MOVE FD-DELIVERY-MINUTE TO OH-DELIVERY-MINUTE
           MOVE SPACES TO OH-REFERENCE
           IF CSV-REF-TXT NOT = SPACES THEN
              MOVE CSV-REF-TXT TO OH-REFERENCE
           ELSE
              MOVE "CSV IMPORT" TO OH-REFERENCE
           END-IF
           SET OH-CONFIRMED TO TRUE
           MOVE 1 TO OH-LINES
           MOVE FD-ORDERS-DATE TO OH-ORDERS-DATE
           WRITE OH-DETAILS
              INVALID KEY
                 REWRITE OH-DETAILS
                 END-REWRITE
           END-WRITE
           CLOSE ORDHDR
           EXIT SECTION.

       CHECK-REFERENCE-TAKEN SECTION.
      ******************************************************************
      *    A LINE CARRYING ITS OWN REFERENCE (CATERING ORDERS FROM
      *    GESTOR) IS REJECTED WHEN AN ORDER WITH THAT REFERENCE IS
      *    ALREADY ON FILE, SO THE SAME FILE CANNOT BE IMPORTED TWICE.
      ******************************************************************
           MOVE SPACES TO EOF-HDR
           OPEN INPUT ORDHDR
           IF ORDHDR-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           MOVE ZEROS TO OH-ORDERS-ID
           START ORDHDR KEY IS NOT LESS THAN OH-ORDERS-ID
              INVALID KEY
                 MOVE "Y" TO EOF-HDR
           END-START
           PERFORM UNTIL EOF-HDR = "Y"
              READ ORDHDR NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-HDR
                 NOT AT END
                    IF OH-REFERENCE = CSV-REF-TXT THEN
                       MOVE "REFERENCE ALREADY ORDERED" TO
                          REJECT-REASON
                       MOVE "Y" TO EOF-HDR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDHDR
           EXIT SECTION.

       PUSH-SCHOOL-FEED SECTION.
