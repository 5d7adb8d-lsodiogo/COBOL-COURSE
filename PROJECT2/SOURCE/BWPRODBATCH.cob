      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION BATCHES AND YIELD | V1 | 15.10.2026
      ******************************************************************
      *    RECORDS WHAT THE KITCHEN ACTUALLY PRODUCED (FILE PRODBATCH):
      *    ONE BATCH PER DAY, SITE AND SANDWICH WITH THE PLANNED
      *    QUANTITY (THE DAY'S ORDERS NOT WAITING FOR APPROVAL, AS IN
      *    BWPRODPLAN), THE GOOD OUTPUT, THE SANDWICHES SPOILED ON THE
      *    LINE, START AND END TIME AND THE SUPERVISOR (AN ACTIVE
      *    OPERATOR). POSTING A BATCH ISSUES ITS INGREDIENTS FROM
      *    STOCK THROUGH BWSTOCKPOST ("SA") FROM THE ACTUAL OUTPUT -
      *    RECIPE QUANTITY TIMES GOOD PLUS SPOILED SANDWICHES, WHICH
      *    THE SUPERVISOR MAY CORRECT TO WHAT WAS REALLY USED - AND
      *    KEEPS, PER INGREDIENT, THE RECIPE QUANTITY FOR THE GOOD
      *    OUTPUT, THE QUANTITY USED AND THE LOTS IT WAS DRAWN FROM
      *    (FILE PRODUSAGE). THE YIELD-VARIANCE REPORT (YIELDVAR.RPT)
      *    COMPARES ACTUAL USAGE WITH THE RECIPE QUANTITIES IN
      *    FX-SR-ING PER SANDWICH AND WEEK (MONDAY TO SUNDAY) AND FOR
      *    THE WHOLE PERIOD.
      *    V2 | 15.10.2026 | THE PLANNED QUANTITY COUNTS ONLY THE
      *    ORDERS MADE AT THE BATCH SITE.
      *    V3 | 15.10.2026 | THE ISSUE POSTING PASSES THE BATCH DATE
      *    SO BWSTOCKPOST DRAWS THE LOTS ON THE DAY'S FEFO PICK LIST
      *    FOR THE SITE (SEE BWPRODPLAN) BEFORE ANY OTHER LOT.
      *    V4 | 15.10.2026 | POSTING A BATCH ALSO ISSUES ITS PACKAGING
      *    (FILE PACKBOM, SEE BWPACKBOM): THE PER-SANDWICH ITEMS FOR
      *    THE GOOD OUTPUT AND THE PER-ORDER ITEMS FOR THE DAY'S ORDER
      *    LINES OF THE SANDWICH AT THE SITE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWPRODBATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODBATCH ASSIGN TO "PRODBATCH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PB-KEY
              FILE STATUS IS PRODBATCH-FS.

           SELECT PRODUSAGE ASSIGN TO "PRODUSAGE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PU-KEY
              FILE STATUS IS PRODUSAGE-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-IID
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

           SELECT SRING ASSIGN TO "FX-SR-ING"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRING-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ING-ID
              FILE STATUS IS INGRED-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT PENDINGORD ASSIGN TO "PENDINGORD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEND-ORDERS-ID
              FILE STATUS IS PENDINGORD-FS.

           SELECT OPERATORS ASSIGN TO "OPERATORS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-USERNAME
              FILE STATUS IS OPERATORS-FS.

           SELECT LOTTRACE ASSIGN TO "BWLOTTRACE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOTTRACE-FS.

           SELECT PACKBOM ASSIGN TO "PACKBOM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PKB-KEY
              FILE STATUS IS PACKBOM-FS.

           SELECT YIELDREPORT ASSIGN TO "YIELDVAR.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS YIELDREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODBATCH.
       COPY CB-PRODBATCH.

       FD  PRODUSAGE.
       COPY CB-PRODUSAGE.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SRING.
       01  SRING-REC.
           05 SRING-SANDWICH-ID                 PIC 9(003).
           05 SRING-INGREDIENT-ID               PIC 9(003).
           05 SRING-INGREDIENT-QTD              PIC 9(003).
           05 SRING-EFFECTIVE-FROM              PIC 9(008).

       FD  FXINGRED.
       01  ING-DETAILS.
           05 ING-ID                            PIC 9(003).
           05 ING-NAME                          PIC X(030).
           05 ING-DESCRIPTION                   PIC X(050).
           05 ING-UNIT-SUPPLIER                 PIC X(003).
           05 ING-UNIT-SANDWICH                 PIC X(003).
           05 ING-THRESHOLD                     PIC 9(003).
           05 ING-IS-ACTIVE                     PIC 9(001).
           05 ING-ALLERGENS                     PIC X(006).

       FD  ORDERS.
       COPY RSOFD.

       FD  PENDINGORD.
       COPY CB-PENDING.

       FD  OPERATORS.
       COPY CB-OPERATORS.

      *    THE LOT DRAW TRACE WRITTEN BY BWSTOCKPOST, ONE LINE PER DRAW.
       FD  LOTTRACE.
       01  TRACE-LINE.
           05 TR-STAMP                          PIC X(014).
           05 FILLER                            PIC X(006).
           05 TR-MOVE-ID                        PIC X(002).
           05 FILLER                            PIC X(012).
           05 TR-INGREDS-ID                     PIC 9(003).
           05 FILLER                            PIC X(005).
           05 TR-LOT-NUMBER                     PIC X(010).
           05 FILLER                            PIC X(005).
           05 TR-QTY                            PIC 9(005).
           05 FILLER                            PIC X(038).

       FD  PACKBOM.
       COPY CB-PACKBOM.

       FD  YIELDREPORT.
       01  YIELD-LINE                           PIC X(120).

       WORKING-STORAGE SECTION.
       77  PRODBATCH-FS                         PIC 9(002).
       77  PRODUSAGE-FS                         PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SRING-FS                             PIC 9(002).
       77  INGRED-FS                            PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  PENDINGORD-FS                        PIC 9(002).
       77  OPERATORS-FS                         PIC 9(002).
       77  LOTTRACE-FS                          PIC 9(002).
       77  YIELDREPORT-FS                       PIC 9(002).
       77  PACKBOM-FS                           PIC 9(002).
       77  ORDER-LINES                          PIC 9(005).
       77  PACK-SANDWICH                        PIC 9(003).
       77  PACK-QTY                             PIC 9(007).
       77  PACK-POSTED                          PIC 9(003).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  EOF-FLAG                             PIC X(001).
       77  REJECT-REASON                        PIC X(040).
       77  RECORD-FOUND                         PIC X(001).
       77  LINE-EFFECTIVE                       PIC 9(008).
       77  TRACE-SEEN                           PIC 9(007).
       77  TRACE-COUNT                          PIC 9(007).
       77  SANDWICH-NAME                        PIC X(025).
       01  WS-RECIPE-VERSION.
           05 WS-RV-SANDWICH-ID                 PIC 9(003).
           05 WS-RV-DATE                        PIC 9(008).
           05 WS-RV-BEST                        PIC 9(008).
       01  WS-BATCH.
           05 WS-PB-DATE                        PIC 9(008).
           05 WS-PB-SITE                        PIC 9(002).
           05 WS-PB-SANDWICH                    PIC 9(003).
           05 WS-PB-PLANNED                     PIC 9(005).
           05 WS-PB-GOOD                        PIC 9(005).
           05 WS-PB-REJECTS                     PIC 9(005).
           05 WS-PB-START                       PIC 9(004).
           05 WS-PB-END                         PIC 9(004).
           05 WS-PB-SUPERVISOR                  PIC X(020).
       01  MAIN-OPTION                          PIC 9(001).
           88  VALID-MAIN-OPTION                VALUE 0 THRU 3.
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

      *    THE RECIPE OF THE BATCH'S SANDWICH IN FORCE ON THE BATCH
      *    DATE, WITH THE QUANTITIES TO POST.
       77  RCP-IDX                              PIC 9(002).
       77  RCP-MAX                              PIC 9(002).
       77  SHOW-ING-ID                          PIC 9(003).
       77  SHOW-ING-NAME                        PIC X(030).
       77  SHOW-STANDARD                        PIC 9(007).
       77  SHOW-ACTUAL                          PIC 9(007).
       01  RECIPE-TABLE.
           05 RCP-ENTRY OCCURS 30 TIMES.
               10 RCP-INGREDS-ID                PIC 9(003).
               10 RCP-QTY                       PIC 9(003).
               10 RCP-STANDARD                  PIC 9(007).
               10 RCP-ACTUAL                    PIC 9(007).

      *    YIELD-VARIANCE REPORT.
       77  RPT-FROM                             PIC 9(008).
       77  RPT-TO                               PIC 9(008).
       77  DATE-INT                             PIC 9(007).
       77  WEEK-START                           PIC 9(008).
       77  BT-IDX                               PIC 9(003).
       77  BT-MAX                               PIC 9(003).
       77  IT-IDX                               PIC 9(003).
       77  IT-MAX                               PIC 9(003).
       77  PT-IDX                               PIC 9(003).
       77  PT-MAX                               PIC 9(003).
       77  FOUND-FLAG                           PIC X(001).
       77  ORDER-SITE                           PIC 9(002).
       77  VARIANCE-QTY                         PIC S9(008).
       77  VARIANCE-PCT                         PIC S9(005)V9.
       77  REJECT-PCT                           PIC 9(003)V9.
       77  ED-VARIANCE                          PIC -(7)9.
       77  ED-PCT                               PIC -(4)9.9.
       77  ED-REJECT-PCT                        PIC ZZ9.9.
       01  BATCH-TOTALS.
           05 BT-ENTRY OCCURS 300 TIMES.
               10 BT-WEEK                       PIC 9(008).
               10 BT-SANDWICH-ID                PIC 9(003).
               10 BT-PLANNED                    PIC 9(007).
               10 BT-GOOD                       PIC 9(007).
               10 BT-REJECTS                    PIC 9(007).
       01  INGREDIENT-TOTALS.
           05 IT-ENTRY OCCURS 900 TIMES.
               10 IT-WEEK                       PIC 9(008).
               10 IT-SANDWICH-ID                PIC 9(003).
               10 IT-INGREDS-ID                 PIC 9(003).
               10 IT-STANDARD                   PIC 9(008).
               10 IT-ACTUAL                     PIC 9(008).
       01  PERIOD-TOTALS.
           05 PT-ENTRY OCCURS 300 TIMES.
               10 PT-SANDWICH-ID                PIC 9(003).
               10 PT-GOOD                       PIC 9(007).
               10 PT-REJECTS                    PIC 9(007).
               10 PT-STANDARD                   PIC 9(008).
               10 PT-ACTUAL                     PIC 9(008).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | PRODUCTION BATCHES AND YIELD" LINE 03
              COL 40.
           05 VALUE "0 - EXIT"                       LINE 09 COL 45.
           05 VALUE "1 - RECORD A PRODUCTION BATCH"  LINE 11 COL 45.
           05 VALUE "2 - POST A BATCH'S CONSUMPTION" LINE 13 COL 45.
           05 VALUE "3 - YIELD-VARIANCE REPORT"      LINE 15 COL 45.
           05 VALUE "OPTION:" LINE 22 COL 45.
           05 SS-OPTION PIC 9(001) LINE 22 COL 53 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  BATCH-KEY-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "PRODUCTION DATE (YYYYMMDD):" LINE 05 COL 10.
           05 SS-DATE PIC 9(008) LINE 05 COL 38 TO WS-PB-DATE
              BLANK WHEN ZERO.
           05 VALUE "SITE (0 = MAIN KITCHEN 01):" LINE 06 COL 10.
           05 SS-SITE PIC 9(002) LINE 06 COL 38 TO WS-PB-SITE
              BLANK WHEN ZERO.
           05 VALUE "SANDWICH INTERNAL ID:" LINE 07 COL 10.
           05 SS-SANDWICH PIC 9(003) LINE 07 COL 38 TO WS-PB-SANDWICH
              BLANK WHEN ZERO.

       01  BATCH-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-SANDWICH-NAME PIC X(025) LINE 07 COL 43
              FROM SANDWICH-NAME.
           05 VALUE "PLANNED QUANTITY:" LINE 09 COL 10.
           05 SS-PLANNED PIC 9(005) LINE 09 COL 38 USING WS-PB-PLANNED.
           05 VALUE "GOOD SANDWICHES MADE:" LINE 11 COL 10.
           05 SS-GOOD PIC 9(005) LINE 11 COL 38 USING WS-PB-GOOD.
           05 VALUE "SPOILED ON THE LINE:" LINE 12 COL 10.
           05 SS-REJECTS PIC 9(005) LINE 12 COL 38
              USING WS-PB-REJECTS.
           05 VALUE "START TIME (HHMM):" LINE 14 COL 10.
           05 SS-START PIC 9(004) LINE 14 COL 38 USING WS-PB-START.
           05 VALUE "END TIME (HHMM):" LINE 15 COL 10.
           05 SS-END PIC 9(004) LINE 15 COL 38 USING WS-PB-END.
           05 VALUE "SUPERVISOR (OPERATOR USERNAME):" LINE 17 COL 10.
           05 SS-SUPERVISOR PIC X(020) LINE 17 COL 42
              USING WS-PB-SUPERVISOR.

       01  USAGE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "INGREDIENT:" LINE 10 COL 10.
           05 SS-U-ING PIC 9(003) LINE 10 COL 22 FROM SHOW-ING-ID.
           05 SS-U-NAME PIC X(030) LINE 10 COL 26 FROM SHOW-ING-NAME.
           05 VALUE "RECIPE QUANTITY FOR THE GOOD OUTPUT:" LINE 12
              COL 10.
           05 SS-U-STANDARD PIC 9(007) LINE 12 COL 47
              FROM SHOW-STANDARD.
           05 VALUE "QUANTITY ACTUALLY USED (SANDWICH UNITS):" LINE 14
              COL 10.
           05 SS-U-ACTUAL PIC 9(007) LINE 14 COL 51 USING SHOW-ACTUAL.

       01  RANGE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "FROM (YYYYMMDD):" LINE 06 COL 10.
           05 SS-FROM PIC 9(008) LINE 06 COL 27 TO RPT-FROM
              BLANK WHEN ZERO.
           05 VALUE "TO (YYYYMMDD):" LINE 06 COL 40.
           05 SS-TO PIC 9(008) LINE 06 COL 55 TO RPT-TO
              BLANK WHEN ZERO.

       01  INVALID-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SS-INVALID PIC X(040) LINE 22 COL 40 FROM REJECT-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  REPORT-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "REPORT WRITTEN TO YIELDVAR.RPT - PRESS ANY KEY"
              LINE 20 COL 38.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM CREATE-BATCH-FILES

           MOVE 9 TO MAIN-OPTION
           PERFORM UNTIL MAIN-OPTION = 0
              MOVE ZEROS TO SS-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY MENU-SCREEN
              ACCEPT MENU-SCREEN

              EVALUATE MAIN-OPTION
                 WHEN 1     PERFORM RECORD-BATCH
                 WHEN 2     PERFORM POST-BATCH
                 WHEN 3     PERFORM YIELD-REPORT
              END-EVALUATE
           END-PERFORM

           STOP RUN.

       CREATE-BATCH-FILES SECTION.
           OPEN I-O PRODBATCH
           IF PRODBATCH-FS = 35 THEN
              OPEN OUTPUT PRODBATCH
           END-IF
           CLOSE PRODBATCH

           OPEN I-O PRODUSAGE
           IF PRODUSAGE-FS = 35 THEN
              OPEN OUTPUT PRODUSAGE
           END-IF
           CLOSE PRODUSAGE
           EXIT SECTION.

       GET-BATCH-KEY SECTION.
      ******************************************************************
      *    ASKS FOR THE BATCH KEY AND CHECKS THE SANDWICH; LEAVES
      *    REJECT-REASON SET WHEN THERE IS NOTHING TO DO.
      ******************************************************************
           INITIALIZE WS-BATCH
           MOVE SPACES TO REJECT-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY BATCH-KEY-SCREEN
           ACCEPT BATCH-KEY-SCREEN
           IF KEYSTATUS = 1003 OR WS-PB-DATE = ZEROS
           OR WS-PB-SANDWICH = ZEROS THEN
              MOVE "F3" TO REJECT-REASON
              EXIT SECTION
           END-IF
           IF WS-PB-SITE = ZEROS THEN
              MOVE 1 TO WS-PB-SITE
           END-IF

           MOVE SPACES TO SANDWICH-NAME
           OPEN INPUT SANDWICHES
           MOVE WS-PB-SANDWICH TO SR-IID
           READ SANDWICHES
              INVALID KEY
                 MOVE "SANDWICH NOT FOUND" TO REJECT-REASON
              NOT INVALID KEY
                 MOVE SR-S-DESCRIPTION TO SANDWICH-NAME
           END-READ
           CLOSE SANDWICHES
           EXIT SECTION.

       RECORD-BATCH SECTION.
      ******************************************************************
      *    RECORDS (OR CORRECTS, UNTIL POSTED) A DAY'S BATCH.
      ******************************************************************
           PERFORM GET-BATCH-KEY
           IF REJECT-REASON = "F3" THEN
              EXIT SECTION
           END-IF
           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O PRODBATCH
           MOVE WS-PB-DATE TO PB-DATE
           MOVE WS-PB-SITE TO PB-SITE
           MOVE WS-PB-SANDWICH TO PB-SANDWICH-ID
           MOVE "N" TO RECORD-FOUND
           READ PRODBATCH
              NOT INVALID KEY
                 MOVE "Y" TO RECORD-FOUND
           END-READ

           IF RECORD-FOUND = "Y" AND PB-POSTED THEN
              CLOSE PRODBATCH
              MOVE "BATCH ALREADY POSTED" TO REJECT-REASON
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           IF RECORD-FOUND = "Y" THEN
              MOVE PB-PLANNED-QTY TO WS-PB-PLANNED
              MOVE PB-GOOD-QTY TO WS-PB-GOOD
              MOVE PB-REJECT-QTY TO WS-PB-REJECTS
              MOVE PB-START-TIME TO WS-PB-START
              MOVE PB-END-TIME TO WS-PB-END
              MOVE PB-SUPERVISOR TO WS-PB-SUPERVISOR
           ELSE
              PERFORM SUM-PLANNED-QUANTITY
           END-IF

           DISPLAY BATCH-FORM-SCREEN
           ACCEPT BATCH-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE PRODBATCH
              EXIT SECTION
           END-IF

           PERFORM VALIDATE-BATCH
           IF REJECT-REASON NOT = SPACES THEN
              CLOSE PRODBATCH
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           MOVE WS-PB-DATE TO PB-DATE
           MOVE WS-PB-SITE TO PB-SITE
           MOVE WS-PB-SANDWICH TO PB-SANDWICH-ID
           MOVE WS-PB-PLANNED TO PB-PLANNED-QTY
           MOVE WS-PB-GOOD TO PB-GOOD-QTY
           MOVE WS-PB-REJECTS TO PB-REJECT-QTY
           MOVE WS-PB-START TO PB-START-TIME
           MOVE WS-PB-END TO PB-END-TIME
           MOVE WS-PB-SUPERVISOR TO PB-SUPERVISOR
           SET PB-RECORDED TO TRUE
           MOVE ZEROS TO PB-POSTED-DATE
           IF RECORD-FOUND = "Y" THEN
              REWRITE PB-DETAILS
              END-REWRITE
           ELSE
              WRITE PB-DETAILS
              END-WRITE
           END-IF
           CLOSE PRODBATCH

           MOVE "BWPRODBATCH" TO AC-PROGRAM
           IF RECORD-FOUND = "Y" THEN
              MOVE "CHANGE" TO AC-ACTION
           ELSE
              MOVE "ADD" TO AC-ACTION
           END-IF
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING WS-PB-DATE " " WS-PB-SITE " " WS-PB-SANDWICH
              INTO AC-KEY
           END-STRING
           STRING "PLAN " WS-PB-PLANNED " GOOD " WS-PB-GOOD
              " SPOILED " WS-PB-REJECTS " BY " WS-PB-SUPERVISOR
              INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       SUM-PLANNED-QUANTITY SECTION.
      ******************************************************************
      *    THE DAY'S ORDERED QUANTITY OF THE SANDWICH, LEAVING OUT
      *    ORDERS STILL WAITING FOR APPROVAL, AS BWPRODPLAN DOES.
      ******************************************************************
           MOVE ZEROS TO WS-PB-PLANNED, ORDER-LINES
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT PENDINGORD

           MOVE WS-PB-DATE TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FD-DELIVERY-DATE NOT = WS-PB-DATE THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF FD-ORDERS-SITE-ID IS NUMERIC AND
                          FD-ORDERS-SITE-ID > ZEROS THEN
                          MOVE FD-ORDERS-SITE-ID TO ORDER-SITE
                       ELSE
                          MOVE 1 TO ORDER-SITE
                       END-IF
                       IF FD-ORDERS-SANDWICH-INTERNAL-ID =
                          WS-PB-SANDWICH AND
                          ORDER-SITE = WS-PB-SITE THEN
                          MOVE "N" TO FOUND-FLAG
                          IF PENDINGORD-FS = 00 THEN
                             MOVE FD-ORDERS-ID TO PEND-ORDERS-ID
                             READ PENDINGORD
                                NOT INVALID KEY
                                   MOVE "Y" TO FOUND-FLAG
                             END-READ
                          END-IF
                          IF FOUND-FLAG NOT = "Y" THEN
                             ADD FD-ORDERS-QUANTITY TO WS-PB-PLANNED
                             ADD 1 TO ORDER-LINES
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ORDERS
           IF PENDINGORD-FS = 00 THEN
              CLOSE PENDINGORD
           END-IF
           EXIT SECTION.

       VALIDATE-BATCH SECTION.
      ******************************************************************
      *    CHECKS THE OUTPUT, THE TIMES AND THE SUPERVISOR.
      ******************************************************************
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
              WHEN WS-PB-GOOD = ZEROS AND WS-PB-REJECTS = ZEROS
                 MOVE "NO OUTPUT RECORDED" TO REJECT-REASON
              WHEN WS-PB-START (1:2) > "23" OR WS-PB-START (3:2) > "59"
                 MOVE "START TIME NOT VALID" TO REJECT-REASON
              WHEN WS-PB-END (1:2) > "23" OR WS-PB-END (3:2) > "59"
                 MOVE "END TIME NOT VALID" TO REJECT-REASON
              WHEN WS-PB-END < WS-PB-START
                 MOVE "END TIME BEFORE START TIME" TO REJECT-REASON
              WHEN WS-PB-SUPERVISOR = SPACES
                 MOVE "SUPERVISOR MISSING" TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES THEN
              EXIT SECTION
           END-IF

           OPEN INPUT OPERATORS
           IF OPERATORS-FS NOT = 00 THEN
              MOVE "OPERATORS FILE NOT FOUND" TO REJECT-REASON
              EXIT SECTION
           END-IF
           MOVE WS-PB-SUPERVISOR TO OPER-USERNAME
           READ OPERATORS
              INVALID KEY
                 MOVE "SUPERVISOR IS NOT AN OPERATOR" TO REJECT-REASON
              NOT INVALID KEY
                 IF NOT OPER-ACTIVE THEN
                    MOVE "SUPERVISOR IS NOT ACTIVE" TO REJECT-REASON
                 END-IF
           END-READ
           CLOSE OPERATORS
           EXIT SECTION.

       POST-BATCH SECTION.
      ******************************************************************
      *    ISSUES THE BATCH'S INGREDIENTS FROM STOCK FROM THE ACTUAL
      *    OUTPUT AND CLOSES THE BATCH. ALL QUANTITIES ARE CONFIRMED
      *    FIRST, SO F3 LEAVES NOTHING HALF POSTED.
      ******************************************************************
           PERFORM GET-BATCH-KEY
           IF REJECT-REASON = "F3" THEN
              EXIT SECTION
           END-IF

           IF REJECT-REASON = SPACES THEN
              OPEN INPUT PRODBATCH
              MOVE WS-PB-DATE TO PB-DATE
              MOVE WS-PB-SITE TO PB-SITE
              MOVE WS-PB-SANDWICH TO PB-SANDWICH-ID
              READ PRODBATCH
                 INVALID KEY
                    MOVE "NO BATCH RECORDED FOR THAT DAY" TO
                       REJECT-REASON
                 NOT INVALID KEY
                    IF PB-POSTED THEN
                       MOVE "BATCH ALREADY POSTED" TO REJECT-REASON
                    END-IF
                    MOVE PB-GOOD-QTY TO WS-PB-GOOD
              END-READ
              CLOSE PRODBATCH
           END-IF

           IF REJECT-REASON = SPACES THEN
              PERFORM LOAD-RECIPE
              IF RCP-MAX = ZEROS THEN
                 MOVE "NO RECIPE ON FILE FOR THE SANDWICH" TO
                    REJECT-REASON
              END-IF
           END-IF

           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           OPEN INPUT FXINGRED
           PERFORM VARYING RCP-IDX FROM 1 BY 1 UNTIL RCP-IDX > RCP-MAX
              COMPUTE RCP-STANDARD (RCP-IDX) =
                 PB-GOOD-QTY * RCP-QTY (RCP-IDX)
              COMPUTE RCP-ACTUAL (RCP-IDX) =
                 (PB-GOOD-QTY + PB-REJECT-QTY) * RCP-QTY (RCP-IDX)
              MOVE RCP-INGREDS-ID (RCP-IDX) TO SHOW-ING-ID, ING-ID
              MOVE SPACES TO SHOW-ING-NAME
              READ FXINGRED
                 NOT INVALID KEY
                    MOVE ING-NAME TO SHOW-ING-NAME
              END-READ
              MOVE RCP-STANDARD (RCP-IDX) TO SHOW-STANDARD
              MOVE RCP-ACTUAL (RCP-IDX) TO SHOW-ACTUAL
              DISPLAY CLEAR-SCREEN
              DISPLAY BATCH-KEY-SCREEN
              DISPLAY USAGE-SCREEN
              ACCEPT USAGE-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE FXINGRED
                 EXIT SECTION
              END-IF
              MOVE SHOW-ACTUAL TO RCP-ACTUAL (RCP-IDX)
           END-PERFORM
           CLOSE FXINGRED

           PERFORM COUNT-TRACE-LINES
           MOVE TRACE-COUNT TO TRACE-SEEN

           OPEN I-O PRODUSAGE
           PERFORM VARYING RCP-IDX FROM 1 BY 1 UNTIL RCP-IDX > RCP-MAX
              PERFORM POST-ONE-INGREDIENT
           END-PERFORM
           CLOSE PRODUSAGE

           PERFORM POST-PACKAGING

           OPEN I-O PRODBATCH
           MOVE WS-PB-DATE TO PB-DATE
           MOVE WS-PB-SITE TO PB-SITE
           MOVE WS-PB-SANDWICH TO PB-SANDWICH-ID
           READ PRODBATCH
              NOT INVALID KEY
                 SET PB-POSTED TO TRUE
                 MOVE FUNCTION CURRENT-DATE (1:8) TO PB-POSTED-DATE
                 REWRITE PB-DETAILS
                 END-REWRITE
           END-READ
           CLOSE PRODBATCH

           MOVE "BWPRODBATCH" TO AC-PROGRAM
           MOVE "POST" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING WS-PB-DATE " " WS-PB-SITE " " WS-PB-SANDWICH
              INTO AC-KEY
           END-STRING
           STRING "INGREDIENTS ISSUED " RCP-MAX
              " PACKAGING " PACK-POSTED INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       POST-PACKAGING SECTION.
      ******************************************************************
      *    ISSUES THE PACKAGING OF THE BATCH: THE LINES OF THE
      *    SANDWICH AND THE LINES FOR EVERY SANDWICH (000).
      ******************************************************************
           MOVE ZEROS TO PACK-POSTED
           OPEN INPUT PACKBOM
           IF PACKBOM-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           PERFORM SUM-PLANNED-QUANTITY

           MOVE ZEROS TO PACK-SANDWICH
           PERFORM POST-PACKAGING-OF
           MOVE WS-PB-SANDWICH TO PACK-SANDWICH
           PERFORM POST-PACKAGING-OF

           CLOSE PACKBOM
           EXIT SECTION.

       POST-PACKAGING-OF SECTION.
      ******************************************************************
      *    ISSUES THE PACKAGING LINES OF PACK-SANDWICH AT THE BATCH
      *    SITE: PER SANDWICH FOR THE GOOD OUTPUT, PER ORDER FOR THE
      *    DAY'S ORDER LINES.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           MOVE PACK-SANDWICH TO PKB-SANDWICH-ID
           MOVE ZEROS TO PKB-ITEM-ID
           START PACKBOM KEY IS NOT LESS THAN PKB-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ PACKBOM NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF PKB-SANDWICH-ID NOT = PACK-SANDWICH THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF PKB-PER-ORDER THEN
                          COMPUTE PACK-QTY = ORDER-LINES * PKB-QTY
                       ELSE
                          COMPUTE PACK-QTY = WS-PB-GOOD * PKB-QTY
                       END-IF
                       IF PACK-QTY > ZEROS THEN
                          MOVE "SA" TO MC-MOVE-ID
                          MOVE SPACES TO MC-MOVE-SIGN
                          MOVE PKB-ITEM-ID TO MC-INGREDS-ID
                          MOVE ZEROS TO MC-QTY-SUPPLIER,
                             MC-MOVE-SITE-TO, MC-PICK-DATE
                          MOVE PACK-QTY TO MC-QTY-SANDWICH
                          MOVE WS-PB-SITE TO MC-MOVE-SITE
                          CALL "BWSTOCKPOST" USING MOVEMENT-CALL
                          ADD 1 TO PACK-POSTED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       LOAD-RECIPE SECTION.
      ******************************************************************
      *    THE RECIPE LINES OF THE VERSION IN FORCE ON THE BATCH DATE
      *    (SEE BWRECIPEVER).
      ******************************************************************
           MOVE ZEROS TO RCP-MAX
           MOVE SPACES TO EOF-FLAG
           MOVE WS-PB-SANDWICH TO WS-RV-SANDWICH-ID
           MOVE WS-PB-DATE TO WS-RV-DATE
           CALL "BWRECIPEVER" USING WS-RECIPE-VERSION

           OPEN INPUT SRING
           IF SRING-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
              READ SRING NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF SRING-EFFECTIVE-FROM IS NUMERIC THEN
                       MOVE SRING-EFFECTIVE-FROM TO LINE-EFFECTIVE
                    ELSE
                       MOVE ZEROS TO LINE-EFFECTIVE
                    END-IF
                    IF SRING-SANDWICH-ID = WS-PB-SANDWICH
                    AND LINE-EFFECTIVE = WS-RV-BEST
                    AND RCP-MAX < 30 THEN
                       ADD 1 TO RCP-MAX
                       MOVE SRING-INGREDIENT-ID TO
                          RCP-INGREDS-ID (RCP-MAX)
                       MOVE SRING-INGREDIENT-QTD TO RCP-QTY (RCP-MAX)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SRING
           EXIT SECTION.

       POST-ONE-INGREDIENT SECTION.
      ******************************************************************
      *    ISSUES ONE INGREDIENT'S ACTUAL USAGE AT THE BATCH SITE AND
      *    KEEPS IT WITH THE RECIPE QUANTITY AND THE LOTS DRAWN.
      ******************************************************************
           MOVE WS-PB-DATE TO PU-DATE
           MOVE WS-PB-SITE TO PU-SITE
           MOVE WS-PB-SANDWICH TO PU-SANDWICH-ID
           MOVE RCP-INGREDS-ID (RCP-IDX) TO PU-INGREDS-ID
           MOVE RCP-STANDARD (RCP-IDX) TO PU-STANDARD-QTY
           MOVE RCP-ACTUAL (RCP-IDX) TO PU-ACTUAL-QTY
           MOVE ZEROS TO PU-LOT-COUNT
           MOVE SPACES TO PU-LOT-NUMBER (1), PU-LOT-NUMBER (2),
              PU-LOT-NUMBER (3), PU-LOT-NUMBER (4), PU-LOT-NUMBER (5)
           MOVE ZEROS TO PU-LOT-QTY (1), PU-LOT-QTY (2),
              PU-LOT-QTY (3), PU-LOT-QTY (4), PU-LOT-QTY (5)

           IF RCP-ACTUAL (RCP-IDX) > ZEROS THEN
              MOVE "SA" TO MC-MOVE-ID
              MOVE SPACES TO MC-MOVE-SIGN
              MOVE RCP-INGREDS-ID (RCP-IDX) TO MC-INGREDS-ID
              MOVE ZEROS TO MC-QTY-SUPPLIER, MC-MOVE-SITE-TO
              MOVE RCP-ACTUAL (RCP-IDX) TO MC-QTY-SANDWICH
              MOVE WS-PB-SITE TO MC-MOVE-SITE
              MOVE WS-PB-DATE TO MC-PICK-DATE
              CALL "BWSTOCKPOST" USING MOVEMENT-CALL
              PERFORM COLLECT-LOT-DRAWS
           END-IF

           WRITE PU-DETAILS
              INVALID KEY
                 REWRITE PU-DETAILS
                 END-REWRITE
           END-WRITE
           EXIT SECTION.

       COUNT-TRACE-LINES SECTION.
           MOVE ZEROS TO TRACE-COUNT
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT LOTTRACE
           IF LOTTRACE-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ LOTTRACE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    ADD 1 TO TRACE-COUNT
              END-READ
           END-PERFORM
           CLOSE LOTTRACE
           EXIT SECTION.

       COLLECT-LOT-DRAWS SECTION.
      ******************************************************************
      *    THE TRACE LINES BWSTOCKPOST HAS JUST WRITTEN FOR THIS ISSUE
      *    NAME THE LOTS IT WAS DRAWN FROM.
      ******************************************************************
           MOVE ZEROS TO TRACE-COUNT
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT LOTTRACE
           IF LOTTRACE-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ LOTTRACE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    ADD 1 TO TRACE-COUNT
                    IF TRACE-COUNT > TRACE-SEEN
                    AND TR-MOVE-ID = "SA"
                    AND TR-INGREDS-ID = PU-INGREDS-ID
                    AND PU-LOT-COUNT < 5 THEN
                       ADD 1 TO PU-LOT-COUNT
                       MOVE TR-LOT-NUMBER TO
                          PU-LOT-NUMBER (PU-LOT-COUNT)
                       MOVE TR-QTY TO PU-LOT-QTY (PU-LOT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOTTRACE
           MOVE TRACE-COUNT TO TRACE-SEEN
           EXIT SECTION.

       YIELD-REPORT SECTION.
      ******************************************************************
      *    ACTUAL AGAINST RECIPE USAGE PER WEEK AND SANDWICH, THEN PER
      *    SANDWICH FOR THE WHOLE PERIOD, FROM THE POSTED BATCHES.
      ******************************************************************
           MOVE ZEROS TO RPT-FROM, RPT-TO
           DISPLAY CLEAR-SCREEN
           DISPLAY RANGE-SCREEN
           ACCEPT RANGE-SCREEN
           IF KEYSTATUS = 1003 OR RPT-FROM = ZEROS
           OR RPT-TO < RPT-FROM THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO BT-MAX, IT-MAX, PT-MAX
           PERFORM GATHER-BATCHES
           PERFORM GATHER-USAGE

           OPEN OUTPUT YIELDREPORT
           MOVE SPACES TO YIELD-LINE
           STRING "PRODUCTION YIELD VARIANCE " RPT-FROM " TO " RPT-TO
              " (SANDWICH UNITS, POSTED BATCHES)" INTO YIELD-LINE
           END-STRING
           WRITE YIELD-LINE
           END-WRITE

           OPEN INPUT SANDWICHES
           OPEN INPUT FXINGRED
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-MAX
              PERFORM WRITE-WEEK-SANDWICH
           END-PERFORM

           MOVE SPACES TO YIELD-LINE
           WRITE YIELD-LINE
           END-WRITE
           MOVE "WHOLE PERIOD PER SANDWICH" TO YIELD-LINE
           WRITE YIELD-LINE
           END-WRITE
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-MAX
              PERFORM WRITE-PERIOD-SANDWICH
           END-PERFORM
           CLOSE SANDWICHES, FXINGRED

           CLOSE YIELDREPORT
           ACCEPT REPORT-DONE-SCREEN
           EXIT SECTION.

       SET-WEEK-START SECTION.
      *    THE MONDAY OF THE WEEK OF DATE-INT'S DAY.
           COMPUTE DATE-INT = DATE-INT - FUNCTION MOD (DATE-INT - 1, 7)
           COMPUTE WEEK-START = FUNCTION DATE-OF-INTEGER (DATE-INT)
           EXIT SECTION.

       GATHER-BATCHES SECTION.
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT PRODBATCH
           IF PRODBATCH-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE RPT-FROM TO PB-DATE
           MOVE ZEROS TO PB-SITE, PB-SANDWICH-ID
           START PRODBATCH KEY IS NOT LESS THAN PB-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ PRODBATCH NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF PB-DATE > RPT-TO THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF PB-POSTED THEN
                          PERFORM ADD-BATCH-TOTALS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRODBATCH
           EXIT SECTION.

       ADD-BATCH-TOTALS SECTION.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (PB-DATE)
           PERFORM SET-WEEK-START

           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING BT-IDX FROM 1 BY 1
              UNTIL BT-IDX > BT-MAX OR FOUND-FLAG = "Y"
              IF BT-WEEK (BT-IDX) = WEEK-START
              AND BT-SANDWICH-ID (BT-IDX) = PB-SANDWICH-ID THEN
                 MOVE "Y" TO FOUND-FLAG
                 ADD PB-PLANNED-QTY TO BT-PLANNED (BT-IDX)
                 ADD PB-GOOD-QTY TO BT-GOOD (BT-IDX)
                 ADD PB-REJECT-QTY TO BT-REJECTS (BT-IDX)
              END-IF
           END-PERFORM
           IF FOUND-FLAG NOT = "Y" AND BT-MAX < 300 THEN
              ADD 1 TO BT-MAX
              MOVE WEEK-START TO BT-WEEK (BT-MAX)
              MOVE PB-SANDWICH-ID TO BT-SANDWICH-ID (BT-MAX)
              MOVE PB-PLANNED-QTY TO BT-PLANNED (BT-MAX)
              MOVE PB-GOOD-QTY TO BT-GOOD (BT-MAX)
              MOVE PB-REJECT-QTY TO BT-REJECTS (BT-MAX)
           END-IF

           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING PT-IDX FROM 1 BY 1
              UNTIL PT-IDX > PT-MAX OR FOUND-FLAG = "Y"
              IF PT-SANDWICH-ID (PT-IDX) = PB-SANDWICH-ID THEN
                 MOVE "Y" TO FOUND-FLAG
                 ADD PB-GOOD-QTY TO PT-GOOD (PT-IDX)
                 ADD PB-REJECT-QTY TO PT-REJECTS (PT-IDX)
              END-IF
           END-PERFORM
           IF FOUND-FLAG NOT = "Y" AND PT-MAX < 300 THEN
              ADD 1 TO PT-MAX
              MOVE PB-SANDWICH-ID TO PT-SANDWICH-ID (PT-MAX)
              MOVE PB-GOOD-QTY TO PT-GOOD (PT-MAX)
              MOVE PB-REJECT-QTY TO PT-REJECTS (PT-MAX)
              MOVE ZEROS TO PT-STANDARD (PT-MAX), PT-ACTUAL (PT-MAX)
           END-IF
           EXIT SECTION.

       GATHER-USAGE SECTION.
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT PRODUSAGE
           IF PRODUSAGE-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE RPT-FROM TO PU-DATE
           MOVE ZEROS TO PU-SITE, PU-SANDWICH-ID, PU-INGREDS-ID
           START PRODUSAGE KEY IS NOT LESS THAN PU-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ PRODUSAGE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF PU-DATE > RPT-TO THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       PERFORM ADD-USAGE-TOTALS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRODUSAGE
           EXIT SECTION.

       ADD-USAGE-TOTALS SECTION.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (PU-DATE)
           PERFORM SET-WEEK-START

           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING IT-IDX FROM 1 BY 1
              UNTIL IT-IDX > IT-MAX OR FOUND-FLAG = "Y"
              IF IT-WEEK (IT-IDX) = WEEK-START
              AND IT-SANDWICH-ID (IT-IDX) = PU-SANDWICH-ID
              AND IT-INGREDS-ID (IT-IDX) = PU-INGREDS-ID THEN
                 MOVE "Y" TO FOUND-FLAG
                 ADD PU-STANDARD-QTY TO IT-STANDARD (IT-IDX)
                 ADD PU-ACTUAL-QTY TO IT-ACTUAL (IT-IDX)
              END-IF
           END-PERFORM
           IF FOUND-FLAG NOT = "Y" AND IT-MAX < 900 THEN
              ADD 1 TO IT-MAX
              MOVE WEEK-START TO IT-WEEK (IT-MAX)
              MOVE PU-SANDWICH-ID TO IT-SANDWICH-ID (IT-MAX)
              MOVE PU-INGREDS-ID TO IT-INGREDS-ID (IT-MAX)
              MOVE PU-STANDARD-QTY TO IT-STANDARD (IT-MAX)
              MOVE PU-ACTUAL-QTY TO IT-ACTUAL (IT-MAX)
           END-IF

           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-MAX
              IF PT-SANDWICH-ID (PT-IDX) = PU-SANDWICH-ID THEN
                 ADD PU-STANDARD-QTY TO PT-STANDARD (PT-IDX)
                 ADD PU-ACTUAL-QTY TO PT-ACTUAL (PT-IDX)
              END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-WEEK-SANDWICH SECTION.
      ******************************************************************
      *    ONE WEEK AND SANDWICH: OUTPUT AND SPOILAGE, THEN ONE LINE
      *    PER INGREDIENT WITH RECIPE, ACTUAL AND VARIANCE.
      ******************************************************************
           MOVE SPACES TO SANDWICH-NAME
           MOVE BT-SANDWICH-ID (BT-IDX) TO SR-IID
           READ SANDWICHES
              NOT INVALID KEY
                 MOVE SR-S-DESCRIPTION TO SANDWICH-NAME
           END-READ

           MOVE ZEROS TO REJECT-PCT
           IF BT-GOOD (BT-IDX) + BT-REJECTS (BT-IDX) > ZEROS THEN
              COMPUTE REJECT-PCT ROUNDED = BT-REJECTS (BT-IDX) * 100
                 / (BT-GOOD (BT-IDX) + BT-REJECTS (BT-IDX))
           END-IF
           MOVE REJECT-PCT TO ED-REJECT-PCT

           MOVE SPACES TO YIELD-LINE
           WRITE YIELD-LINE
           END-WRITE
           STRING "WEEK OF " BT-WEEK (BT-IDX)
              " | SANDWICH " BT-SANDWICH-ID (BT-IDX)
              " " SANDWICH-NAME
              " | PLANNED " BT-PLANNED (BT-IDX)
              " GOOD " BT-GOOD (BT-IDX)
              " SPOILED " BT-REJECTS (BT-IDX)
              " (" ED-REJECT-PCT " PCT)" INTO YIELD-LINE
           END-STRING
           WRITE YIELD-LINE
           END-WRITE

           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-MAX
              IF IT-WEEK (IT-IDX) = BT-WEEK (BT-IDX)
              AND IT-SANDWICH-ID (IT-IDX) = BT-SANDWICH-ID (BT-IDX)
              THEN
                 MOVE IT-INGREDS-ID (IT-IDX) TO SHOW-ING-ID
                 MOVE IT-STANDARD (IT-IDX) TO SHOW-STANDARD
                 MOVE IT-ACTUAL (IT-IDX) TO SHOW-ACTUAL
                 PERFORM WRITE-VARIANCE-LINE
              END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-PERIOD-SANDWICH SECTION.
           MOVE SPACES TO SANDWICH-NAME
           MOVE PT-SANDWICH-ID (PT-IDX) TO SR-IID
           READ SANDWICHES
              NOT INVALID KEY
                 MOVE SR-S-DESCRIPTION TO SANDWICH-NAME
           END-READ

           MOVE ZEROS TO REJECT-PCT
           IF PT-GOOD (PT-IDX) + PT-REJECTS (PT-IDX) > ZEROS THEN
              COMPUTE REJECT-PCT ROUNDED = PT-REJECTS (PT-IDX) * 100
                 / (PT-GOOD (PT-IDX) + PT-REJECTS (PT-IDX))
           END-IF
           MOVE REJECT-PCT TO ED-REJECT-PCT

           MOVE ZEROS TO SHOW-ING-ID
           MOVE PT-STANDARD (PT-IDX) TO SHOW-STANDARD
           MOVE PT-ACTUAL (PT-IDX) TO SHOW-ACTUAL
           PERFORM COMPUTE-VARIANCE

           MOVE SPACES TO YIELD-LINE
           STRING "SANDWICH " PT-SANDWICH-ID (PT-IDX)
              " " SANDWICH-NAME
              " | GOOD " PT-GOOD (PT-IDX)
              " SPOILED " PT-REJECTS (PT-IDX)
              " (" ED-REJECT-PCT " PCT)"
              " | RECIPE " PT-STANDARD (PT-IDX)
              " ACTUAL " PT-ACTUAL (PT-IDX)
              " VAR " ED-VARIANCE
              " (" ED-PCT " PCT)" INTO YIELD-LINE
           END-STRING
           WRITE YIELD-LINE
           END-WRITE
           EXIT SECTION.

       WRITE-VARIANCE-LINE SECTION.
           MOVE SPACES TO SHOW-ING-NAME
           MOVE SHOW-ING-ID TO ING-ID
           READ FXINGRED
              NOT INVALID KEY
                 MOVE ING-NAME TO SHOW-ING-NAME
           END-READ

           PERFORM COMPUTE-VARIANCE

           MOVE SPACES TO YIELD-LINE
           STRING "   INGREDIENT " SHOW-ING-ID
              " " SHOW-ING-NAME
              " | RECIPE " SHOW-STANDARD
              " ACTUAL " SHOW-ACTUAL
              " VAR " ED-VARIANCE
              " (" ED-PCT " PCT)" INTO YIELD-LINE
           END-STRING
           WRITE YIELD-LINE
           END-WRITE
           EXIT SECTION.

       COMPUTE-VARIANCE SECTION.
      *    VARIANCE = ACTUAL - RECIPE, AND AS A PERCENTAGE OF RECIPE.
           COMPUTE VARIANCE-QTY = SHOW-ACTUAL - SHOW-STANDARD
           MOVE ZEROS TO VARIANCE-PCT
           IF SHOW-STANDARD > ZEROS THEN
              COMPUTE VARIANCE-PCT ROUNDED =
                 VARIANCE-QTY * 100 / SHOW-STANDARD
           END-IF
           MOVE VARIANCE-QTY TO ED-VARIANCE
           MOVE VARIANCE-PCT TO ED-PCT
           EXIT SECTION.

       END PROGRAM BWPRODBATCH.
