      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCING KITCHEN SITES | V1 | 15.10.2026
      ******************************************************************
      *    MAINTAINS WHICH KITCHEN SITE PRODUCES EACH SCHOOL'S ORDERS
      *    (SCHOOL-PRODUCING-SITE, ZERO = SITE 01, THE MAIN KITCHEN).
      *    NEW ORDERS TAKE THE SCHOOL'S SITE BY DEFAULT (RSOREGISTER,
      *    BWORDIMPORT, BWSTANDING, BWMENUPLAN). THE SCHOOLS ARE
      *    LISTED SITE BY SITE IN SCHOOLSITES.RPT. AN ORDER ALREADY
      *    REGISTERED CAN BE MOVED TO THE OTHER KITCHEN - ALL ITS
      *    LINES - E.G. FROM THE REBALANCING REPORT (BWREBAL): ITS
      *    INGREDIENT RESERVATION MOVES WITH IT (BWRESERVE) AND THE
      *    NEW SITE'S CAPACITY FOR THE DELIVERY HOUR IS CHECKED FIRST
      *    (BWCAPGATE). EVERY CHANGE IS AUDITED (BWAUDIT).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWSCHSITE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT SITEREPORT ASSIGN TO "SCHOOLSITES.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SITEREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  ORDERS.
       COPY RSOFD.

       FD  SITEREPORT.
       01  REP-LINE                             PIC X(100).

       WORKING-STORAGE SECTION.
       77  SCHOOL-FS                            PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  SITEREPORT-FS                        PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  EOF-FLAG                             PIC X(001).
       77  ENTRY-SCHOOL                         PIC 9(003).
       77  ENTRY-SITE                           PIC 9(002).
       77  ENTRY-ORDER                          PIC 9(005).
       77  ENTRY-CONFIRM                        PIC X(001).
       77  OLD-SITE                             PIC 9(002).
       77  SCHOOL-SITE                          PIC 9(002).
       77  LIST-SITE                            PIC 9(002).
       77  MAX-SITE                             PIC 9(002) VALUE 10.
       77  COUNT-SITE                           PIC 9(004).
       77  COUNT-LISTED                         PIC 9(004).
       77  MOVE-HEADER-ID                       PIC 9(005).
       77  MOVE-IDX                             PIC 9(003).
       77  MOVE-MAX                             PIC 9(003).
       77  MOVE-QUANTITY                        PIC 9(005).
       77  MOVE-DATE                            PIC 9(008).
       77  MOVE-HOUR                            PIC 9(002).
       77  COUNT-SHORT                          PIC 9(003).
       01  MOVE-LINES-TABLE.
           05 MOVE-LINE-ID OCCURS 30 TIMES      PIC 9(005).

       01  RESERVE-CALL.
           05 RC-ACTION                         PIC X(001).
           05 RC-ORDERS-ID                      PIC 9(005).
           05 RC-SANDWICH                       PIC 9(003).
           05 RC-QUANTITY                       PIC 9(003).
           05 RC-SHORT                          PIC X(001).
           05 RC-SHORT-ING                      PIC 9(003).
           05 RC-SITE                           PIC 9(002).
           05 RC-HELD-COUNT                     PIC 9(003) VALUE ZEROS.
           05 RC-HELD OCCURS 100 TIMES.
               10 RC-HELD-ING                   PIC 9(003).
               10 RC-HELD-QTY                   PIC 9(009).

       01  LK-CAP.
           05 LC-DATE                           PIC 9(008).
           05 LC-HOUR                           PIC 9(002).
           05 LC-QUANTITY                       PIC 9(005).
           05 LC-SITE                           PIC 9(002).
           05 LC-LOAD                           PIC 9(006).
           05 LC-CAPACITY                       PIC 9(005).
           05 LC-WARNING                        PIC X(001).

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
           05 VALUE "BREADWICH | PRODUCING KITCHEN SITES" LINE 02
              COL 44.
           05 VALUE "1 - SET A SCHOOL'S PRODUCING SITE" LINE 08 COL 44.
           05 VALUE "2 - LIST THE SCHOOLS PER SITE" LINE 10 COL 44.
           05 VALUE "3 - MOVE AN ORDER TO ANOTHER SITE" LINE 12 COL 44.
           05 VALUE "0 - EXIT" LINE 14 COL 44.
           05 VALUE "OPTION:" LINE 18 COL 44.
           05 SS-OPTION PIC 9(001) LINE 18 COL 52 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  SCHOOL-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SCHOOL INTERNAL ID:" LINE 08 COL 30.
           05 SS-S-ID PIC 9(003) LINE 08 COL 50 TO ENTRY-SCHOOL
              BLANK WHEN ZERO.
           05 VALUE "PRODUCING SITE (0 = MAIN KITCHEN 01):"
              LINE 10 COL 30.
           05 SS-S-SITE PIC 9(002) LINE 10 COL 68 TO ENTRY-SITE
              BLANK WHEN ZERO.

       01  LIST-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SITE TO LIST (0 = ALL SITES):" LINE 08 COL 30.
           05 SS-L-SITE PIC 9(002) LINE 08 COL 60 TO LIST-SITE
              BLANK WHEN ZERO.

       01  ORDER-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "ORDER ID:" LINE 08 COL 30.
           05 SS-O-ID PIC 9(005) LINE 08 COL 40 TO ENTRY-ORDER
              BLANK WHEN ZERO.
           05 VALUE "MOVE TO SITE:" LINE 10 COL 30.
           05 SS-O-SITE PIC 9(002) LINE 10 COL 44 TO ENTRY-SITE
              BLANK WHEN ZERO.

       01  OVER-CAPACITY-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "THE NEW SITE IS OVER CAPACITY FOR THAT HOUR - LOAD"
              LINE 20 COL 20.
           05 SC-LOAD PIC Z(5)9 LINE 20 COL PLUS 1 FROM LC-LOAD.
           05 VALUE "CAPACITY" LINE 20 COL PLUS 1.
           05 SC-CAP PIC Z(4)9 LINE 20 COL PLUS 1 FROM LC-CAPACITY.
           05 VALUE "MOVE ANYWAY (Y/N)?" LINE 22 COL 20.
           05 SC-CONFIRM PIC X(001) LINE 22 COL 39 TO ENTRY-CONFIRM.

       01  SHORT-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "MOVED - LINES SHORT OF INGREDIENTS AT THE NEW SITE"
              LINE 20 COL 20.
           05 SH-COUNT PIC ZZ9 LINE 20 COL PLUS 1 FROM COUNT-SHORT.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NOT-FOUND-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "SCHOOL NOT FOUND" LINE 20 COL 52.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NO-ORDER-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "ORDER NOT FOUND OR ALREADY MADE AT THAT SITE"
              LINE 20 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  REPORT-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SEE SCHOOLSITES.RPT - PRESS ANY KEY" LINE 24
              COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM SET-SCHOOL-SITE
                 WHEN 2 PERFORM LIST-SCHOOL-SITES
                 WHEN 3 PERFORM MOVE-ORDER-SITE
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       SET-SCHOOL-SITE SECTION.
      ******************************************************************
      *    SETS THE SITE THAT PRODUCES A SCHOOL'S NEW ORDERS. ORDERS
      *    ALREADY REGISTERED KEEP THEIR SITE (SEE OPTION 3).
      ******************************************************************
           MOVE ZEROS TO ENTRY-SCHOOL, ENTRY-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT SCHOOL-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-SCHOOL = ZEROS THEN
              EXIT SECTION
           END-IF
           IF ENTRY-SITE = ZEROS THEN
              MOVE 1 TO ENTRY-SITE
           END-IF

           OPEN I-O SCHOOLS
           IF SCHOOL-FS NOT = 00 THEN
              ACCEPT NOT-FOUND-SCREEN
              EXIT SECTION
           END-IF

           MOVE ENTRY-SCHOOL TO SCHOOL-INTERNAL-ID
           READ SCHOOLS RECORD
              INVALID KEY
                 CLOSE SCHOOLS
                 ACCEPT NOT-FOUND-SCREEN
                 EXIT SECTION
           END-READ

           PERFORM SET-SCHOOL-SITE-FROM-RECORD
           MOVE SCHOOL-SITE TO OLD-SITE
           MOVE ENTRY-SITE TO SCHOOL-PRODUCING-SITE
           REWRITE SCHOOL-DETAILS
           END-REWRITE
           CLOSE SCHOOLS

           MOVE "BWSCHSITE" TO AC-PROGRAM
           MOVE "SCHOOLSITE" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING "SCHOOL " ENTRY-SCHOOL INTO AC-KEY
           END-STRING
           STRING "PRODUCING SITE " OLD-SITE INTO AC-BEFORE
           END-STRING
           STRING "PRODUCING SITE " ENTRY-SITE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       SET-SCHOOL-SITE-FROM-RECORD SECTION.
           IF SCHOOL-PRODUCING-SITE IS NUMERIC AND
              SCHOOL-PRODUCING-SITE > ZEROS THEN
              MOVE SCHOOL-PRODUCING-SITE TO SCHOOL-SITE
           ELSE
              MOVE 1 TO SCHOOL-SITE
           END-IF
           EXIT SECTION.

       LIST-SCHOOL-SITES SECTION.
      ******************************************************************
      *    LISTS THE ACTIVE AND INACTIVE SCHOOLS SITE BY SITE, WITH A
      *    COUNT PER SITE, FOR ONE SITE OR ALL OF THEM.
      ******************************************************************
           MOVE ZEROS TO LIST-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT LIST-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SCHOOLS
           IF SCHOOL-FS NOT = 00 THEN
              ACCEPT NOT-FOUND-SCREEN
              EXIT SECTION
           END-IF
           OPEN OUTPUT SITEREPORT

           MOVE "BREADWICH | SCHOOLS PER PRODUCING KITCHEN SITE"
              TO REP-LINE
           WRITE REP-LINE
           MOVE ZEROS TO COUNT-LISTED

           IF LIST-SITE > ZEROS THEN
              PERFORM LIST-ONE-SITE
           ELSE
              PERFORM VARYING LIST-SITE FROM 1 BY 1
                 UNTIL LIST-SITE > MAX-SITE
                 PERFORM LIST-ONE-SITE
              END-PERFORM
           END-IF

           MOVE SPACES TO REP-LINE
           WRITE REP-LINE
           MOVE SPACES TO REP-LINE
           STRING "SCHOOLS LISTED: " COUNT-LISTED INTO REP-LINE
           END-STRING
           WRITE REP-LINE

           CLOSE SCHOOLS
           CLOSE SITEREPORT
           ACCEPT REPORT-DONE-SCREEN
           EXIT SECTION.

       LIST-ONE-SITE SECTION.
      ******************************************************************
      *    ONE PASS OVER SCHOOLS; THE SITE HEADING IS WRITTEN WITH THE
      *    FIRST SCHOOL FOUND, SO SITES WITH NO SCHOOLS ARE SKIPPED.
      ******************************************************************
           MOVE ZEROS TO COUNT-SITE
           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO SCHOOL-INTERNAL-ID
           START SCHOOLS KEY IS NOT LESS THAN SCHOOL-INTERNAL-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ SCHOOLS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM SET-SCHOOL-SITE-FROM-RECORD
                    IF SCHOOL-SITE = LIST-SITE THEN
                       IF COUNT-SITE = ZEROS THEN
                          MOVE SPACES TO REP-LINE
                          WRITE REP-LINE
                          MOVE SPACES TO REP-LINE
                          STRING "KITCHEN SITE " LIST-SITE
                             INTO REP-LINE
                          END-STRING
                          WRITE REP-LINE
                       END-IF
                       ADD 1 TO COUNT-SITE
                       ADD 1 TO COUNT-LISTED
                       MOVE SPACES TO REP-LINE
                       STRING "  " SCHOOL-INTERNAL-ID " "
                          SCHOOL-EXTERNAL-ID " "
                          SCHOOL-DESIGNATION1 (1:40) " "
                          SCHOOL-TOWN (1:20)
                          INTO REP-LINE
                       END-STRING
                       IF SCHOOL-IS-ACTIVE NOT = 1 THEN
                          MOVE "INACTIVE" TO REP-LINE (92:8)
                       END-IF
                       WRITE REP-LINE
                    END-IF
              END-READ
           END-PERFORM

           IF COUNT-SITE > ZEROS THEN
              MOVE SPACES TO REP-LINE
              STRING "  SCHOOLS AT THE SITE: " COUNT-SITE
                 INTO REP-LINE
              END-STRING
              WRITE REP-LINE
           END-IF
           EXIT SECTION.

       MOVE-ORDER-SITE SECTION.
      ******************************************************************
      *    MOVES A REGISTERED ORDER - ALL ITS LINES - TO ANOTHER
      *    KITCHEN SITE. THE NEW SITE'S CAPACITY FOR THE DELIVERY HOUR
      *    IS CHECKED FIRST; EACH LINE'S RESERVATION IS RELEASED AND
      *    TAKEN AGAIN AT THE NEW SITE.
      ******************************************************************
           MOVE ZEROS TO ENTRY-ORDER, ENTRY-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT ORDER-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-ORDER = ZEROS THEN
              EXIT SECTION
           END-IF
           IF ENTRY-SITE = ZEROS THEN
              MOVE 1 TO ENTRY-SITE
           END-IF

           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              ACCEPT NO-ORDER-SCREEN
              EXIT SECTION
           END-IF
           PERFORM COLLECT-ORDER-LINES
           CLOSE ORDERS

           IF MOVE-MAX = ZEROS THEN
              ACCEPT NO-ORDER-SCREEN
              EXIT SECTION
           END-IF

           MOVE MOVE-DATE TO LC-DATE
           MOVE MOVE-HOUR TO LC-HOUR
           MOVE MOVE-QUANTITY TO LC-QUANTITY
           MOVE ENTRY-SITE TO LC-SITE
           CALL "BWCAPGATE" USING LK-CAP
           IF LC-WARNING = "Y" THEN
              MOVE SPACES TO ENTRY-CONFIRM
              ACCEPT OVER-CAPACITY-SCREEN
              IF KEYSTATUS = 1003 OR
                 (ENTRY-CONFIRM NOT = "Y" AND ENTRY-CONFIRM NOT = "y")
                 THEN
                 EXIT SECTION
              END-IF
           END-IF

           MOVE ZEROS TO COUNT-SHORT
           OPEN I-O ORDERS
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
              UNTIL MOVE-IDX > MOVE-MAX
              MOVE MOVE-LINE-ID (MOVE-IDX) TO FD-ORDERS-ID
              READ ORDERS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM MOVE-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE ORDERS

           MOVE "BWSCHSITE" TO AC-PROGRAM
           MOVE "MOVESITE" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING "ORDER " MOVE-HEADER-ID INTO AC-KEY
           END-STRING
           STRING "PRODUCING SITE " OLD-SITE INTO AC-BEFORE
           END-STRING
           STRING "PRODUCING SITE " ENTRY-SITE " LINES " MOVE-MAX
              INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           IF COUNT-SHORT > ZEROS THEN
              ACCEPT SHORT-SCREEN
           ELSE
              ACCEPT DONE-SCREEN
           END-IF
           EXIT SECTION.

       COLLECT-ORDER-LINES SECTION.
      ******************************************************************
      *    THE ORDER MAY BE KEYED BY THE ORDER NUMBER OR BY ONE OF ITS
      *    LINES. THE LINES STILL AT ANOTHER SITE ARE COLLECTED, WITH
      *    THEIR TOTAL QUANTITY AND THE DELIVERY SLOT, THROUGH THE
      *    ORDER-NUMBER ACCESS PATH (AS IN BWREDELIV).
      ******************************************************************
           MOVE ENTRY-ORDER TO MOVE-HEADER-ID
           MOVE ZEROS TO MOVE-MAX, MOVE-QUANTITY, MOVE-DATE, MOVE-HOUR
           MOVE ZEROS TO OLD-SITE
           MOVE ENTRY-ORDER TO FD-ORDERS-ID
           READ ORDERS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FD-ORDERS-HEADER-ID = ZEROS THEN
                    PERFORM COLLECT-ONE-LINE
                    EXIT SECTION
                 ELSE
                    MOVE FD-ORDERS-HEADER-ID TO MOVE-HEADER-ID
                 END-IF
           END-READ

           MOVE SPACES TO EOF-FLAG
           MOVE MOVE-HEADER-ID TO FD-ORDERS-HEADER-ID
           START ORDERS KEY IS EQUAL FD-ORDERS-HEADER-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FD-ORDERS-HEADER-ID NOT = MOVE-HEADER-ID
                    OR MOVE-MAX >= 30 THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       PERFORM COLLECT-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       COLLECT-ONE-LINE SECTION.
           IF FD-ORDERS-SITE-ID IS NUMERIC AND
              FD-ORDERS-SITE-ID > ZEROS THEN
              MOVE FD-ORDERS-SITE-ID TO SCHOOL-SITE
           ELSE
              MOVE 1 TO SCHOOL-SITE
           END-IF
           IF SCHOOL-SITE = ENTRY-SITE THEN
              EXIT SECTION
           END-IF

           ADD 1 TO MOVE-MAX
           MOVE FD-ORDERS-ID TO MOVE-LINE-ID (MOVE-MAX)
           ADD FD-ORDERS-QUANTITY TO MOVE-QUANTITY
           MOVE FD-DELIVERY-DATE TO MOVE-DATE
           MOVE FD-DELIVERY-HOUR TO MOVE-HOUR
           MOVE SCHOOL-SITE TO OLD-SITE
           EXIT SECTION.

       MOVE-ONE-LINE SECTION.
      *    THE RESERVATION FOLLOWS THE LINE: RELEASED, THEN TAKEN
      *    AGAIN AGAINST THE NEW SITE'S STOCK (SEE BWRESERVE).
           MOVE "L" TO RC-ACTION
           MOVE FD-ORDERS-ID TO RC-ORDERS-ID
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO RC-SANDWICH
           MOVE FD-ORDERS-QUANTITY TO RC-QUANTITY
           MOVE FD-ORDERS-SITE-ID TO RC-SITE
           CALL "BWRESERVE" USING RESERVE-CALL

           MOVE ENTRY-SITE TO RC-SITE
           MOVE "C" TO RC-ACTION
           CALL "BWRESERVE" USING RESERVE-CALL
           IF RC-SHORT = "Y" THEN
              ADD 1 TO COUNT-SHORT
           END-IF
           MOVE "R" TO RC-ACTION
           CALL "BWRESERVE" USING RESERVE-CALL

           MOVE ENTRY-SITE TO FD-ORDERS-SITE-ID
           REWRITE FD-ORDERS
           END-REWRITE
           EXIT SECTION.
