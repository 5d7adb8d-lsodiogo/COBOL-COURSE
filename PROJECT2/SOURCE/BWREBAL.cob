      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | KITCHEN SITE REBALANCING REPORT | V1 | 15.10.2026
      ******************************************************************
      *    FOR A CHOSEN DELIVERY DATE, FINDS EVERY DELIVERY HOUR WHERE
      *    A KITCHEN SITE IS BOOKED OVER ITS CAPACITY - THE LOAD AND
      *    CAPACITY BWCAPGATE GIVES AT ORDER INTAKE (ROSTERED LINE
      *    STAFF OR THE CAPACITY PROFILE) - AND LISTS THE ORDERS MADE
      *    THERE IN THAT HOUR WITH THEIR QUANTITY. EACH ORDER THE OTHER
      *    KITCHEN HAS ROOM FOR IN THE SAME HOUR IS MARKED "COULD MOVE
      *    TO SITE NN", UNTIL THE EXCESS IS COVERED; THE ROOM ALREADY
      *    OFFERED TO EARLIER ORDERS IS TAKEN INTO ACCOUNT. THE MOVE
      *    ITSELF IS MADE WITH BWSCHSITE (OPTION 3). THE REPORT IS
      *    WRITTEN TO REBALANCE.RPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWREBAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT REBALREPORT ASSIGN TO "REBALANCE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REBALREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  REBALREPORT.
       01  REP-LINE                             PIC X(100).

       WORKING-STORAGE SECTION.
       77  ORDERS-FS                            PIC 9(002).
       77  REBALREPORT-FS                       PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  EOF-FLAG                             PIC X(001).
       77  FOUND-FLAG                           PIC X(001).
       77  REBAL-DATE                           PIC 9(008).
       77  ORDER-SITE                           PIC 9(002).
       77  ORDER-KEY                            PIC 9(005).
       77  OVER-SITE-IDX                        PIC 9(002).
       77  HOUR-IDX                             PIC 9(002).
       77  REBAL-HOUR                           PIC 9(002).
       77  OTHER-IDX                            PIC 9(002).
       77  ORD-IDX                              PIC 9(003).
       77  HOUR-LOAD                            PIC 9(006).
       77  HOUR-CAPACITY                        PIC 9(005).
       77  REMAIN-EXCESS                        PIC S9(006).
       77  COUNT-OVER                           PIC 9(004).
       77  COUNT-SUGGESTED                      PIC 9(004).
       77  MOVE-TEXT                            PIC X(030).
       77  EDIT-QTY                             PIC Z(4)9.
       77  EDIT-LOAD                            PIC Z(5)9.
       77  EDIT-CAP                             PIC Z(4)9.

      *    THE SITES WITH ORDERS ON THE DAY (ALWAYS 01 AND 02), WITH
      *    THE QUANTITY BOOKED PER DELIVERY HOUR (HOUR 00 = SLOT 1) AND
      *    THE QUANTITY ALREADY OFFERED TO THEM BY THIS REPORT.
       01  SITE-TABLE.
           05 SITE-MAX                          PIC 9(002).
           05 SITE-ENTRY OCCURS 10 TIMES.
               10 SITE-ID                       PIC 9(002).
               10 SITE-HOUR-QTY OCCURS 24 TIMES PIC 9(006).
               10 SITE-HOUR-OFFERED OCCURS 24 TIMES
                                                PIC 9(006).
       77  SITE-IDX                             PIC 9(002).

      *    THE ORDERS OF ONE OVERBOOKED SITE AND HOUR.
       01  HOUR-ORDERS-TABLE.
           05 ORD-MAX                           PIC 9(003).
           05 ORD-ENTRY OCCURS 100 TIMES.
               10 ORD-KEY                       PIC 9(005).
               10 ORD-SCHOOL                    PIC 9(003).
               10 ORD-LINES                     PIC 9(003).
               10 ORD-QTY                       PIC 9(005).

       01  LK-CAP.
           05 LC-DATE                           PIC 9(008).
           05 LC-HOUR                           PIC 9(002).
           05 LC-QUANTITY                       PIC 9(005).
           05 LC-SITE                           PIC 9(002).
           05 LC-LOAD                           PIC 9(006).
           05 LC-CAPACITY                       PIC 9(005).
           05 LC-WARNING                        PIC X(001).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DATE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | KITCHEN SITE REBALANCING"
              LINE 03 COL 40.
           05 VALUE "DELIVERY DATE (YYYYMMDD):" LINE 08 COL 30.
           05 SS-DATE PIC 9(008) LINE 08 COL 56 TO REBAL-DATE
              BLANK WHEN ZERO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "REPORT WRITTEN TO REBALANCE.RPT - PRESS ANY KEY"
              LINE 20 COL 38.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
      ******************************************************************
      *    ASKS FOR THE DELIVERY DATE, BOOKS THE DAY'S ORDERS PER SITE
      *    AND HOUR AND REPORTS THE OVERBOOKED HOURS.
      ******************************************************************
           MOVE ZEROS TO REBAL-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY DATE-SCREEN
           ACCEPT DATE-SCREEN
           IF KEYSTATUS = 1003 OR REBAL-DATE = ZEROS THEN
              STOP RUN
           END-IF

           INITIALIZE SITE-TABLE
           MOVE 2 TO SITE-MAX
           MOVE 1 TO SITE-ID (1)
           MOVE 2 TO SITE-ID (2)
           PERFORM LOAD-DAY-ORDERS

           OPEN OUTPUT REBALREPORT
           MOVE SPACES TO REP-LINE
           STRING "KITCHEN SITE REBALANCING FOR " REBAL-DATE
              INTO REP-LINE
           END-STRING
           WRITE REP-LINE
           MOVE SPACES TO REP-LINE
           WRITE REP-LINE

           MOVE ZEROS TO COUNT-OVER, COUNT-SUGGESTED
           PERFORM VARYING OVER-SITE-IDX FROM 1 BY 1
              UNTIL OVER-SITE-IDX > SITE-MAX
              PERFORM VARYING HOUR-IDX FROM 1 BY 1
                 UNTIL HOUR-IDX > 24
                 IF SITE-HOUR-QTY (OVER-SITE-IDX, HOUR-IDX) > ZEROS
                    THEN
                    PERFORM CHECK-SITE-HOUR
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO REP-LINE
           WRITE REP-LINE
           MOVE SPACES TO REP-LINE
           IF COUNT-OVER = ZEROS THEN
              MOVE "NO SITE IS OVER CAPACITY ON THIS DATE." TO REP-LINE
           ELSE
              STRING "HOURS OVER CAPACITY: " COUNT-OVER
                 "  ORDERS THAT COULD MOVE: " COUNT-SUGGESTED
                 INTO REP-LINE
              END-STRING
           END-IF
           WRITE REP-LINE
           CLOSE REBALREPORT

           ACCEPT DONE-SCREEN
           STOP RUN.

       LOAD-DAY-ORDERS SECTION.
      ******************************************************************
      *    BOOKS THE QUANTITY OF EVERY ORDER LINE OF THE DATE AGAINST
      *    ITS SITE (ZERO = 01) AND DELIVERY HOUR.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE REBAL-DATE TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FD-DELIVERY-DATE NOT = REBAL-DATE THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       PERFORM SET-ORDER-SITE
                       PERFORM FIND-SITE
                       IF SITE-IDX > ZEROS AND FD-DELIVERY-HOUR < 24
                          THEN
                          COMPUTE HOUR-IDX = FD-DELIVERY-HOUR + 1
                          ADD FD-ORDERS-QUANTITY TO
                             SITE-HOUR-QTY (SITE-IDX, HOUR-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDERS
           EXIT SECTION.

       SET-ORDER-SITE SECTION.
           IF FD-ORDERS-SITE-ID IS NUMERIC AND
              FD-ORDERS-SITE-ID > ZEROS THEN
              MOVE FD-ORDERS-SITE-ID TO ORDER-SITE
           ELSE
              MOVE 1 TO ORDER-SITE
           END-IF
           EXIT SECTION.

       FIND-SITE SECTION.
      ******************************************************************
      *    SITE-IDX = THE ORDER SITE'S SLOT, ADDED WHEN NEW (ZERO WHEN
      *    THE TABLE IS FULL).
      ******************************************************************
           MOVE ZEROS TO SITE-IDX
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
              UNTIL OTHER-IDX > SITE-MAX OR SITE-IDX > ZEROS
              IF SITE-ID (OTHER-IDX) = ORDER-SITE THEN
                 MOVE OTHER-IDX TO SITE-IDX
              END-IF
           END-PERFORM
           IF SITE-IDX = ZEROS AND SITE-MAX < 10 THEN
              ADD 1 TO SITE-MAX
              MOVE ORDER-SITE TO SITE-ID (SITE-MAX)
              MOVE SITE-MAX TO SITE-IDX
           END-IF
           EXIT SECTION.

       CHECK-SITE-HOUR SECTION.
      ******************************************************************
      *    ASKS BWCAPGATE FOR THE SITE'S LOAD AND CAPACITY IN THE HOUR
      *    (QUANTITY ZERO) AND, WHEN OVERBOOKED, LISTS ITS ORDERS.
      ******************************************************************
           COMPUTE REBAL-HOUR = HOUR-IDX - 1
           MOVE REBAL-DATE TO LC-DATE
           MOVE REBAL-HOUR TO LC-HOUR
           MOVE ZEROS TO LC-QUANTITY
           MOVE SITE-ID (OVER-SITE-IDX) TO LC-SITE
           CALL "BWCAPGATE" USING LK-CAP
           IF LC-CAPACITY = ZEROS OR LC-LOAD NOT > LC-CAPACITY THEN
              EXIT SECTION
           END-IF

           ADD 1 TO COUNT-OVER
           MOVE LC-LOAD TO HOUR-LOAD
           MOVE LC-CAPACITY TO HOUR-CAPACITY
           COMPUTE REMAIN-EXCESS = HOUR-LOAD - HOUR-CAPACITY
           MOVE HOUR-LOAD TO EDIT-LOAD
           MOVE HOUR-CAPACITY TO EDIT-CAP
           MOVE SPACES TO REP-LINE
           STRING "KITCHEN SITE " SITE-ID (OVER-SITE-IDX)
              " HOUR " REBAL-HOUR ":00 - LOAD " EDIT-LOAD
              " CAPACITY " EDIT-CAP " - OVER CAPACITY"
              INTO REP-LINE
           END-STRING
           WRITE REP-LINE

           PERFORM COLLECT-HOUR-ORDERS
           PERFORM VARYING ORD-IDX FROM 1 BY 1
              UNTIL ORD-IDX > ORD-MAX
              PERFORM WRITE-ORDER-LINE
           END-PERFORM

           MOVE SPACES TO REP-LINE
           WRITE REP-LINE
           EXIT SECTION.

       COLLECT-HOUR-ORDERS SECTION.
      ******************************************************************
      *    TOTALS THE LINES MADE AT THE SITE IN THE HOUR PER ORDER
      *    (LINES WITHOUT AN ORDER NUMBER STAND ON THEIR OWN).
      ******************************************************************
           MOVE ZEROS TO ORD-MAX
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE REBAL-DATE TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FD-DELIVERY-DATE NOT = REBAL-DATE THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       PERFORM SET-ORDER-SITE
                       IF ORDER-SITE = SITE-ID (OVER-SITE-IDX) AND
                          FD-DELIVERY-HOUR = REBAL-HOUR THEN
                          PERFORM ADD-HOUR-ORDER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDERS
           EXIT SECTION.

       ADD-HOUR-ORDER SECTION.
           IF FD-ORDERS-HEADER-ID = ZEROS THEN
              MOVE FD-ORDERS-ID TO ORDER-KEY
           ELSE
              MOVE FD-ORDERS-HEADER-ID TO ORDER-KEY
           END-IF

           MOVE "N" TO FOUND-FLAG
           PERFORM VARYING ORD-IDX FROM 1 BY 1
              UNTIL ORD-IDX > ORD-MAX OR FOUND-FLAG = "Y"
              IF ORD-KEY (ORD-IDX) = ORDER-KEY THEN
                 MOVE "Y" TO FOUND-FLAG
                 ADD 1 TO ORD-LINES (ORD-IDX)
                 ADD FD-ORDERS-QUANTITY TO ORD-QTY (ORD-IDX)
              END-IF
           END-PERFORM
           IF FOUND-FLAG = "N" AND ORD-MAX < 100 THEN
              ADD 1 TO ORD-MAX
              MOVE ORDER-KEY TO ORD-KEY (ORD-MAX)
              MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO ORD-SCHOOL (ORD-MAX)
              MOVE 1 TO ORD-LINES (ORD-MAX)
              MOVE FD-ORDERS-QUANTITY TO ORD-QTY (ORD-MAX)
           END-IF
           EXIT SECTION.

       WRITE-ORDER-LINE SECTION.
      ******************************************************************
      *    ONE LINE PER ORDER. WHILE THE HOUR IS STILL OVER, THE FIRST
      *    OTHER SITE WITH ROOM FOR THE WHOLE ORDER IS SUGGESTED AND
      *    THE ROOM IS SET ASIDE FOR IT.
      ******************************************************************
           MOVE SPACES TO MOVE-TEXT
           IF REMAIN-EXCESS > ZEROS THEN
              PERFORM FIND-ROOM-ELSEWHERE
           END-IF

           MOVE ORD-QTY (ORD-IDX) TO EDIT-QTY
           MOVE SPACES TO REP-LINE
           STRING "  ORDER " ORD-KEY (ORD-IDX)
              " SCHOOL " ORD-SCHOOL (ORD-IDX)
              " LINES " ORD-LINES (ORD-IDX)
              " QUANTITY " EDIT-QTY "  " MOVE-TEXT
              INTO REP-LINE
           END-STRING
           WRITE REP-LINE
           EXIT SECTION.

       FIND-ROOM-ELSEWHERE SECTION.
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
              UNTIL OTHER-IDX > SITE-MAX OR MOVE-TEXT NOT = SPACES
              IF OTHER-IDX NOT = OVER-SITE-IDX THEN
                 MOVE REBAL-DATE TO LC-DATE
                 MOVE REBAL-HOUR TO LC-HOUR
                 MOVE ORD-QTY (ORD-IDX) TO LC-QUANTITY
                 MOVE SITE-ID (OTHER-IDX) TO LC-SITE
                 CALL "BWCAPGATE" USING LK-CAP
                 IF LC-CAPACITY > ZEROS AND
                    LC-LOAD + SITE-HOUR-OFFERED (OTHER-IDX, HOUR-IDX)
                    NOT > LC-CAPACITY THEN
                    ADD ORD-QTY (ORD-IDX) TO
                       SITE-HOUR-OFFERED (OTHER-IDX, HOUR-IDX)
                    SUBTRACT ORD-QTY (ORD-IDX) FROM REMAIN-EXCESS
                    ADD 1 TO COUNT-SUGGESTED
                    STRING "COULD MOVE TO SITE " SITE-ID (OTHER-IDX)
                       INTO MOVE-TEXT
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.
