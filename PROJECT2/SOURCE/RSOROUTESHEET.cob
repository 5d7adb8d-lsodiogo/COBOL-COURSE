      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    DRIVER ROUTE SHEET FOR TODAY'S DELIVERIES | V1 | 09.08.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | ONE ORDER HEADING PER ORDER WITH ITS
      *    SANDWICH LINES LISTED UNDERNEATH.
      *    V1.2 | 15.10.2026 | ONE SHEET PER PRODUCING KITCHEN SITE:
      *    THE ORDERS ARE GROUPED BY SITE (ZERO = 01) AND EACH SITE
      *    STARTS ON A NEW PAGE UNDER ITS OWN HEADING.
      ******************************************************************

       IDENTIFICATION DIVISION.
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES.

           SELECT FILEREPORT ASSIGN TO "RSOROUTESHEET.RPT".

           05  TODAY-MONTH                    PIC 9(002).
           05  TODAY-DAY                      PIC 9(002).

       77  LAST-HEADER-ID                     PIC 9(005).
       77  LAST-SITE-ID                       PIC 9(002).

      ******************************************************************

       REPORT SECTION.
              03 COLUMN 27 VALUE "SANDWICH".
              03 COLUMN 38 VALUE "QUANTITY".

       01  SITEHEAD1 TYPE IS DETAIL.
           02 LINE IS PLUS 2.
              03 COLUMN 02 VALUE "KITCHEN SITE".
              03 COLUMN PLUS 2 PIC 9(002)
                 SOURCE TAB-ORDERS-SITE-ID (IND-ORDERS).

       01  SITEHEAD2 TYPE IS DETAIL.
           02 LINE IS NEXT PAGE.
              03 COLUMN 02 VALUE "KITCHEN SITE".
              03 COLUMN PLUS 2 PIC 9(002)
                 SOURCE TAB-ORDERS-SITE-ID (IND-ORDERS).

       01  ORDERLINE1 TYPE IS DETAIL.
           02 LINE IS PLUS 2.
              03 COLUMN 02 PIC 9(005)
                 SOURCE TAB-ORDERS-HEADER-ID (IND-ORDERS).
              03 COLUMN 11 PIC 9(002)
                 SOURCE TAB-DELIVERY-HOUR (IND-ORDERS).
              03 COLUMN PLUS 1 VALUE ":".
                 SOURCE TAB-DELIVERY-MINUTE (IND-ORDERS).
              03 COLUMN 18 PIC 9(003)
                 SOURCE TAB-ORDERS-SCHOOL-INTERNAL-ID (IND-ORDERS).

       01  ROUTELINE1 TYPE IS DETAIL.
           02 LINE IS PLUS 1.
              03 COLUMN 27 PIC 9(003)
                 SOURCE TAB-ORDERS-SANDWICH-INTERNAL-ID (IND-ORDERS).
              03 COLUMN 38 PIC 9(003)
              AND FD-DELIVERY-DAY = TODAY-DAY
              SET IND-ORDERS UP BY 1
              MOVE FD-ORDERS TO TAB-ORDERS (IND-ORDERS)
      *       LINES WITHOUT A PRODUCING SITE ARE MADE AT SITE 01.
              IF TAB-ORDERS-SITE-ID (IND-ORDERS) IS NOT NUMERIC
              OR TAB-ORDERS-SITE-ID (IND-ORDERS) = ZEROS THEN
                 MOVE 1 TO TAB-ORDERS-SITE-ID (IND-ORDERS)
              END-IF
      *       ORDERS ON FILE BEFORE THE ORDER LINES CARRY NO ORDER
      *       NUMBER - THE LINE IS ITS OWN ORDER.
              IF TAB-ORDERS-HEADER-ID (IND-ORDERS) = ZEROS THEN
                 MOVE TAB-ORDERS-ID (IND-ORDERS) TO
                    TAB-ORDERS-HEADER-ID (IND-ORDERS)
              END-IF
           ELSE
              SET EOFORDERS TO TRUE
              MOVE IND-ORDERS TO MAX-ORDERS

      ******************************************************************
      *    ORDER THE ROUTE SHEET BY SCHOOL SO THE DRIVER CAN DELIVER
      *    EVERYTHING FOR ONE STOP BEFORE MOVING TO THE NEXT. THE
      *    LINES OF ONE ORDER STAY TOGETHER UNDER THEIR ORDER NUMBER.
      *    EACH KITCHEN SITE SENDS OUT ITS OWN VANS, SO THE SITE COMES
      *    FIRST.
      ******************************************************************

       SORT-ASCENDING-ORDERS SECTION.
           SORT TAB-ORDERS
              ON ASCENDING TAB-ORDERS-SITE-ID
              ON ASCENDING TAB-ORDERS-SCHOOL-INTERNAL-ID
              ON ASCENDING TAB-DELIVERY-HOUR
              ON ASCENDING TAB-DELIVERY-MINUTE
              ON ASCENDING TAB-ORDERS-HEADER-ID
              ON ASCENDING TAB-ORDERS-LINE-NO
              DUPLICATES
           EXIT SECTION.

           OPEN OUTPUT FILEREPORT
           INITIATE RSOROUTESHEET
           SET IND-ORDERS TO 0
           MOVE ZEROS TO LAST-HEADER-ID, LAST-SITE-ID
           PERFORM UNTIL IND-ORDERS >= MAX-ORDERS
              SET IND-ORDERS UP BY 1
              IF TAB-ORDERS-SITE-ID (IND-ORDERS)
                 NOT = LAST-SITE-ID THEN
                 IF LAST-SITE-ID = ZEROS THEN
                    GENERATE SITEHEAD1
                 ELSE
                    GENERATE SITEHEAD2
                 END-IF
                 MOVE TAB-ORDERS-SITE-ID (IND-ORDERS) TO LAST-SITE-ID
                 MOVE ZEROS TO LAST-HEADER-ID
              END-IF
              IF TAB-ORDERS-HEADER-ID (IND-ORDERS)
                 NOT = LAST-HEADER-ID THEN
                 MOVE TAB-ORDERS-HEADER-ID (IND-ORDERS)
                    TO LAST-HEADER-ID
                 GENERATE ORDERLINE1
              END-IF
              GENERATE ROUTELINE1
           END-PERFORM
           TERMINATE RSOROUTESHEET
