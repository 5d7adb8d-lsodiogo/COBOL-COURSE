      *    IS STILL ON ORDERSFILE, OR WRITTEN OFF TO A CREDIT
      *    PROPOSAL THROUGH BWCREDITNOTE. THE REPORT (REDELIV.RPT)
      *    LISTS OPEN FAILURES OLDER THAN A DAY.
      ******************************************************************
      *    V2 | 15.10.2026 | RESCHEDULING MOVES THE WHOLE ORDER - EVERY
      *    LINE AND THE ORDER HEADER - NOT JUST THE LINE KEYED IN.
      ******************************************************************

       IDENTIFICATION DIVISION.
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

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       WORKING-STORAGE SECTION.
       77  REDELIV-FS                           PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDHDR-FS                            PIC 9(002).
       77  MOVE-HEADER-ID                       PIC 9(005).
       77  MOVE-IDX                             PIC 9(003).
       77  MOVE-MAX                             PIC 9(003).
       01  MOVE-LINES-TABLE.
           05 MOVE-LINE-ID OCCURS 30 TIMES      PIC 9(005).
       77  SCHOOL-FS                            PIC 9(002).
       77  CLOSEDDAYS-FS                        PIC 9(002).
       77  QREPORT-FS                           PIC 9(002).
           CLOSE REDELIV

      *    THE REPLACEMENT KEEPS THE ORIGINAL ORDER ID: WHEN THE
      *    ORDER IS STILL LIVE ITS DELIVERY SLOT SIMPLY MOVES - ALL
      *    ITS LINES AND ITS HEADER.
           MOVE ASK-ORDER TO MOVE-HEADER-ID
           OPEN I-O ORDERS
           IF ORDERS-FS = 00 THEN
              PERFORM MOVE-ORDER-LINES
           END-IF
           CLOSE ORDERS

           OPEN I-O ORDHDR
           IF ORDHDR-FS = 00 THEN
              MOVE MOVE-HEADER-ID TO OH-ORDERS-ID
              READ ORDHDR RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NEW-DATE TO OH-DELIVERY-DATE
                    MOVE NEW-HOUR TO OH-DELIVERY-HOUR
                    MOVE NEW-MINUTE TO OH-DELIVERY-MINUTE
                    REWRITE OH-DETAILS
                    END-REWRITE
              END-READ
              CLOSE ORDHDR
           END-IF

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       MOVE-ORDER-LINES SECTION.
      ******************************************************************
      *    THE FAILED DELIVERY MAY BE KEYED BY THE ORDER NUMBER OR BY
      *    ONE OF ITS LINES. THE LINE IDS ARE COLLECTED THROUGH THE
      *    ORDER-NUMBER ACCESS PATH FIRST AND THEN MOVED ONE BY ONE.
      ******************************************************************
           MOVE ASK-ORDER TO MOVE-HEADER-ID
           MOVE ZEROS TO MOVE-MAX
           MOVE ASK-ORDER TO FD-ORDERS-ID
           READ ORDERS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FD-ORDERS-HEADER-ID = ZEROS THEN
                    MOVE 1 TO MOVE-MAX
                    MOVE ASK-ORDER TO MOVE-LINE-ID (1)
                 ELSE
                    MOVE FD-ORDERS-HEADER-ID TO MOVE-HEADER-ID
                 END-IF
           END-READ

           IF MOVE-MAX = ZEROS THEN
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
                          ADD 1 TO MOVE-MAX
                          MOVE FD-ORDERS-ID TO MOVE-LINE-ID (MOVE-MAX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           PERFORM VARYING MOVE-IDX FROM 1 BY 1
              UNTIL MOVE-IDX > MOVE-MAX
              MOVE MOVE-LINE-ID (MOVE-IDX) TO FD-ORDERS-ID
              READ ORDERS RECORD
                 INVALID KEY
                    CONTINUE
                    REWRITE FD-ORDERS
                    END-REWRITE
              END-READ
           END-PERFORM
           EXIT SECTION.

       CHECK-NEW-SLOT SECTION.
