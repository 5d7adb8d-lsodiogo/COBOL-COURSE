      ******************************************************************
      *    ARCHIVE OLD ORDERS OUT OF THE LIVE ORDERS FILE | V1 |
      *    09.08.2026
      *    V2 | 15.10.2026 | THE ORDER HEADER IS REMOVED FROM THE LIVE
      *    HEADER FILE WITH ITS LINES (EVERY LINE OF AN ORDER SHARES
      *    THE DELIVERY DATE, SO THE WHOLE ORDER GOES IN ONE RUN). THE
      *    ARCHIVE KEEPS ITS ORIGINAL LINE LAYOUT.
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

           SELECT ORDERSDEL ASSIGN TO "ORDERSARCHIVE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       FD  ORDERSDEL.
       COPY DELORDERS.

       01  ARCHIVED-COUNT                        PIC 9(005).
       01  DUMMY                                 PIC X(001).

       01  HEADER-FILE-OPEN                      PIC X(001).
       01  ORDERS-EOF-FLAG                       PIC X(001).
           88  ORDERS-EOF-YES                    VALUE "Y".

           MOVE "N" TO ORDERS-EOF-FLAG
           MOVE ZEROS TO FD-ORDERS-ID
           OPEN I-O ORDERS ORDERSDEL
           MOVE "N" TO HEADER-FILE-OPEN
           OPEN I-O ORDHDR
           IF ORDHDR-FS = 00 THEN
              MOVE "Y" TO HEADER-FILE-OPEN
           END-IF
           START ORDERS KEY IS GREATER THAN OR EQUAL FD-ORDERS-ID
              INVALID KEY
                 SET ORDERS-EOF-YES TO TRUE
           END-PERFORM

           CLOSE ORDERS ORDERSDEL
           IF HEADER-FILE-OPEN = "Y" THEN
              CLOSE ORDHDR
           END-IF
           DISPLAY CLEAR-SCREEN
           ACCEPT ARCHIVE-DONE-SCREEN
           EXIT PROGRAM.
              DELETE ORDERS
              END-DELETE
              ADD 1 TO ARCHIVED-COUNT
              PERFORM 300-REMOVE-ORDER-HEADER
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    THE HEADER OF AN ARCHIVED LINE GOES WITH IT (THE FIRST LINE
      *    ARCHIVED REMOVES IT; AN ORDER FROM BEFORE THE ORDER LINES
      *    HAS NO HEADER).
      ******************************************************************

       300-REMOVE-ORDER-HEADER SECTION.
           IF HEADER-FILE-OPEN NOT = "Y" THEN
              EXIT SECTION
           END-IF
           IF FD-ORDERS-HEADER-ID = ZEROS THEN
              EXIT SECTION
           END-IF
           MOVE FD-ORDERS-HEADER-ID TO OH-ORDERS-ID
           DELETE ORDHDR
              INVALID KEY
                 CONTINUE
           END-DELETE
           EXIT SECTION.

       END PROGRAM RSOARCHIVE.
