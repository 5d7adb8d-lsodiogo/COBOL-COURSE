      *    V2 | 03.09.2026 | A RELEASED ORDER IS QUEUED IN THE
      *    OUTBOUND SPOOL (BWFEEDSPOOL) INSTEAD OF APPENDED STRAIGHT
      *    TO SCHOOLFEED; BWFEEDXMIT TRANSMITS EXACTLY ONCE.
      *    V3 | 15.10.2026 | A HELD ORDER IS A WHOLE ORDER (HEADER AND
      *    LINES): APPROVING IT CONFIRMS THE HEADER AND SENDS ONE
      *    SCHOOLFEED MESSAGE FOR ALL ITS LINES (BWORDFEED); REJECTING
      *    IT REMOVES EVERY LINE AND THE HEADER.
      ******************************************************************
      *    LISTS THE ORDERS HELD BY THE APPROVAL GATE (FILE
      *    PENDINGORD, SEE BWAPPRGATE), LETS AN ADMINISTRATOR
      *    OPERATOR APPROVE OR REJECT EACH ONE, AND MAINTAINS THE
      *    APPROVAL THRESHOLDS (FILE APPROVALCFG). APPROVING AN ORDER
      *    PUSHES IT TO THE SCHOOLFEED INTEGRATION FILE (SAME MESSAGE
      *    AS RSOREGISTER, BUILT BY BWORDFEED); REJECTING IT REMOVES
      *    THE ORDER FROM THE LIVE ORDERS FILE. BOTH DECISIONS ARE
      *    AUDITED.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       WORKING-STORAGE SECTION.
       77  PENDINGORD-FS                        PIC 9(002).
       77  APPROVALCFG-FS                       PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDHDR-FS                            PIC 9(002).
       77  LINE-EOF                             PIC X(001).
       01  ORDER-FEED-CALL.
           05 OF-ORDERS-ID                      PIC 9(005).
           05 OF-RESULT                         PIC X(001).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  ILIN                                 PIC 9(002).
               10 VALUE " SCHOOL:".
               10 SL-SCHOOL PIC 9(003) FROM PEND-SCHOOL-INTERNAL-ID.
               10 VALUE " QTY:".
               10 SL-QTY PIC 9(005) FROM PEND-QUANTITY.
               10 VALUE " VALUE:".
               10 SL-VALUE PIC ZZZZZZ9.99 FROM PEND-VALUE.

       01  DECIDE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "ORDER ID:" LINE 06 COL 10.

       RELEASE-TO-SCHOOLFEED SECTION.
      ******************************************************************
      *    CONFIRMS THE APPROVED ORDER'S HEADER AND PUSHES THE ORDER
      *    TO THE SCHOOLFEED INTEGRATION FILE, IN THE SAME MESSAGE
      *    FORMAT AS RSOREGISTER (SEE BWORDFEED).
      ******************************************************************
           OPEN I-O ORDHDR
           IF ORDHDR-FS = 00 THEN
              MOVE DECIDE-ORDER-ID TO OH-ORDERS-ID
              READ ORDHDR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET OH-CONFIRMED TO TRUE
                    REWRITE OH-DETAILS
                    END-REWRITE
              END-READ
              CLOSE ORDHDR
           END-IF

           MOVE DECIDE-ORDER-ID TO OF-ORDERS-ID
           CALL "BWORDFEED" USING ORDER-FEED-CALL
           EXIT SECTION.

       REMOVE-REJECTED-ORDER SECTION.
      ******************************************************************
      *    REMOVES THE REJECTED ORDER - EVERY LINE AND THE HEADER -
      *    FROM THE LIVE ORDERS FILE. AN ORDER ON FILE BEFORE THE
      *    ORDER LINES IS THE ONE LINE WITH ITS ID.
      ******************************************************************
           OPEN I-O ORDERS
           MOVE SPACES TO LINE-EOF
           MOVE DECIDE-ORDER-ID TO FD-ORDERS-HEADER-ID
           START ORDERS KEY IS EQUAL FD-ORDERS-HEADER-ID
              INVALID KEY
                 MOVE "Y" TO LINE-EOF
           END-START

           PERFORM UNTIL LINE-EOF = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO LINE-EOF
                 NOT AT END
                    IF FD-ORDERS-HEADER-ID NOT = DECIDE-ORDER-ID THEN
                       MOVE "Y" TO LINE-EOF
                    ELSE
                       DELETE ORDERS RECORD
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM

           MOVE DECIDE-ORDER-ID TO FD-ORDERS-ID
           READ ORDERS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE ORDERS RECORD
                 END-DELETE
           END-READ
           CLOSE ORDERS

           OPEN I-O ORDHDR
           IF ORDHDR-FS = 00 THEN
              MOVE DECIDE-ORDER-ID TO OH-ORDERS-ID
              DELETE ORDHDR RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              CLOSE ORDHDR
           END-IF
           EXIT SECTION.

       SET-THRESHOLDS SECTION.
