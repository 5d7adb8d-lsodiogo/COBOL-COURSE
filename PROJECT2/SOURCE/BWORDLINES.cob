      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ORDER HEADER/LINE CONVERSION | V1 | 15.10.2026
      ******************************************************************
      *    ONE-SHOT CONVERSION FOR MULTI-LINE ORDERS: EVERY ORDERSFILE
      *    RECORD NOW CARRIES ITS ORDER NUMBER, LINE NUMBER AND UNIT
      *    PRICE, AND EVERY ORDER HAS A HEADER IN ORDERHEADERS. RENAME
      *    THE CURRENT ORDERSFILE TO ORDERSFILE.ANT AND PENDINGORD TO
      *    PENDINGORD.ANT, THEN RUN THIS PROGRAM. EACH EXISTING ORDER
      *    BECOMES A ONE-LINE ORDER WITH THE SAME NUMBER; ITS HEADER IS
      *    HELD WHEN THE ORDER IS STILL WAITING FOR APPROVAL, OTHERWISE
      *    CONFIRMED. THE UNIT PRICE OF A CONVERTED LINE IS LEFT AT
      *    ZERO, SO BWINVOICE KEEPS PRICING IT FROM THE PRICE FILES.
      *    PENDINGORD IS COPIED INTO THE WIDENED CB-PENDING LAYOUT.
      *    V2 | 15.10.2026 | A CONVERTED LINE IS MADE AT SITE 01, THE
      *    MAIN KITCHEN.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWORDLINES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERSOLD ASSIGN TO "ORDERSFILE.ANT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OLD-ORDERS-ID
              FILE STATUS IS ORDERSOLD-FS.

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

           SELECT PENDINGOLD ASSIGN TO "PENDINGORD.ANT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OLDPEND-ORDERS-ID
              FILE STATUS IS PENDINGOLD-FS.

           SELECT PENDINGORD ASSIGN TO "PENDINGORD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEND-ORDERS-ID
              FILE STATUS IS PENDINGORD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERSOLD.
       01  OLD-REC.
           05 OLD-ORDERS-ID                     PIC 9(005).
           05 FILLER                            PIC X(029).

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       FD  PENDINGOLD.
       01  OLDPEND-REC.
           05 OLDPEND-ORDERS-ID                 PIC 9(005).
           05 OLDPEND-SCHOOL-INTERNAL-ID        PIC 9(003).
           05 OLDPEND-QUANTITY                  PIC 9(003).
           05 OLDPEND-VALUE                     PIC 9(005)V99.
           05 OLDPEND-STATUS                    PIC 9(001).

       FD  PENDINGORD.
       COPY CB-PENDING.

       WORKING-STORAGE SECTION.
       77  ORDERSOLD-FS                         PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDHDR-FS                            PIC 9(002).
       77  PENDINGOLD-FS                        PIC 9(002).
       77  PENDINGORD-FS                        PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  PENDING-FILE-OK                      PIC X(001).
       77  COUNT-COPIED                         PIC 9(006).
       77  COUNT-HEADERS                        PIC 9(006).
       77  COUNT-HELD                           PIC 9(006).
       77  COUNT-PENDING                        PIC 9(006).

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE ZEROS TO COUNT-COPIED COUNT-HEADERS COUNT-HELD
              COUNT-PENDING

           OPEN INPUT ORDERSOLD
           IF ORDERSOLD-FS NOT = 00 THEN
              DISPLAY "ORDERSFILE.ANT NOT FOUND - RENAME THE OLD "
                 "ORDERSFILE FIRST"
              STOP RUN
           END-IF

           PERFORM CONVERT-PENDING

           OPEN OUTPUT ORDERS
           OPEN OUTPUT ORDHDR

           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERSOLD NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM CONVERT-ONE-ORDER
              END-READ
           END-PERFORM

           CLOSE ORDERSOLD
           CLOSE ORDERS
           CLOSE ORDHDR
           IF PENDING-FILE-OK = "Y" THEN
              CLOSE PENDINGORD
           END-IF

           DISPLAY "ORDER LINES COPIED:    " COUNT-COPIED
           DISPLAY "ORDER HEADERS WRITTEN: " COUNT-HEADERS
           DISPLAY "  OF WHICH HELD:       " COUNT-HELD
           DISPLAY "PENDING ORDERS COPIED: " COUNT-PENDING
           STOP RUN.

       CONVERT-PENDING SECTION.
      ******************************************************************
      *    COPIES THE APPROVAL QUEUE INTO THE WIDENED LAYOUT AND KEEPS
      *    THE NEW FILE OPEN SO EACH ORDER CAN BE CHECKED AGAINST IT.
      *    WITHOUT PENDINGORD.ANT THERE IS NOTHING WAITING.
      ******************************************************************
           MOVE "N" TO PENDING-FILE-OK
           OPEN INPUT PENDINGOLD
           IF PENDINGOLD-FS NOT = 00 THEN
              DISPLAY "PENDINGORD.ANT NOT FOUND - NO ORDERS HELD"
              EXIT SECTION
           END-IF

           OPEN OUTPUT PENDINGORD
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ PENDINGOLD NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE OLDPEND-ORDERS-ID TO PEND-ORDERS-ID
                    MOVE OLDPEND-SCHOOL-INTERNAL-ID
                       TO PEND-SCHOOL-INTERNAL-ID
                    MOVE OLDPEND-QUANTITY TO PEND-QUANTITY
                    MOVE OLDPEND-VALUE TO PEND-VALUE
                    MOVE OLDPEND-STATUS TO PEND-STATUS
                    WRITE PEND-DETAILS
                       INVALID KEY
                          DISPLAY "DUPLICATE PENDING ORDER "
                             OLDPEND-ORDERS-ID
                       NOT INVALID KEY
                          ADD 1 TO COUNT-PENDING
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE PENDINGOLD
           CLOSE PENDINGORD

           OPEN INPUT PENDINGORD
           IF PENDINGORD-FS = 00 THEN
              MOVE "Y" TO PENDING-FILE-OK
           END-IF
           EXIT SECTION.

       CONVERT-ONE-ORDER SECTION.
      ******************************************************************
      *    THE OLD RECORD BECOMES LINE 1 OF ITS OWN ORDER, AND THE
      *    ORDER GETS A HEADER WITH THE SAME NUMBER.
      ******************************************************************
           MOVE SPACES TO FD-ORDERS
           MOVE OLD-REC TO FD-ORDERS (1:34)
           MOVE FD-ORDERS-ID TO FD-ORDERS-HEADER-ID
           MOVE 1 TO FD-ORDERS-LINE-NO
           MOVE ZEROS TO FD-ORDERS-UNIT-PRICE
           MOVE 1 TO FD-ORDERS-SITE-ID
           WRITE FD-ORDERS
              INVALID KEY
                 DISPLAY "DUPLICATE ORDER " OLD-ORDERS-ID
                 EXIT SECTION
              NOT INVALID KEY
                 ADD 1 TO COUNT-COPIED
           END-WRITE

           MOVE FD-ORDERS-ID TO OH-ORDERS-ID
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO OH-SCHOOL-INTERNAL-ID
           MOVE FD-DELIVERY-DATE TO OH-DELIVERY-DATE
           MOVE FD-DELIVERY-HOUR TO OH-DELIVERY-HOUR
           MOVE FD-DELIVERY-MINUTE TO OH-DELIVERY-MINUTE
           MOVE SPACES TO OH-REFERENCE
           SET OH-CONFIRMED TO TRUE
           MOVE 1 TO OH-LINES
           MOVE FD-ORDERS-DATE TO OH-ORDERS-DATE

           IF PENDING-FILE-OK = "Y" THEN
              MOVE FD-ORDERS-ID TO PEND-ORDERS-ID
              READ PENDINGORD
                 NOT INVALID KEY
                    IF PEND-WAITING THEN
                       SET OH-HELD TO TRUE
                       ADD 1 TO COUNT-HELD
                    END-IF
              END-READ
           END-IF

           WRITE OH-DETAILS
              INVALID KEY
                 DISPLAY "DUPLICATE ORDER HEADER " OH-ORDERS-ID
              NOT INVALID KEY
                 ADD 1 TO COUNT-HEADERS
           END-WRITE
           EXIT SECTION.

       END PROGRAM BWORDLINES.
