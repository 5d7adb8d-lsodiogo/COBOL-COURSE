      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOLFEED ORDER MESSAGES | V1 | 15.10.2026
      ******************************************************************
      *    CALLED WITH AN ORDER NUMBER ONCE THE ORDER IS CONFIRMED
      *    (RSOREGISTER, THE APPROVAL RELEASE IN BWAPPROVAL, THE
      *    RESEND IN BWFEEDACK). BUILDS ONE SCHOOLFEED MESSAGE FOR THE
      *    WHOLE ORDER FROM ITS HEADER AND LINES:
      *       EXTID;ORDER;YYYY-MM-DD;HH:MM;SANDWICH;QTY[;SANDWICH;QTY]
      *    - A SINGLE-LINE ORDER GIVES EXACTLY THE MESSAGE THE SCHOOLS
      *    RECEIVED BEFORE - AND QUEUES IT THROUGH BWFEEDSPOOL. AN
      *    ORDER WITHOUT A HEADER IS SENT AS THE ONE LINE WITH THAT
      *    ID. EVENT CUSTOMERS (ID BAND 900-999) HAVE NO SCHOOL SYSTEM
      *    TO FEED. LK-RESULT RETURNS "Y" WHEN A MESSAGE WAS QUEUED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWORDFEED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       WORKING-STORAGE SECTION.
       77  ORDERS-FS                            PIC 9(002).
       77  ORDHDR-FS                            PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  FEED-POS                             PIC 9(003).
       77  FEED-LINES                           PIC 9(003).

       01  FEED-SPOOL-CALL.
           05 FS-ORDERS-ID                      PIC 9(005).
           05 FS-FEED-LINE                      PIC X(300).

       LINKAGE SECTION.
       01  LK-ORDFEED.
           05 LK-ORDERS-ID                      PIC 9(005).
           05 LK-RESULT                         PIC X(001).

       PROCEDURE DIVISION USING LK-ORDFEED.

       MAIN SECTION.
      ******************************************************************
      *    HEADER FIRST (OR THE SINGLE LINE WHEN THERE IS NO HEADER),
      *    THEN EVERY LINE OF THE ORDER, THEN THE SPOOL.
      ******************************************************************
           MOVE "N" TO LK-RESULT
           MOVE ZEROS TO FEED-LINES

           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              EXIT PROGRAM
           END-IF

           PERFORM GET-ORDER-HEADER
           IF OH-ORDERS-ID = ZEROS THEN
              CLOSE ORDERS
              EXIT PROGRAM
           END-IF

           IF OH-SCHOOL-INTERNAL-ID >= 900 THEN
              CLOSE ORDERS
              EXIT PROGRAM
           END-IF

           OPEN INPUT SCHOOLS
           MOVE OH-SCHOOL-INTERNAL-ID TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
              INVALID KEY
                 MOVE SPACES TO SCHOOL-EXTERNAL-ID
           END-READ
           CLOSE SCHOOLS

           MOVE SPACES TO FS-FEED-LINE
           MOVE 1 TO FEED-POS
           STRING SCHOOL-EXTERNAL-ID             DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  OH-ORDERS-ID                   DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  OH-DELIVERY-DATE (1:4)         DELIMITED BY SIZE
                  "-"                            DELIMITED BY SIZE
                  OH-DELIVERY-DATE (5:2)         DELIMITED BY SIZE
                  "-"                            DELIMITED BY SIZE
                  OH-DELIVERY-DATE (7:2)         DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  OH-DELIVERY-HOUR               DELIMITED BY SIZE
                  ":"                            DELIMITED BY SIZE
                  OH-DELIVERY-MINUTE             DELIMITED BY SIZE
                  INTO FS-FEED-LINE
                  WITH POINTER FEED-POS
           END-STRING

           PERFORM ADD-ORDER-LINES
           CLOSE ORDERS

           IF FEED-LINES = ZEROS THEN
              EXIT PROGRAM
           END-IF

           MOVE OH-ORDERS-ID TO FS-ORDERS-ID
           CALL "BWFEEDSPOOL" USING FEED-SPOOL-CALL
           MOVE "Y" TO LK-RESULT
           EXIT PROGRAM.

       GET-ORDER-HEADER SECTION.
      ******************************************************************
      *    READS THE ORDER HEADER. WITHOUT ONE, THE ORDER NUMBER IS
      *    TAKEN AS A LINE ID AND A HEADER IS BUILT FROM THAT LINE.
      ******************************************************************
           MOVE LK-ORDERS-ID TO OH-ORDERS-ID
           OPEN INPUT ORDHDR
           IF ORDHDR-FS = 00 THEN
              READ ORDHDR
                 INVALID KEY
                    MOVE 99 TO ORDHDR-FS
              END-READ
              IF ORDHDR-FS = 00 THEN
                 CLOSE ORDHDR
                 EXIT SECTION
              END-IF
              CLOSE ORDHDR
           END-IF

           MOVE LK-ORDERS-ID TO FD-ORDERS-ID
           READ ORDERS
              INVALID KEY
                 MOVE ZEROS TO OH-ORDERS-ID
                 EXIT SECTION
           END-READ

           MOVE LK-ORDERS-ID TO OH-ORDERS-ID
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO OH-SCHOOL-INTERNAL-ID
           MOVE FD-DELIVERY-DATE TO OH-DELIVERY-DATE
           MOVE FD-DELIVERY-HOUR TO OH-DELIVERY-HOUR
           MOVE FD-DELIVERY-MINUTE TO OH-DELIVERY-MINUTE
           EXIT SECTION.

       ADD-ORDER-LINES SECTION.
      ******************************************************************
      *    APPENDS ";SANDWICH;QTY" FOR EVERY LINE OF THE ORDER, READ
      *    THROUGH THE ORDER-NUMBER ACCESS PATH.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           MOVE OH-ORDERS-ID TO FD-ORDERS-HEADER-ID
           START ORDERS KEY IS EQUAL FD-ORDERS-HEADER-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FD-ORDERS-HEADER-ID NOT = OH-ORDERS-ID THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       PERFORM ADD-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM

      *    AN ORDER ON FILE BEFORE THE ORDER LINES WERE INTRODUCED
      *    HAS NO ORDER NUMBER ON ITS ONLY LINE.
           IF FEED-LINES = ZEROS THEN
              MOVE OH-ORDERS-ID TO FD-ORDERS-ID
              READ ORDERS
                 INVALID KEY
                    EXIT SECTION
              END-READ
              PERFORM ADD-ONE-LINE
           END-IF
           EXIT SECTION.

       ADD-ONE-LINE SECTION.
           STRING ";"                            DELIMITED BY SIZE
                  FD-ORDERS-SANDWICH-INTERNAL-ID DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FD-ORDERS-QUANTITY             DELIMITED BY SIZE
                  INTO FS-FEED-LINE
                  WITH POINTER FEED-POS
           END-STRING
           ADD 1 TO FEED-LINES
           EXIT SECTION.

       END PROGRAM BWORDFEED.
