      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCING SITE RECORD CONVERSION | V1
      *    15.10.2026
      ******************************************************************
      *    ONE-SHOT CONVERSION FOR THE THREE RECORDS THAT GREW A
      *    TRAILING KITCHEN SITE: SCHOOLS (+SCHOOL-PRODUCING-SITE),
      *    ORDERSFILE (+FD-ORDERS-SITE-ID) AND BWRESERV
      *    (+RSV-SITE-ID). RENAME EACH EXISTING FILE TO <NAME>.ANT
      *    AND RUN THIS PROGRAM: EVERY RECORD IS COPIED INTO A FRESH
      *    FILE WITH THE SITE SET TO 01, THE MAIN KITCHEN, WHERE
      *    EVERYTHING WAS MADE UNTIL NOW. SAME IDEA AS BWRECCONV.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWSITECONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDSCHOOLS ASSIGN TO "SCHOOLS.ANT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OLD-SCHOOL-ID
              FILE STATUS IS OLDSCHOOLS-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

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

           SELECT OLDRESERV ASSIGN TO "BWRESERV.ANT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OLD-RSV-KEY
              FILE STATUS IS OLDRESERV-FS.

           SELECT RESERVFILE ASSIGN TO "BWRESERV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RSV-KEY
              FILE STATUS IS RESERV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDSCHOOLS.
       01  OLD-SCHOOL-REC.
           05 OLD-SCHOOL-ID                     PIC 9(003).
           05 FILLER                            PIC X(302).

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  ORDERSOLD.
       01  OLD-ORDERS-REC.
           05 OLD-ORDERS-ID                     PIC 9(005).
           05 FILLER                            PIC X(041).

       FD  ORDERS.
       COPY RSOFD.

       FD  OLDRESERV.
       01  OLD-RSV-REC.
           05 OLD-RSV-KEY.
               10 OLD-RSV-ORDERS-ID             PIC 9(005).
               10 OLD-RSV-INGREDS-ID            PIC 9(003).
           05 FILLER                            PIC X(007).

       FD  RESERVFILE.
       01  RSV-DETAILS.
           05 RSV-KEY.
               10 RSV-ORDERS-ID                 PIC 9(005).
               10 RSV-INGREDS-ID                PIC 9(003).
           05 RSV-QTY-SANDWICH                  PIC 9(007).
           05 RSV-SITE-ID                       PIC 9(002).

       WORKING-STORAGE SECTION.
       77  OLDSCHOOLS-FS                        PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  ORDERSOLD-FS                         PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  OLDRESERV-FS                         PIC 9(002).
       77  RESERV-FS                            PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  COUNT-COPIED                         PIC 9(006).

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM CONVERT-SCHOOLS
           PERFORM CONVERT-ORDERS
           PERFORM CONVERT-RESERVATIONS
           STOP RUN.

       CONVERT-SCHOOLS SECTION.
           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO COUNT-COPIED

           OPEN INPUT OLDSCHOOLS
           IF OLDSCHOOLS-FS NOT = 00 THEN
              DISPLAY "SCHOOLS.ANT NOT FOUND - SCHOOLS SKIPPED"
              EXIT SECTION
           END-IF
           OPEN OUTPUT SCHOOLS

           PERFORM UNTIL EOF-FLAG = "Y"
              READ OLDSCHOOLS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE OLD-SCHOOL-REC TO SCHOOL-DETAILS
                    MOVE 1 TO SCHOOL-PRODUCING-SITE
                    WRITE SCHOOL-DETAILS
                       INVALID KEY
                          DISPLAY "DUPLICATE SCHOOL " OLD-SCHOOL-ID
                       NOT INVALID KEY
                          ADD 1 TO COUNT-COPIED
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE OLDSCHOOLS
           CLOSE SCHOOLS
           DISPLAY "SCHOOLS COPIED: " COUNT-COPIED
           EXIT SECTION.

       CONVERT-ORDERS SECTION.
           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO COUNT-COPIED

           OPEN INPUT ORDERSOLD
           IF ORDERSOLD-FS NOT = 00 THEN
              DISPLAY "ORDERSFILE.ANT NOT FOUND - ORDERS SKIPPED"
              EXIT SECTION
           END-IF
           OPEN OUTPUT ORDERS

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERSOLD NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE OLD-ORDERS-REC TO FD-ORDERS
                    MOVE 1 TO FD-ORDERS-SITE-ID
                    WRITE FD-ORDERS
                       INVALID KEY
                          DISPLAY "DUPLICATE ORDER " OLD-ORDERS-ID
                       NOT INVALID KEY
                          ADD 1 TO COUNT-COPIED
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE ORDERSOLD
           CLOSE ORDERS
           DISPLAY "ORDER LINES COPIED: " COUNT-COPIED
           EXIT SECTION.

       CONVERT-RESERVATIONS SECTION.
           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO COUNT-COPIED

           OPEN INPUT OLDRESERV
           IF OLDRESERV-FS NOT = 00 THEN
              DISPLAY "BWRESERV.ANT NOT FOUND - RESERVATIONS SKIPPED"
              EXIT SECTION
           END-IF
           OPEN OUTPUT RESERVFILE

           PERFORM UNTIL EOF-FLAG = "Y"
              READ OLDRESERV NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE OLD-RSV-REC TO RSV-DETAILS
                    MOVE 1 TO RSV-SITE-ID
                    WRITE RSV-DETAILS
                       INVALID KEY
                          DISPLAY "DUPLICATE RESERVATION " OLD-RSV-KEY
                       NOT INVALID KEY
                          ADD 1 TO COUNT-COPIED
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE OLDRESERV
           CLOSE RESERVFILE
           DISPLAY "RESERVATIONS COPIED: " COUNT-COPIED
           EXIT SECTION.
