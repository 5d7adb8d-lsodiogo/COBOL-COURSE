      *    NO LIMIT). LK-WARNING RETURNS "Y" WITH THE LOAD AND THE
      *    CAPACITY WHEN THE HOUR WOULD GO OVER - A WARNING, NOT A
      *    REFUSAL: THE OPERATOR DECIDES.
      *    V2 | 15.10.2026 | THE QUANTITY BEING ADDED MAY BE THE TOTAL
      *    OF A MULTI-LINE ORDER, SO LC-QUANTITY IS WIDENED.
      *    V3 | 15.10.2026 | WHEN SHIFTS ARE ROSTERED AT THE SITE FOR
      *    THE DAY (SEE BWROSTER) THE HOUR'S CAPACITY COMES FROM THE
      *    LINE STAFF ON SHIFT (BWROSTCAP) INSTEAD OF THE PROFILE; AN
      *    HOUR WITH NOBODY ON THE LINE THEN HAS NO CAPACITY AT ALL.
      *    V4 | 15.10.2026 | THE LOAD COUNTS ONLY THE ORDER LINES MADE
      *    AT THE SITE BEING CHECKED (FD-ORDERS-SITE-ID, ZERO = 01).
      ******************************************************************

       IDENTIFICATION DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

       DATA DIVISION.
       77  ORDERS-FS                            PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  WORK-SITE                            PIC 9(002).
       77  ORDER-SITE                           PIC 9(002).
       01  ROSTER-CAP-CALL.
           05 RC-DATE                           PIC 9(008).
           05 RC-SITE                           PIC 9(002).
           05 RC-HOUR                           PIC 9(002).
           05 RC-ROSTERED                       PIC X(001).
           05 RC-CAPACITY                       PIC 9(005).

       LINKAGE SECTION.
       01  LK-CAP.
           05 LC-DATE                           PIC 9(008).
           05 LC-HOUR                           PIC 9(002).
           05 LC-QUANTITY                       PIC 9(005).
           05 LC-SITE                           PIC 9(002).
           05 LC-LOAD                           PIC 9(006).
           05 LC-CAPACITY                       PIC 9(005).
              MOVE LC-SITE TO WORK-SITE
           END-IF

           MOVE LC-DATE TO RC-DATE
           MOVE WORK-SITE TO RC-SITE
           MOVE LC-HOUR TO RC-HOUR
           CALL "BWROSTCAP" USING ROSTER-CAP-CALL
           IF RC-ROSTERED = "Y" THEN
              MOVE RC-CAPACITY TO LC-CAPACITY
              PERFORM SUM-HOUR-LOAD
              ADD LC-QUANTITY TO LC-LOAD
              IF LC-LOAD > LC-CAPACITY THEN
                 MOVE "Y" TO LC-WARNING
              END-IF
              EXIT PROGRAM
           END-IF

           OPEN INPUT CAPACITY
           IF CAPACITY-FS NOT = 00 THEN
              EXIT PROGRAM

       SUM-HOUR-LOAD SECTION.
      ******************************************************************
      *    QUANTITY ALREADY BOOKED INTO THE DELIVERY HOUR AT THE SITE,
      *    READ STRAIGHT OFF THE DELIVERY-DATE ACCESS PATH.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG

                    IF FD-DELIVERY-DATE NOT = LC-DATE THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF FD-ORDERS-SITE-ID IS NUMERIC
                       AND FD-ORDERS-SITE-ID > ZEROS THEN
                          MOVE FD-ORDERS-SITE-ID TO ORDER-SITE
                       ELSE
                          MOVE 1 TO ORDER-SITE
                       END-IF
                       IF FD-DELIVERY-HOUR = LC-HOUR
                       AND ORDER-SITE = WORK-SITE THEN
                          ADD FD-ORDERS-QUANTITY TO LC-LOAD
                       END-IF
                    END-IF
