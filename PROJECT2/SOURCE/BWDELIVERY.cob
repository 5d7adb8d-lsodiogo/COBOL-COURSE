      *    INGREDIENTS POST AS "WA" WASTE MOVEMENTS THROUGH
      *    BWSTOCKPOST (CURRENT RECIPE VERSION). BWRETURNS BUILDS
      *    THE CREDIT PROPOSALS AND THE RETURN-PERCENTAGE REPORT.
      ******************************************************************

      *    V5 | 15.10.2026 | RETURNS ARE WRITTEN OFF AT THE KITCHEN
      *    SITE THAT PRODUCED THE ORDER, AND THE RESERVATION RELEASE
      *    NAMES THAT SITE.
      ******************************************************************

       IDENTIFICATION DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           05 MC-QTY-SANDWICH                   PIC 9(005).
           05 MC-MOVE-SITE                      PIC 9(002).
           05 MC-MOVE-SITE-TO                   PIC 9(002).
           05 MC-PICK-DATE                      PIC 9(008) VALUE 0.
       77  CAPTURE-OUTCOME                      PIC 9(001).
       77  CAPTURE-HOUR                         PIC 9(002).
       77  CAPTURE-MINUTE                       PIC 9(002).
           05 RC-QUANTITY                       PIC 9(003).
           05 RC-SHORT                          PIC X(001).
           05 RC-SHORT-ING                      PIC 9(003).
           05 RC-SITE                           PIC 9(002).
           05 RC-HELD-COUNT                     PIC 9(003) VALUE ZEROS.
           05 RC-HELD OCCURS 100 TIMES.
               10 RC-HELD-ING                   PIC 9(003).
               10 RC-HELD-QTY                   PIC 9(009).
       77  ATP-WARNING-TEXT                     PIC X(060).

       SCREEN SECTION.
              MOVE CAPTURE-ORDER-ID TO RC-ORDERS-ID
              MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO RC-SANDWICH
              MOVE FD-ORDERS-QUANTITY TO RC-QUANTITY
              MOVE FD-ORDERS-SITE-ID TO RC-SITE
              CALL "BWRESERVE" USING RESERVE-CALL
           END-IF

                       MOVE SRING-INGREDIENT-ID TO MC-INGREDS-ID
                       MOVE ZEROS TO MC-QTY-SUPPLIER
                       MOVE WASTE-QTY TO MC-QTY-SANDWICH
                       IF FD-ORDERS-SITE-ID IS NUMERIC
                       AND FD-ORDERS-SITE-ID > ZEROS THEN
                          MOVE FD-ORDERS-SITE-ID TO MC-MOVE-SITE
                       ELSE
                          MOVE 1 TO MC-MOVE-SITE
                       END-IF
                       MOVE ZEROS TO MC-MOVE-SITE-TO
                       CALL "BWSTOCKPOST" USING MOVEMENT-CALL
                    END-IF
