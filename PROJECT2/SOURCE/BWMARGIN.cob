      *    SANDWICHES BELOW A CONFIGURABLE MARGIN FLOOR ARE FLAGGED,
      *    AS IS EVERY RECIPE INGREDIENT WITHOUT A VALID SUPPLIER
      *    PRICE.
      ******************************************************************
      *    V2 | 15.10.2026 | THE COST INCLUDES THE SANDWICH'S
      *    PACKAGING (FILE PACKBOM, SEE BWPACKBOM), ITS OWN LINES AND
      *    THOSE FOR EVERY SANDWICH, PRICED LIKE THE RECIPE. ITEMS
      *    USED PER ORDER LINE (CRATE LINERS) ARE SHOWN APART, AS
      *    THEY DO NOT DEPEND ON THE NUMBER OF SANDWICHES.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS RIS-ID
              FILE STATUS IS RIS-FS.

           SELECT PACKBOM ASSIGN TO "PACKBOM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PKB-KEY
              FILE STATUS IS PACKBOM-FS.

           SELECT MARGINREPORT ASSIGN TO "MARGIN.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MARGINREPORT-FS.
       FD  FXRISUPPLY.
       COPY FD-RIS.

       FD  PACKBOM.
       COPY CB-PACKBOM.

       FD  MARGINREPORT.
       01  MARGIN-LINE                          PIC X(110).

           05 WS-RV-BEST                        PIC 9(008).
       77  RIS-FS                               PIC 9(002).
       77  MARGINREPORT-FS                      PIC 9(002).
       77  PACKBOM-FS                           PIC 9(002).
       77  EOF-PACK                             PIC X(001).
       77  PACK-SANDWICH                        PIC 9(003).
       77  PACK-COST                            PIC 9(007)V99.
       77  ORDER-PACK-COST                      PIC 9(007)V99.
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  EOF-FLAG                             PIC X(001).
              STOP RUN
           END-IF
           OPEN INPUT FXRISUPPLY
           OPEN INPUT PACKBOM

           MOVE ZEROS TO SR-IID
           START SANDWICHES KEY IS NOT LESS THAN SR-IID
           END-PERFORM

           CLOSE SANDWICHES, FXRISUPPLY
           IF PACKBOM-FS = 00 THEN
              CLOSE PACKBOM
           END-IF
           CLOSE MARGINREPORT

           ACCEPT DONE-SCREEN
              CLOSE SRING
           END-IF

           MOVE ZEROS TO PACK-COST, ORDER-PACK-COST
           IF PACKBOM-FS = 00 THEN
              MOVE ZEROS TO PACK-SANDWICH
              PERFORM COST-PACKAGING-OF
              MOVE CURRENT-SANDWICH TO PACK-SANDWICH
              PERFORM COST-PACKAGING-OF
           END-IF
           ADD PACK-COST TO SANDWICH-COST

           COMPUTE MARGIN-AMOUNT = SR-PRICE - SANDWICH-COST
           IF SR-PRICE = ZEROS THEN
              MOVE ZEROS TO MARGIN-PCT
           WRITE MARGIN-LINE
           END-WRITE

           IF PACK-COST NOT = ZEROS THEN
              MOVE PACK-COST TO COST-EDITED
              MOVE SPACES TO MARGIN-LINE
              STRING "  PACKAGING " COST-EDITED " INCLUDED IN THE COST"
                 INTO MARGIN-LINE
              END-STRING
              WRITE MARGIN-LINE
              END-WRITE
           END-IF
           IF ORDER-PACK-COST NOT = ZEROS THEN
              MOVE ORDER-PACK-COST TO COST-EDITED
              MOVE SPACES TO MARGIN-LINE
              STRING "  PACKAGING PER ORDER LINE " COST-EDITED
                 " ON TOP, WHATEVER THE QUANTITY" INTO MARGIN-LINE
              END-STRING
              WRITE MARGIN-LINE
              END-WRITE
           END-IF

           IF MARGIN-FLOOR NOT = ZEROS
           AND MARGIN-PCT < MARGIN-FLOOR THEN
              ADD 1 TO COUNT-FLAGGED
           IF MISSING-PRICES NOT = ZEROS THEN
              MOVE SPACES TO MARGIN-LINE
              STRING "  *** " MISSING-PRICES
                 " RECIPE OR PACKAGING ITEM(S) WITHOUT A VALID"
                 " SUPPLIER PRICE - COST UNDERSTATED" INTO MARGIN-LINE
              END-STRING
              WRITE MARGIN-LINE
              END-WRITE
           END-IF
           EXIT SECTION.

       COST-PACKAGING-OF SECTION.
      ******************************************************************
      *    PRICES THE PACKAGING LINES OF PACK-SANDWICH: PER-SANDWICH
      *    ITEMS INTO PACK-COST, PER-ORDER ITEMS INTO ORDER-PACK-COST.
      ******************************************************************
           MOVE SPACES TO EOF-PACK
           MOVE PACK-SANDWICH TO PKB-SANDWICH-ID
           MOVE ZEROS TO PKB-ITEM-ID
           START PACKBOM KEY IS NOT LESS THAN PKB-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-PACK
           END-START

           PERFORM UNTIL EOF-PACK = "Y"
              READ PACKBOM NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-PACK
                 NOT AT END
                    IF PKB-SANDWICH-ID NOT = PACK-SANDWICH THEN
                       MOVE "Y" TO EOF-PACK
                    ELSE
                       MOVE PKB-ITEM-ID TO WORK-ING-ID
                       PERFORM FIND-BEST-PRICE
                       IF PRICE-FOUND NOT = "Y" THEN
                          ADD 1 TO MISSING-PRICES
                       ELSE
                          IF PKB-PER-ORDER THEN
                             COMPUTE ORDER-PACK-COST = ORDER-PACK-COST
                                + (PKB-QTY * BEST-PRICE)
                          ELSE
                             COMPUTE PACK-COST = PACK-COST +
                                (PKB-QTY * BEST-PRICE)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       FIND-BEST-PRICE SECTION.
           MOVE 999 TO BEST-PRICE
           MOVE SPACES TO PRICE-FOUND, EOF-FLAG
