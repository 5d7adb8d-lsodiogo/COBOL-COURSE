      *    INGREDIENTS MODULE - FORECAST AGAINST PENDING ORDERS
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 09.08.2026
      *    V2 | 15.10.2026 | FORECAST PER PRODUCING KITCHEN SITE: EACH
      *    PENDING ORDER LINE IS PROJECTED AT ITS OWN SITE AND THE
      *    PROJECTION IS SET AGAINST THAT SITE'S STOCKBAL BALANCE.
      *    V3 | 15.10.2026 | PACKAGING ITEMS ARE PROJECTED TOO, FROM
      *    THE PACKAGING BILL (FILE PACKBOM, SEE BWPACKBOM): PER
      *    SANDWICH ORDERED OR PER ORDER LINE.
      ******************************************************************
      *    KNOWN LIMITATIONS (03.09.2026): THE RECIPE TABLE LOADS
      *    EVERY FX-SR-ING LINE WITHOUT THE EFFECTIVE-DATE FILTER
      *    THE OTHER READERS APPLY THROUGH BWRECIPEVER, SO ONCE A
      *    SANDWICH HAS A SECOND RECIPE VERSION (SR-VERSION) ITS
      *    INGREDIENT NEEDS ARE DOUBLE-COUNTED HERE. IT NEEDS THE
      *    FD-FS-SR LAYOUT (ABSENT FROM THIS TREE) TO CARRY
      *    SRING-EFFECTIVE-FROM BEFORE IT CAN BE FIXED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST-INGREDS.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
                   FILE STATUS ORDERS-FS.

           COPY "CP-SELECTS-SR".

               SELECT STOCKBAL ASSIGN TO "STOCKBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STOCK-KEY
                   FILE STATUS IS STOCKBAL-FS.

               SELECT PACKBOM ASSIGN TO "PACKBOM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PKB-KEY
                   FILE STATUS IS PACKBOM-FS.

               SELECT FORECASTREPORT ASSIGN TO FORECASTLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FORECASTLOG-STATUS.

       COPY "FD-FS-SR".

       FD STOCKBAL.
       COPY CB-STOCKBAL.

       FD PACKBOM.
       COPY CB-PACKBOM.

       FD FORECASTREPORT.
       01  FORECASTOUT                        PIC X(080).

       77  INGRED-STATUS                       PIC 9(002).
       77  ORDERS-FS                           PIC 9(002).
       77  FORECASTLOG-STATUS                  PIC 9(002).
       77  STOCKBAL-FS                         PIC 9(002).
       77  STOCKBAL-OPEN                       PIC X(001) VALUE "N".
       77  PACKBOM-FS                          PIC 9(002).
       77  NUMBER-PK                           PIC 9(003) VALUE ZERO.
       77  PK-INDEX                            PIC 9(003).
       77  KEYSTATUS                           PIC 9(004).
       77  ILIN                                PIC 9(002).
       77  ICOL                                PIC 9(002).
           05 TABLEINGREDS-ID                  PIC 9(003).
           05 TABLEINGREDS-NAME                PIC X(030).
           05 TABLETRESHOLD                    PIC 9(003).
           05 TABLEINGREDS-SITES.
               10 TABLEINGREDS-PROJECTED       PIC 9(007)
                                               OCCURS 10 TIMES.

       01 TABLE-RECIPE OCCURS 1 TO MAX-SI TIMES
           DEPENDING ON NUMBER-SI
           05 TABLERECIPE-INGREDIENT-ID        PIC 9(003).
           05 TABLERECIPE-QTD                  PIC 9(003).

       01 TABLE-PACK.
           05 TABLEPACK-ENTRY OCCURS 300 TIMES.
               10 TABLEPACK-SANDWICH-ID        PIC 9(003).
               10 TABLEPACK-ITEM-ID            PIC 9(003).
               10 TABLEPACK-BASIS              PIC X(001).
               10 TABLEPACK-QTY                PIC 9(003).

       77  WS-PROJECTED-NEED                   PIC 9(007).
       77  MAX-FORECAST-SITE                   PIC 9(002) VALUE 10.
       77  FORECAST-SITE                       PIC 9(002).
       77  WS-ON-HAND                          PIC S9(007).
       77  WS-AFTER-ORDERS                     PIC S9(008).
       77  WS-SITE-EDIT                        PIC 99.
       77  WS-ONHAND-EDIT                      PIC -(6)9.
       77  WS-SITE-LINES                       PIC 9(003).

       01 FORECAST-SITES.
           05 FORECAST-SITE-USED               PIC X(001)
                                               OCCURS 10 TIMES.
       77  WS-SHORTFALL-COUNT                  PIC 9(003) VALUE ZERO.
       77  WS-SUM-EDIT                         PIC ZZZZZZ9.
       77  WS-SUM-EDIT2                        PIC ZZZ9.
       MAIN SECTION.
           PERFORM 100-LOAD-INGREDIENTS
           PERFORM 200-LOAD-RECIPE
           PERFORM 250-LOAD-PACKAGING
           PERFORM 300-PROJECT-PENDING-ORDERS
           PERFORM 400-WRITE-FORECAST-REPORT
           ACCEPT DONE-SCREEN
                    MOVE INGREDS-ID TO TABLEINGREDS-ID (ING-INDEX)
                    MOVE INGREDS-NAME TO TABLEINGREDS-NAME (ING-INDEX)
                    MOVE TRESHOLD TO TABLETRESHOLD (ING-INDEX)
                    MOVE ZEROS TO TABLEINGREDS-SITES (ING-INDEX)
              END-READ
           END-PERFORM.
       100-LOAD-INGREDIENTS-EXIT.
           CLOSE SR-ING
           EXIT SECTION.

      ******************************************************************
      *    LOAD THE PACKAGING BILL; SANDWICH 000 APPLIES TO EVERY
      *    SANDWICH.
      ******************************************************************

       250-LOAD-PACKAGING SECTION.
           MOVE ZERO TO NUMBER-PK
           OPEN INPUT PACKBOM
           IF PACKBOM-FS NOT = 00 THEN
              GO TO 250-LOAD-PACKAGING-EXIT
           END-IF
           PERFORM UNTIL 1 = 2
              READ PACKBOM NEXT RECORD
                 AT END
                    CLOSE PACKBOM
                    GO TO 250-LOAD-PACKAGING-EXIT
                 NOT AT END
                    IF NUMBER-PK < 300
                       ADD 1 TO NUMBER-PK
                       MOVE PKB-SANDWICH-ID TO
                          TABLEPACK-SANDWICH-ID (NUMBER-PK)
                       MOVE PKB-ITEM-ID TO TABLEPACK-ITEM-ID (NUMBER-PK)
                       MOVE PKB-BASIS TO TABLEPACK-BASIS (NUMBER-PK)
                       MOVE PKB-QTY TO TABLEPACK-QTY (NUMBER-PK)
                    END-IF
              END-READ
           END-PERFORM.
       250-LOAD-PACKAGING-EXIT.
           EXIT SECTION.

      ******************************************************************
      *    WALK EVERY ORDER ON FILE.  FOR EACH ORDER DUE ON OR AFTER
      *    TODAY, MULTIPLY THE ORDERED QUANTITY THROUGH THE RECIPE
      ******************************************************************

       300-PROJECT-PENDING-ORDERS SECTION.
           MOVE ALL "N" TO FORECAST-SITES
           OPEN INPUT ORDERS
           SET IND-ORDERS TO 0
           PERFORM UNTIL EOFORDERS
                 NOT AT END
                    IF FD-DELIVERY-DATE NOT < FUNCTION CURRENT-DATE
                       (1:8)
      *    EACH LINE IS PROJECTED AT THE KITCHEN SITE THAT MAKES IT.
                       IF FD-ORDERS-SITE-ID IS NUMERIC AND
                          FD-ORDERS-SITE-ID > ZEROS THEN
                          MOVE FD-ORDERS-SITE-ID TO FORECAST-SITE
                       ELSE
                          MOVE 1 TO FORECAST-SITE
                       END-IF
                       IF FORECAST-SITE <= MAX-FORECAST-SITE THEN
                          MOVE "Y" TO
                             FORECAST-SITE-USED (FORECAST-SITE)
                          PERFORM 310-APPLY-ORDER-TO-RECIPE
                          PERFORM 330-APPLY-ORDER-TO-PACKAGING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
              IF TABLEINGREDS-ID (ING-INDEX) =
                 TABLERECIPE-INGREDIENT-ID (RECIPE-INDEX)
                 ADD WS-PROJECTED-NEED TO
                    TABLEINGREDS-PROJECTED (ING-INDEX, FORECAST-SITE)
              END-IF
           END-PERFORM
           EXIT SECTION.

       330-APPLY-ORDER-TO-PACKAGING SECTION.
           MOVE ZERO TO PK-INDEX
           PERFORM UNTIL PK-INDEX >= NUMBER-PK
              ADD 1 TO PK-INDEX
              IF TABLEPACK-SANDWICH-ID (PK-INDEX) = ZERO OR
                 TABLEPACK-SANDWICH-ID (PK-INDEX) =
                 FD-ORDERS-SANDWICH-INTERNAL-ID
                 IF TABLEPACK-BASIS (PK-INDEX) = "O"
                    MOVE TABLEPACK-QTY (PK-INDEX) TO WS-PROJECTED-NEED
                 ELSE
                    COMPUTE WS-PROJECTED-NEED = FD-ORDERS-QUANTITY *
                       TABLEPACK-QTY (PK-INDEX)
                 END-IF
                 PERFORM 340-ADD-TO-PACKAGING-ITEM
              END-IF
           END-PERFORM
           EXIT SECTION.

       340-ADD-TO-PACKAGING-ITEM SECTION.
           SET ING-INDEX TO 0
           PERFORM UNTIL ING-INDEX >= NUMBER-ING
              SET ING-INDEX UP BY 1
              IF TABLEINGREDS-ID (ING-INDEX) =
                 TABLEPACK-ITEM-ID (PK-INDEX)
                 ADD WS-PROJECTED-NEED TO
                    TABLEINGREDS-PROJECTED (ING-INDEX, FORECAST-SITE)
              END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    LIST, SITE BY SITE, EVERY INGREDIENT WHERE THE PROJECTED
      *    CONSUMPTION FROM PENDING ORDERS WOULD TAKE THAT SITE'S
      *    STOCK (STOCKBAL) AT OR BELOW ITS THRESHOLD.
      ******************************************************************

       400-WRITE-FORECAST-REPORT SECTION.
           OPEN OUTPUT FORECASTREPORT
           OPEN INPUT STOCKBAL
           IF STOCKBAL-FS = 00 THEN
              MOVE "Y" TO STOCKBAL-OPEN
           END-IF
           MOVE "INGREDIENT FORECAST AGAINST PENDING ORDERS"
              TO FORECASTOUT
           WRITE FORECASTOUT
           MOVE SPACES TO FORECASTOUT
           WRITE FORECASTOUT
           PERFORM VARYING FORECAST-SITE FROM 1 BY 1
              UNTIL FORECAST-SITE > MAX-FORECAST-SITE
              IF FORECAST-SITE-USED (FORECAST-SITE) = "Y" THEN
                 PERFORM 410-WRITE-SITE-FORECAST
              END-IF
           END-PERFORM
           IF WS-SHORTFALL-COUNT = ZERO
              MOVE "NO INGREDIENT SHORTFALLS PROJECTED." TO FORECASTOUT
              WRITE FORECASTOUT
           END-IF
           IF STOCKBAL-OPEN = "Y" THEN
              CLOSE STOCKBAL
           END-IF
           CLOSE FORECASTREPORT
           EXIT SECTION.

       410-WRITE-SITE-FORECAST SECTION.
           MOVE ZERO TO WS-SITE-LINES
           MOVE FORECAST-SITE TO WS-SITE-EDIT
           MOVE SPACES TO FORECASTOUT
           STRING "KITCHEN SITE " DELIMITED BY SIZE
              WS-SITE-EDIT DELIMITED BY SIZE
              INTO FORECASTOUT
           WRITE FORECASTOUT
           SET ING-INDEX TO 0
           PERFORM UNTIL ING-INDEX >= NUMBER-ING
              SET ING-INDEX UP BY 1
              IF TABLEINGREDS-PROJECTED (ING-INDEX, FORECAST-SITE)
                 > ZERO
                 PERFORM 420-READ-SITE-BALANCE
                 COMPUTE WS-AFTER-ORDERS = WS-ON-HAND -
                    TABLEINGREDS-PROJECTED (ING-INDEX, FORECAST-SITE)
                 IF WS-AFTER-ORDERS <= TABLETRESHOLD (ING-INDEX)
                    ADD 1 TO WS-SHORTFALL-COUNT
                    ADD 1 TO WS-SITE-LINES
                    MOVE TABLEINGREDS-PROJECTED
                       (ING-INDEX, FORECAST-SITE) TO WS-SUM-EDIT
                    MOVE TABLETRESHOLD (ING-INDEX) TO WS-SUM-EDIT2
                    MOVE WS-ON-HAND TO WS-ONHAND-EDIT
                    MOVE SPACES TO FORECASTOUT
                    STRING "  " DELIMITED BY SIZE
                       TABLEINGREDS-NAME (ING-INDEX) DELIMITED BY "  "
                       " NEEDS " DELIMITED BY SIZE
                       WS-SUM-EDIT DELIMITED BY SIZE
                       " ON HAND " DELIMITED BY SIZE
                       WS-ONHAND-EDIT DELIMITED BY SIZE
                       " (THRESHOLD " DELIMITED BY SIZE
                       WS-SUM-EDIT2 DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO FORECASTOUT
                    WRITE FORECASTOUT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SITE-LINES = ZERO
              MOVE "  NO SHORTFALLS PROJECTED AT THIS SITE."
                 TO FORECASTOUT
              WRITE FORECASTOUT
           END-IF
           MOVE SPACES TO FORECASTOUT
           WRITE FORECASTOUT
           EXIT SECTION.

       420-READ-SITE-BALANCE SECTION.
           MOVE ZEROS TO WS-ON-HAND
           IF STOCKBAL-OPEN = "Y" THEN
              MOVE FORECAST-SITE TO STOCK-SITE-ID
              MOVE TABLEINGREDS-ID (ING-INDEX) TO STOCK-INGREDS-ID
              READ STOCKBAL RECORD
                 INVALID KEY
                    MOVE ZEROS TO WS-ON-HAND
                 NOT INVALID KEY
                    MOVE STOCK-QTY-SANDWICH TO WS-ON-HAND
              END-READ
           END-IF
           EXIT SECTION.

       END PROGRAM FORECAST-INGREDS.
