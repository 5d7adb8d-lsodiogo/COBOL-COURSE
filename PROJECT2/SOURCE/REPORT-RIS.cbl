      *    RIS MODULE - SUPPLIER PRICE-RELIABILITY REPORT
      ******************************************************************
      *     V1 | EM ATUALIZAÇÃO | 09.08.2026
      *     V2 | 15.10.2026 | RETURNS TO THE SUPPLIER (DEBIT NOTES,
      *                        SEE BWSUPRETURN) ARE COUNTED PER
      *                        SUPPLIER: RETURNS, QUANTITY, RETURN %
      *                        OF THE QUANTITY RECEIVED AND VALUE.
      ******************************************************************

       IDENTIFICATION DIVISION.
                   ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
                   FILE STATUS SUPP-STATUS.

          *> DEBIT NOTES FILE (RETURNS TO THE SUPPLIER)
               SELECT DEBITNOTES ASSIGN TO "BWDEBITNOTES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DN-NUMBER
                   FILE STATUS DEBITNOTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
       FD FXSUPPLY.
               COPY SUPPLIERFX.

      *> FD DEBIT NOTES
       FD DEBITNOTES.
               COPY CB-DEBITNOTE.

       WORKING-STORAGE SECTION.
      *> CONSTANTS SCREEN SECTION
       COPY CONSTANTS-RIS.
       77  INGRED-STATUS                       PIC 9(002).
       77  KEYSTATUS                           PIC 9(004).
       77  SUPP-STATUS                         PIC 9(002).
       77  DEBITNOTES-STATUS                   PIC 9(002).

       78  NOT-FILE                            VALUE "35".
       78  F1                                  VALUE "1001".
       01  REPORT-COL-MINPRICE      PIC X(010) VALUE "MIN PRICE".
       01  REPORT-COL-MAXPRICE      PIC X(010) VALUE "MAX PRICE".
       01  REPORT-COL-AVGPRICE      PIC X(010) VALUE "AVG PRICE".
       01  REPORT-COL-RETURNS       PIC X(010) VALUE "RETURNS".
       01  REPORT-COL-RETQTY        PIC X(010) VALUE "RET. QTY".
       01  REPORT-COL-RETPCT        PIC X(010) VALUE "RETURN %".
       01  REPORT-COL-DEBIT         PIC X(012) VALUE "DEBIT VALUE".
       01  REPORT-DATE-TEXT-RIS     PIC X(008) VALUE "REPORT: ".
       01  REPORT-DATETIME.
           05 REPORT-YEAR-RIS       PIC 9(004).
                   10 TABLE-RIS-YEAR                 PIC 9(004).
                   10 TABLE-RIS-MONTH                PIC 9(002).
                   10 TABLE-RIS-DAY                  PIC 9(002).
               05 TABLE-RIS-QTY-ORDERED              PIC 9(005).
               05 TABLE-RIS-QTY-RECEIVED             PIC 9(005).

       01  NUMBER-RIS                             PIC 9(004) VALUE 9999.

      *> TABLE DEBIT NOTES FILE
       78  MAX-DN                                 VALUE 9999.
       01 TABLE-DN OCCURS 1 TO MAX-DN TIMES
           DEPENDING ON NUMBER-DN
           INDEXED BY DN-INDEX.
               05 TABLE-DN-SUPP                      PIC 9(003).
               05 TABLE-DN-QTY                       PIC 9(005).
               05 TABLE-DN-AMOUNT                    PIC 9(007)V99.
       01  NUMBER-DN                              PIC 9(004) VALUE 0.

      *> ONE ROW PER SUPPLIER, BUILT FROM TABLE-RIS BEFORE PRINTING.
       78  MAX-SUPP-STATS               VALUE 9999.
       01  SUPP-STATS OCCURS 1 TO MAX-SUPP-STATS TIMES
           05 STAT-PRICE-MAX                     PIC 9(003).
           05 STAT-PRICE-TOTAL                   PIC 9(007).
           05 STAT-PRICE-AVG                     PIC 9(003).
           05 STAT-RETURN-COUNT                  PIC 9(004).
           05 STAT-RETURN-QTY                    PIC 9(007).
           05 STAT-RETURN-PCT                    PIC 9(003).
           05 STAT-DEBIT-AMOUNT                  PIC 9(007)V99.
       01  NUMBER-SUPP-STATS                     PIC 9(004) VALUE ZEROS.

       01  RIS-FOUND                      PIC X(001).
       77  STAT-PRICE-TOTAL-WORK          PIC 9(007).
       77  STAT-PRICE-MIN-WORK            PIC 9(003).
       77  STAT-PRICE-MAX-WORK            PIC 9(003).
       77  STAT-RECEIVED-WORK             PIC 9(007).
       77  STAT-RETURN-COUNT-WORK         PIC 9(004).
       77  STAT-RETURN-QTY-WORK           PIC 9(007).
       77  STAT-DEBIT-WORK                PIC 9(007)V99.

       01  REPORT-DONE-TEXT               PIC X(040) VALUE
           "REPORT GENERATED: RIS-RELIABILITY.RPT".
           03 COLUMN 23 VALUE REPORT-COL-MINPRICE.
           03 COLUMN PLUS 2 VALUE REPORT-COL-MAXPRICE.
           03 COLUMN PLUS 2 VALUE REPORT-COL-AVGPRICE.
           02 LINE IS PLUS 1.
           03 COLUMN 23 VALUE REPORT-COL-RETURNS.
           03 COLUMN 35 VALUE REPORT-COL-RETQTY.
           03 COLUMN 47 VALUE REPORT-COL-RETPCT.
           03 COLUMN 59 VALUE REPORT-COL-DEBIT.

       01  REPORTLINE-SUPPLIER TYPE IS DETAIL NEXT GROUP PLUS 1.
           02 LINE IS PLUS 2.
           03 COLUMN PLUS 8 PIC ZZ9 SOURCE STAT-PRICE-MAX (STAT-INDEX).
           03 COLUMN PLUS 8 PIC ZZ9 SOURCE STAT-PRICE-AVG (STAT-INDEX).

       01  REPORTLINE-RETURNS TYPE IS DETAIL.
           02 LINE IS PLUS 1.
           03 COLUMN 23 PIC ZZZ9
               SOURCE STAT-RETURN-COUNT (STAT-INDEX).
           03 COLUMN 35 PIC ZZZZZZ9
               SOURCE STAT-RETURN-QTY (STAT-INDEX).
           03 COLUMN 47 PIC ZZ9
               SOURCE STAT-RETURN-PCT (STAT-INDEX).
           03 COLUMN 59 PIC ZZZZZZ9.99
               SOURCE STAT-DEBIT-AMOUNT (STAT-INDEX).

       01  TYPE IS PAGE FOOTING.
           02 LINE IS 49.
           03 COLUMN 03 VALUE REPORT-DATE-TEXT-RIS.
           MOVE ZEROS TO STAT-PRICE-TOTAL-WORK
           MOVE 999 TO STAT-PRICE-MIN-WORK
           MOVE ZEROS TO STAT-PRICE-MAX-WORK
           MOVE ZEROS TO STAT-RECEIVED-WORK
           MOVE ZEROS TO STAT-RETURN-COUNT-WORK
           MOVE ZEROS TO STAT-RETURN-QTY-WORK
           MOVE ZEROS TO STAT-DEBIT-WORK

           SET RIS-INDEX TO 1
           PERFORM UNTIL RIS-INDEX > NUMBER-RIS
               SET RIS-INDEX UP BY 1
           END-PERFORM

           SET DN-INDEX TO 1
           PERFORM UNTIL DN-INDEX > NUMBER-DN
               IF TABLE-DN-SUPP (DN-INDEX) =
                  TABLESUPPLIER-ID (SUPP-INDEX) THEN
                   ADD 1 TO STAT-RETURN-COUNT-WORK
                   ADD TABLE-DN-QTY (DN-INDEX) TO STAT-RETURN-QTY-WORK
                   ADD TABLE-DN-AMOUNT (DN-INDEX) TO STAT-DEBIT-WORK
               END-IF
               SET DN-INDEX UP BY 1
           END-PERFORM

           IF STAT-COUNT-TOTAL-WORK > ZEROS THEN
               SET STAT-INDEX TO NUMBER-SUPP-STATS
               SET STAT-INDEX UP BY 1
               COMPUTE STAT-RELIABILITY-PCT (STAT-INDEX) ROUNDED =
                   (STAT-COUNT-CURRENT-WORK * 100) /
                   STAT-COUNT-TOTAL-WORK
               MOVE STAT-RETURN-COUNT-WORK
                   TO STAT-RETURN-COUNT (STAT-INDEX)
               MOVE STAT-RETURN-QTY-WORK TO STAT-RETURN-QTY (STAT-INDEX)
               MOVE STAT-DEBIT-WORK TO STAT-DEBIT-AMOUNT (STAT-INDEX)
               MOVE ZEROS TO STAT-RETURN-PCT (STAT-INDEX)
               IF STAT-RECEIVED-WORK > ZEROS THEN
                   COMPUTE STAT-RETURN-PCT (STAT-INDEX) ROUNDED =
                       (STAT-RETURN-QTY-WORK * 100) /
                       STAT-RECEIVED-WORK
                       ON SIZE ERROR
                           MOVE 999 TO STAT-RETURN-PCT (STAT-INDEX)
                   END-COMPUTE
               END-IF
           END-IF
           EXIT SECTION.

       ACCUMULATE-SUPPLIER-PRICE SECTION.
           ADD 1 TO STAT-COUNT-TOTAL-WORK
           ADD TABLE-RIS-PRICE (RIS-INDEX) TO STAT-PRICE-TOTAL-WORK
           IF TABLE-RIS-QTY-RECEIVED (RIS-INDEX) IS NUMERIC THEN
               ADD TABLE-RIS-QTY-RECEIVED (RIS-INDEX)
                   TO STAT-RECEIVED-WORK
           END-IF
           IF TABLE-RIS-PRICE (RIS-INDEX) < STAT-PRICE-MIN-WORK THEN
               MOVE TABLE-RIS-PRICE (RIS-INDEX) TO STAT-PRICE-MIN-WORK
           END-IF
           PERFORM UNTIL STAT-INDEX > NUMBER-SUPP-STATS
               GENERATE REPORTLINE-SUPPLIER
               GENERATE REPORTLINE-PRICES
               GENERATE REPORTLINE-RETURNS
               SET STAT-INDEX UP BY 1
           END-PERFORM
           TERMINATE RELIABILITY-REPORT
               END-READ
           END-PERFORM
           CLOSE FXRISUPPLY

           SET DN-INDEX TO 0
           MOVE ZEROS TO NUMBER-DN
           OPEN INPUT DEBITNOTES
           IF DEBITNOTES-STATUS = ZEROS THEN
               PERFORM UNTIL EOFDEBITNOTES
                   READ DEBITNOTES NEXT RECORD
                       AT END
                           SET EOFDEBITNOTES TO TRUE
                       NOT AT END
                           IF NUMBER-DN < MAX-DN THEN
                               SET DN-INDEX UP BY 1
                               SET NUMBER-DN TO DN-INDEX
                               PERFORM LOAD-DN-TABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBITNOTES
           END-IF
           EXIT SECTION.

       LOAD-DN-TABLE SECTION.
           MOVE DN-SUPPLIER-ID TO TABLE-DN-SUPP (DN-INDEX)
           MOVE DN-QTY TO TABLE-DN-QTY (DN-INDEX)
           MOVE DN-AMOUNT TO TABLE-DN-AMOUNT (DN-INDEX)
           EXIT SECTION.

       LOAD-INGRED-TABLE SECTION.
