      *    SEARCH SANDWICH BY EXTERNAL ID | V0.4 | 09.08.2026 | USES THE
      *       NEW ALTERNATE KEY ON THE SANDWICH RECIPE FILE INSTEAD OF
      *       SCANNING THE IN-MEMORY TABLE.
      ******************************************************************
      *    SEARCH ORDERS BY ORDER | V0.5 | 15.10.2026 | EACH MATCHING
      *       ORDER IS SHOWN ONCE WITH ITS REFERENCE AND STATUS (ORDER
      *       HEADER FILE), FOLLOWED BY ALL ITS LINES WHEN IT HAS MORE
      *       THAN ONE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       WORKING-STORAGE SECTION.
       COPY RSOWS.
       COPY RSOWSVAR.
       COPY VAR-VALIDDATE.
       COPY RSOCONSTANTS.

       77  LAST-HEADER-SHOWN                    PIC 9(005).
       77  ORDER-LINE-IDX                       PIC 9(004).
       77  ORDER-LINE-NAME                      PIC X(013).
       77  ORDER-STATUS-TEXT                    PIC X(010).

      ******************************************************************

       SCREEN SECTION.
           05 VALUE REGISTER-TEXT-QUANTITY      LINE 18 COL 05.
           05 VALUE REGISTER-TEXT-ORDER-DATE    LINE 19 COL 05.
           05 REG-ID2 PIC 9(005) LINE 13 COL 26 FROM
              TAB-ORDERS-HEADER-ID (IND-ORDERS).
           05 VALUE "REFERENCE:"                LINE 14 COL 05.
           05 REG-REFERENCE2 PIC X(020) LINE 14 COL 26
              FROM OH-REFERENCE.
           05 VALUE "ORDER LINE:"               LINE 20 COL 05.
           05 REG-LINE-NO2 PIC 9(003) LINE 20 COL 26
              FROM TAB-ORDERS-LINE-NO (IND-ORDERS).
           05 VALUE "OF"                        LINE 20 COL 30.
           05 REG-LINES2 PIC 9(003) LINE 20 COL 33 FROM OH-LINES.
           05 VALUE "STATUS:"                   LINE 21 COL 05.
           05 REG-STATUS2 PIC X(010) LINE 21 COL 26
              FROM ORDER-STATUS-TEXT.
           05 REG-REC2.
              10 REG-DELIVERY-DATE2.
                 15 REG-DELIVERY-DAY2 PIC X(002) LINE 15 COL 26 FROM
              FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       01  ORDER-LINES-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE ALL "_" PIC X(088) LINE 10 COL 03.
           05 VALUE ALL " " PIC X(090) LINE 07 COL 03
              BACKGROUND-COLOR 7.
           05 VALUE ALL " " PIC X(090) LINE 22 COL 03
              BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 08 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 09 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 10 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 11 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 12 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 13 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 14 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 15 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 16 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 17 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 18 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 19 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 20 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 21 COL 03 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 08 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 09 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 10 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 11 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 12 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 13 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 14 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 15 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 16 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 17 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 18 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 19 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 20 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "  " LINE 21 COL 91 BACKGROUND-COLOR 7.
           05 VALUE "ORDER"                     LINE 09 COL 05.
           05 OLS-ID PIC 9(005) LINE 09 COL 11 FROM OH-ORDERS-ID.
           05 VALUE "|"                         LINE 09 COL 17.
           05 OLS-REFERENCE PIC X(020) LINE 09 COL 19
              FROM OH-REFERENCE.
           05 VALUE "|"                         LINE 09 COL 40.
           05 OLS-STATUS PIC X(010) LINE 09 COL 42
              FROM ORDER-STATUS-TEXT.
           05 VALUE "|"                         LINE 09 COL 53.
           05 OLS-LINES PIC ZZ9 LINE 09 COL 55 FROM OH-LINES.
           05 VALUE "LINES"                     LINE 09 COL 59.
           05 VALUE VIEW-ORDERS-ONEBYONE LINE 25 COL 03
              FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       01  ORDER-LINE-LIST.
           05 LIST-LINE-NO PIC 9(003) LINE ILIN COL ICOL
              FROM TAB-ORDERS-LINE-NO (ORDER-LINE-IDX).
           05 LIST-LINE-SANDWICH PIC 9(003) LINE ILIN COL PLUS 2
              FROM TAB-ORDERS-SANDWICH-INTERNAL-ID (ORDER-LINE-IDX).
           05 LIST-LINE-NAME PIC X(013) LINE ILIN COL PLUS 2
              FROM ORDER-LINE-NAME.
           05 LIST-LINE-QTY PIC ZZ9 LINE ILIN COL PLUS 2
              FROM TAB-ORDERS-QUANTITY (ORDER-LINE-IDX).

      ******************************************************************

       01  LIST-FRAME.
           DISPLAY MAIN-SCREEN

           MOVE ZEROS TO COUNTER
           MOVE ZEROS TO LAST-HEADER-SHOWN

           PERFORM GET-SCHOOL
           IF KEYSTATUS = F3 THEN
                 DISPLAY CLEAR-SCREEN
                 DISPLAY MAIN-SCREEN
                 PERFORM GET-SANDWICH-NAME
                 PERFORM SHOW-ORDER
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
           DISPLAY MAIN-SCREEN

           MOVE ZEROS TO COUNTER
           MOVE ZEROS TO LAST-HEADER-SHOWN

           PERFORM GET-SANDWICH
           IF KEYSTATUS = F3 THEN
                 DISPLAY CLEAR-SCREEN
                 DISPLAY MAIN-SCREEN
                 PERFORM GET-SCHOOL-NAME
                 PERFORM SHOW-ORDER
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
           DISPLAY MAIN-SCREEN

           MOVE ZEROS TO COUNTER
           MOVE ZEROS TO LAST-HEADER-SHOWN

           PERFORM GET-SANDWICH-EID
           IF KEYSTATUS = F3 THEN
                 DISPLAY CLEAR-SCREEN
                 DISPLAY MAIN-SCREEN
                 PERFORM GET-SCHOOL-NAME
                 PERFORM SHOW-ORDER
                 IF KEYSTATUS = F3 THEN
                    EXIT SECTION
                 END-IF
           DISPLAY MAIN-SCREEN

           MOVE ZEROS  TO COUNTER
           MOVE ZEROS TO LAST-HEADER-SHOWN

           PERFORM GET-DATES
           IF KEYSTATUS = F3 THEN
                    ADD 1 TO COUNTER
                    DISPLAY CLEAR-SCREEN
                    DISPLAY MAIN-SCREEN
                    PERFORM SHOW-ORDER
                    IF KEYSTATUS = F3 THEN
                       EXIT SECTION
                    END-IF
           DISPLAY MAIN-SCREEN

           MOVE ZEROS TO COUNTER
           MOVE ZEROS TO LAST-HEADER-SHOWN

           PERFORM GET-SCHOOL
           IF KEYSTATUS = F3 THEN
                    ADD 1 TO COUNTER
                    DISPLAY CLEAR-SCREEN
                    DISPLAY MAIN-SCREEN
                    PERFORM SHOW-ORDER
                    IF KEYSTATUS = F3 THEN
                       EXIT SECTION
                    END-IF
           DISPLAY MAIN-SCREEN

           MOVE ZEROS  TO COUNTER
           MOVE ZEROS TO LAST-HEADER-SHOWN

           PERFORM GET-DATES
           IF KEYSTATUS = F3 THEN
                       ADD 1 TO COUNTER
                       DISPLAY CLEAR-SCREEN
                       DISPLAY MAIN-SCREEN
                       PERFORM SHOW-ORDER
                       IF KEYSTATUS = F3 THEN
                          EXIT SECTION
                       END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************

       SHOW-ORDER SECTION.
      *    EACH ORDER IS SHOWN ONCE, HOWEVER MANY OF ITS LINES MATCH:
      *    THE HEADER WITH THE FIRST MATCHING LINE, THEN ALL THE LINES
      *    OF A MULTI-LINE ORDER ON A SECOND SCREEN (THREE COLUMNS OF
      *    TEN - AN ORDER HOLDS AT MOST 30 LINES).
           IF TAB-ORDERS-HEADER-ID (IND-ORDERS) = LAST-HEADER-SHOWN
           AND LAST-HEADER-SHOWN NOT = ZEROS THEN
              EXIT SECTION
           END-IF
           MOVE TAB-ORDERS-HEADER-ID (IND-ORDERS) TO LAST-HEADER-SHOWN

           PERFORM GET-ORDER-HEADER
           ACCEPT SHOW-REGISTER-SCREEN
           IF KEYSTATUS = F3 OR OH-LINES < 2 THEN
              EXIT SECTION
           END-IF

           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ORDER-LINES-SCREEN
           MOVE 11 TO ILIN
           MOVE 05 TO ICOL
           PERFORM VARYING ORDER-LINE-IDX FROM 1 BY 1
              UNTIL ORDER-LINE-IDX > MAX-ORDERS
              IF TAB-ORDERS-HEADER-ID (ORDER-LINE-IDX) =
                 OH-ORDERS-ID
                 PERFORM SHOW-ORDER-LINE
              END-IF
           END-PERFORM
           ACCEPT ORDER-LINES-SCREEN
           EXIT SECTION.

       SHOW-ORDER-LINE SECTION.
           IF ICOL > 63 THEN
              EXIT SECTION
           END-IF
           MOVE SPACES TO ORDER-LINE-NAME
           PERFORM VARYING IND-SANDWICH FROM 1 BY 1
              UNTIL IND-SANDWICH > MAX-SANDWICH
              IF TAB-SR-IID (IND-SANDWICH) =
                 TAB-ORDERS-SANDWICH-INTERNAL-ID (ORDER-LINE-IDX)
                 MOVE TAB-SR-S-DESCRIPTION (IND-SANDWICH) TO
                    ORDER-LINE-NAME
                 SET IND-SANDWICH TO MAX-SANDWICH
              END-IF
           END-PERFORM
           DISPLAY ORDER-LINE-LIST
           ADD 1 TO ILIN
           IF ILIN > 20 THEN
              MOVE 11 TO ILIN
              ADD 29 TO ICOL
           END-IF
           EXIT SECTION.

       GET-ORDER-HEADER SECTION.
      *    THE ORDER HEADER OF THE LINE ON SHOW. AN ORDER WITHOUT ONE
      *    IS SHOWN AS A SINGLE-LINE CONFIRMED ORDER.
           MOVE SPACES TO OH-REFERENCE
           MOVE 1 TO OH-LINES
           MOVE 1 TO OH-STATUS
           MOVE TAB-ORDERS-HEADER-ID (IND-ORDERS) TO OH-ORDERS-ID
           OPEN INPUT ORDHDR
           IF ORDHDR-FS = 00 THEN
              READ ORDHDR
                 INVALID KEY
                    MOVE SPACES TO OH-REFERENCE
                    MOVE 1 TO OH-LINES
                    MOVE 1 TO OH-STATUS
              END-READ
              CLOSE ORDHDR
           END-IF

           EVALUATE TRUE
              WHEN OH-HELD
                 MOVE "HELD" TO ORDER-STATUS-TEXT
              WHEN OH-DRAFT
                 MOVE "DRAFT" TO ORDER-STATUS-TEXT
              WHEN OTHER
                 MOVE "CONFIRMED" TO ORDER-STATUS-TEXT
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************

       CHECK-COUNTER SECTION.
