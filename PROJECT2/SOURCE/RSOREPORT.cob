      *    CSV EXPORT OF THE ORDER REPORT | V0.4 | 09.08.2026
      ******************************************************************
      *    CONSOLIDATED MONTH-END BILLING PER SCHOOL | V0.5 | 09.08.2026
      ******************************************************************
      *    ORDER LINES | V0.6 | 15.10.2026 | THE REPORT AND THE CSV SHOW
      *       EACH LINE UNDER ITS ORDER NUMBER WITH ITS LINE NUMBER; THE
      *       BILLING COUNTS ORDERS, NOT LINES, AND USES THE UNIT PRICE
      *       APPLIED AT ORDER ENTRY WHEN THE LINE CARRIES ONE.
      ******************************************************************

       IDENTIFICATION DIVISION.
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              03 COLUMN 38 VALUE REPORTORDERSANDWICH.
              03 COLUMN 49 VALUE REPORTORDERQUANTITY.
              03 COLUMN 60 VALUE REPORTORDERDATE.
              03 COLUMN 72 VALUE "LINE".

      *    TYPE IS DETAIL IS THE REPORTS STRUCTURE, THE DATA WE READ
      *    FROM THE DATABASE WETHER IS A FILE OR AN ARRAY.
       01  REPORTLINE1 TYPE IS DETAIL NEXT GROUP PLUS 1.
           02 LINE IS PLUS 2.
              03 COLUMN 02 PIC 9(005)
                 SOURCE TAB-ORDERS-HEADER-ID (IND-ORDERS).
              03 COLUMN PLUS 4 PIC 9(002)
                 SOURCE TAB-DELIVERY-DAY (IND-ORDERS).
              03 COLUMN PLUS 1 VALUE "/".
              03 COLUMN PLUS 1 VALUE "/".
              03 COLUMN PLUS 1 PIC 9(004)
                 SOURCE TAB-ORDERS-YEAR (IND-ORDERS).
              03 COLUMN 72 PIC 9(003)
                 SOURCE TAB-ORDERS-LINE-NO (IND-ORDERS).

      *    TYPE IS FOOTING IS THE FOOTER STRUCTURE OF EACH PAGE.
       01  TYPE IS PAGE FOOTING.
           OPEN OUTPUT ORDERSCSV

           STRING "ORDERID;DELIVERYDATE;DELIVERYTIME;SCHOOLID;"
                  "SANDWICHID;QUANTITY;ORDERDATE;LINEID;LINENO;"
                  "UNITPRICE"
                  DELIMITED BY SIZE INTO CSV-ORDER-LINE
           WRITE CSV-ORDER-LINE
           END-WRITE
           EXIT SECTION.

       WRITE-CSV-ORDER-LINE SECTION.
           STRING TAB-ORDERS-HEADER-ID (IND-ORDERS)
                                                   DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  TAB-DELIVERY-YEAR (IND-ORDERS)  DELIMITED BY SIZE
                  "-"                              DELIMITED BY SIZE
                  TAB-ORDERS-MONTH (IND-ORDERS)    DELIMITED BY SIZE
                  "-"                              DELIMITED BY SIZE
                  TAB-ORDERS-DAY (IND-ORDERS)      DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  TAB-ORDERS-ID (IND-ORDERS)       DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  TAB-ORDERS-LINE-NO (IND-ORDERS)  DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  TAB-ORDERS-UNIT-PRICE (IND-ORDERS)
                                                   DELIMITED BY SIZE
                  INTO CSV-ORDER-LINE
           WRITE CSV-ORDER-LINE
           END-WRITE
              BILL-SCHOOL-ID
              AND TAB-DELIVERY-YEAR (IND-ORDERS) = BILL-YEAR
              AND TAB-DELIVERY-MONTH (IND-ORDERS) = BILL-MONTH THEN
                 IF TAB-ORDERS-UNIT-PRICE (IND-ORDERS) > ZEROS
                    COMPUTE BILL-LINE-TOTAL ROUNDED =
                       TAB-ORDERS-UNIT-PRICE (IND-ORDERS) *
                       TAB-ORDERS-QUANTITY (IND-ORDERS)
                 ELSE
                    PERFORM FIND-SANDWICH-FOR-ORDER
                    COMPUTE BILL-LINE-TOTAL ROUNDED =
                       TAB-SR-PRICE (IND-SANDWICH) *
                       TAB-ORDERS-QUANTITY (IND-ORDERS)
                 END-IF
                 ADD BILL-LINE-TOTAL TO BILL-SCHOOL-TOTAL
                 IF TAB-ORDERS-LINE-NO (IND-ORDERS) <= 1
                    ADD 1 TO BILL-ORDERS-COUNT
                 END-IF
              END-IF
           END-PERFORM

