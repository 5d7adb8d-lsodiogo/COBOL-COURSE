      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    FILE DESCRIPTOR VARIABLES | V0.3 | IN UPDATE | 08.03.2021
      ******************************************************************
      *    V0.4 | 15.10.2026 | EACH RECORD IS NOW ONE LINE OF A SCHOOL
      *    ORDER: ORDER NUMBER (ALTERNATE KEY), LINE NUMBER AND THE
      *    UNIT PRICE APPLIED. THE ORDER HEADER IS IN CB-ORDHDR.
      *    V0.5 | 15.10.2026 | THE KITCHEN SITE PRODUCING THE LINE
      *    (DEFAULT FROM THE SCHOOL, SEE BWSCHSITE). ZERO OR BLANK, AS
      *    ON LINES WRITTEN BEFORE THE FIELD EXISTED, MEANS SITE 01.
      ******************************************************************

       01  FD-ORDERS.
               10  FD-ORDERS-YEAR                   PIC 9(004).
               10  FD-ORDERS-MONTH                  PIC 9(002).
               10  FD-ORDERS-DAY                    PIC 9(002).
           05  FD-ORDERS-HEADER-ID                  PIC 9(005).
           05  FD-ORDERS-LINE-NO                    PIC 9(003).
           05  FD-ORDERS-UNIT-PRICE                 PIC 99V99.
           05  FD-ORDERS-SITE-ID                    PIC 9(002).
