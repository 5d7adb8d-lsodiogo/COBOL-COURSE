      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    WORKING-STORAGE VARIABLES | V0.1 | IN UPDATE | 04.03.2021
      ******************************************************************
      *    V0.2 | 15.10.2026 | ORDER NUMBER, LINE NUMBER AND UNIT PRICE
      *    APPLIED, AS IN RSOFD.
      *    V0.3 | 15.10.2026 | PRODUCING KITCHEN SITE, AS IN RSOFD.
      ******************************************************************

       01  WS-ORDERS.
               10  WS-ORDERS-YEAR                   PIC 9(004).
               10  WS-ORDERS-MONTH                  PIC 9(002).
               10  WS-ORDERS-DAY                    PIC 9(002).
           05  WS-ORDERS-HEADER-ID                  PIC 9(005).
           05  WS-ORDERS-LINE-NO                    PIC 9(003).
           05  WS-ORDERS-UNIT-PRICE                 PIC 99V99.
           05  WS-ORDERS-SITE-ID                    PIC 9(002).
