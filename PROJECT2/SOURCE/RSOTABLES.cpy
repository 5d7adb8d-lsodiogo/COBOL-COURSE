      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    TABLES VARIABLES | V0.3 | IN UPDATE | 08.03.2021
      ******************************************************************
      *    V0.4 | 15.10.2026 | TAB-ORDERS FOLLOWS THE ORDER LINE LAYOUT
      *    OF RSOFD (ORDER NUMBER, LINE NUMBER, UNIT PRICE).
      *    V0.5 | 15.10.2026 | AND THE PRODUCING KITCHEN SITE.
      ******************************************************************

       78  MAX-TABLES                     VALUE 9999.
               10  TAB-ORDERS-YEAR                   PIC 9(004).
               10  TAB-ORDERS-MONTH                  PIC 9(002).
               10  TAB-ORDERS-DAY                    PIC 9(002).
           05  TAB-ORDERS-HEADER-ID                  PIC 9(005).
           05  TAB-ORDERS-LINE-NO                    PIC 9(003).
           05  TAB-ORDERS-UNIT-PRICE                 PIC 99V99.
           05  TAB-ORDERS-SITE-ID                    PIC 9(002).
