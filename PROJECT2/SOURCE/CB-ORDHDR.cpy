      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH ORDER HEADER RECORD
      ******************************************************************
      *    ONE HEADER PER SCHOOL ORDER (SCHOOL, DELIVERY DATE AND TIME,
      *    REFERENCE, STATUS). THE ORDER'S LINES ARE THE ORDERSFILE
      *    RECORDS CARRYING ITS NUMBER IN FD-ORDERS-HEADER-ID (ALTERNATE
      *    KEY); THE ORDER NUMBER IS THE ID OF ITS FIRST LINE, SO IT
      *    NEVER CLASHES WITH A LINE ID (SEE RSOREGISTER / BWORDLINES)
      *    | V1 | 15.10.2026
      ******************************************************************
       01  OH-DETAILS.
           88 EOFORDHDR                            VALUE HIGH-VALUES.
           05 OH-ORDERS-ID                         PIC 9(005).
           05 OH-SCHOOL-INTERNAL-ID                PIC 9(003).
           05 OH-DELIVERY-DATE-TIME.
               10 OH-DELIVERY-DATE                 PIC 9(008).
               10 OH-DELIVERY-HOUR                 PIC 9(002).
               10 OH-DELIVERY-MINUTE               PIC 9(002).
           05 OH-REFERENCE                         PIC X(020).
           05 OH-STATUS                            PIC 9(001).
               88 OH-CONFIRMED                     VALUE 1.
               88 OH-HELD                          VALUE 2.
               88 OH-DRAFT                         VALUE 3.
           05 OH-LINES                             PIC 9(003).
           05 OH-ORDERS-DATE                       PIC 9(008).
