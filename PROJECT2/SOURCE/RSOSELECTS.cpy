      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    SELECTS FROM FILE-CONTROL | V0.1 | IN UPDATE | 05.03.2021
      ******************************************************************
      *    V0.2 | 15.10.2026 | ORDER NUMBER ALTERNATE KEY ON THE ORDER
      *    LINES AND THE ORDER HEADER FILE.
      ******************************************************************

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT ORDHDR ASSIGN TO "ORDERHEADERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OH-ORDERS-ID
              FILE STATUS IS ORDHDR-FS.

           SELECT ORDERSKEYS ASSIGN TO "ORDERSKEYSFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ORDERSKEYS-FS.
