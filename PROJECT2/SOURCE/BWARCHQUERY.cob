              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT TOTREPORT ASSIGN TO "ARCHTOTALS.RPT"
