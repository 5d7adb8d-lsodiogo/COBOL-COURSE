      *    ORDERS ABOVE THE APPROVAL THRESHOLDS WAIT HERE UNTIL A
      *    SUPERVISOR RELEASES OR REJECTS THEM (SEE BWAPPRGATE /
      *    BWAPPROVAL) | V1 | 22.08.2026
      *    V2 | 15.10.2026 | QUANTITY AND VALUE WIDENED TO HOLD THE
      *    TOTALS OF A MULTI-LINE ORDER.
      ******************************************************************
       01  PEND-DETAILS.
           88 EOFPENDING                           VALUE HIGH-VALUES.
           05 PEND-ORDERS-ID                       PIC 9(005).
           05 PEND-SCHOOL-INTERNAL-ID              PIC 9(003).
           05 PEND-QUANTITY                        PIC 9(005).
           05 PEND-VALUE                           PIC 9(007)V99.
           05 PEND-STATUS                          PIC 9(001).
               88 PEND-WAITING                     VALUE 1.
