      *    AND LK-DECISION RETURNS "H" (HOLD); OTHERWISE "R"
      *    (RELEASE). A SUPERVISOR DISPOSES OF HELD ORDERS WITH
      *    BWAPPROVAL.
      *    V2 | 15.10.2026 | THE GATE WORKS ON THE WHOLE ORDER (TOTAL
      *    QUANTITY AND VALUE OF ALL ITS LINES); A HELD ORDER ALSO
      *    HAS ITS ORDER HEADER MARKED AS HELD.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS PEND-ORDERS-ID
              FILE STATUS IS PENDINGORD-FS.

           SELECT ORDHDR ASSIGN TO "ORDERHEADERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OH-ORDERS-ID
              FILE STATUS IS ORDHDR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVALCFG.
       FD  PENDINGORD.
       COPY CB-PENDING.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       WORKING-STORAGE SECTION.
       77  APPROVALCFG-FS                       PIC 9(002).
       77  PENDINGORD-FS                        PIC 9(002).
       77  ORDHDR-FS                            PIC 9(002).
       77  WS-MAX-QTY                           PIC 9(003).
       77  WS-MAX-VALUE                         PIC 9(005)V99.

       01  LK-GATE.
           05 LK-ORDERS-ID                      PIC 9(005).
           05 LK-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 LK-QUANTITY                       PIC 9(005).
           05 LK-VALUE                          PIC 9(007)V99.
           05 LK-DECISION                       PIC X(001).

       PROCEDURE DIVISION USING LK-GATE.
                 END-REWRITE
           END-WRITE
           CLOSE PENDINGORD

           OPEN I-O ORDHDR
           IF ORDHDR-FS = 00 THEN
              MOVE LK-ORDERS-ID TO OH-ORDERS-ID
              READ ORDHDR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET OH-HELD TO TRUE
                    REWRITE OH-DETAILS
                    END-REWRITE
              END-READ
              CLOSE ORDHDR
           END-IF
           EXIT SECTION.

       END PROGRAM BWAPPRGATE.
