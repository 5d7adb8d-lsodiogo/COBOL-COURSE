      *    SCHOOLFEED DIRECTLY: IT QUEUES THE ORDER IN THE OUTBOUND
      *    SPOOL (BWFEEDSPOOL), SO THE SEQUENCE AND SENT/CONFIRMED
      *    STATE STAY TRUE AND BWFEEDXMIT TRANSMITS EXACTLY ONCE.
      *    V3 | 15.10.2026 | THE RETRANSMITTED MESSAGE IS BUILT BY
      *    BWORDFEED FROM THE ORDER HEADER AND ALL ITS LINES, THE SAME
      *    MESSAGE RSOREGISTER SENDS.
      ******************************************************************

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCHOOLFEED-FS.


       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOLFEED.
       01  SCHOOLFEED-LINE                      PIC X(300).


       WORKING-STORAGE SECTION.
       77  FEEDSTATUS-FS                        PIC 9(002).
       77  ACKFILE-FS                           PIC 9(002).
       77  SCHOOLFEED-FS                        PIC 9(002).
       01  ORDER-FEED-CALL.
           05 OF-ORDERS-ID                      PIC 9(005).
           05 OF-RESULT                         PIC X(001).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  ILIN                                 PIC 9(002).
              EXIT SECTION
           END-IF

      *    THE RETRY GOES THROUGH THE OUTBOUND SPOOL LIKE EVERY
      *    OTHER PUSH, SO BWFEEDXMIT SENDS IT EXACTLY ONCE. THE
      *    MESSAGE IS REBUILT FROM THE CORRECTED ORDER (BWORDFEED).
           MOVE RETRY-ORDER-ID TO OF-ORDERS-ID
           CALL "BWORDFEED" USING ORDER-FEED-CALL
           IF OF-RESULT NOT = "Y" THEN
              CLOSE FEEDSTATUS
              ACCEPT RETRY-FAIL-SCREEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO FST-ACK-STATUS
           MOVE FUNCTION CURRENT-DATE (1:8) TO FST-FIRST-SEEN
