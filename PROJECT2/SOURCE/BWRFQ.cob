      *    WHEN IT PUTS THE PRICE ON THE PO LINE. THE QUOTE-HISTORY
      *    REPORT PER SUPPLIER (RFQHIST.RPT) FEEDS THE RELIABILITY
      *    PICTURE.
      ******************************************************************
      *    V2 | 15.10.2026 | THE AWARD CHECKS THE WINNER'S FOOD-SAFETY
      *         CERTIFICATION (BWCERTGATE): A MANDATORY TYPE NOT
      *         VALID TODAY REFUSES THE AWARD, ANY OTHER GAP ASKS
      *         FOR CONFIRMATION.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WORK-RFQ                             PIC 9(006).
       77  WORK-INGRED                          PIC 9(003).
       77  STATUS-TEXT                          PIC X(008).
       77  CONFIRM-AWARD                        PIC X(001).

       01  CERT-GATE-CALL.
           05 CG-SUPPLIER-ID                    PIC 9(003).
           05 CG-DATE                           PIC 9(008).
           05 CG-RESULT                         PIC X(001).
           05 CG-REASON                         PIC X(040).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
              COL 44.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  CERT-BLOCKED-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "AWARD REFUSED - SUPPLIER CERTIFICATION:" LINE 20
              COL 20.
           05 SS-CB-REASON PIC X(040) LINE 20 COL 60 FROM CG-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  CERT-WARNING-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "CERTIFICATION WARNING:" LINE 20 COL 20.
           05 SS-CW-REASON PIC X(040) LINE 20 COL 43 FROM CG-REASON.
           05 VALUE "AWARD ANYWAY (Y/N)?" LINE 22 COL 20.
           05 SS-CW-CONFIRM PIC X(001) LINE 22 COL 40
              TO CONFIRM-AWARD.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.
              EXIT SECTION
           END-IF

      *    NO AWARD TO A SUPPLIER WHOSE MANDATORY CERTIFICATION IS NOT
      *    VALID TODAY; OTHER GAPS NEED THE BUYER'S CONFIRMATION.
           MOVE ENTRY-SUPPLIER TO CG-SUPPLIER-ID
           MOVE TODAY-DATE TO CG-DATE
           CALL "BWCERTGATE" USING CERT-GATE-CALL
           IF CG-RESULT = "B" THEN
              CLOSE RFQFILE
              ACCEPT CERT-BLOCKED-SCREEN
              EXIT SECTION
           END-IF
           IF CG-RESULT = "W" THEN
              MOVE SPACES TO CONFIRM-AWARD
              ACCEPT CERT-WARNING-SCREEN
              MOVE FUNCTION UPPER-CASE (CONFIRM-AWARD)
                 TO CONFIRM-AWARD
              IF KEYSTATUS = 1003 OR CONFIRM-AWARD NOT = "Y" THEN
                 CLOSE RFQFILE
                 EXIT SECTION
              END-IF
           END-IF

           MOVE RFQ-INGREDS-ID TO WORK-INGRED
           MOVE RFQ-QUOTE-PRICE TO ENTRY-PRICE
           MOVE RFQ-VALID-UNTIL TO ENTRY-VALID
