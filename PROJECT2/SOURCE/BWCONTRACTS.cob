      *    DATES AND EITHER A DISCOUNT PERCENTAGE OR A FIXED
      *    PER-SANDWICH PRICE. ORDER REGISTRATION APPLIES THE
      *    CONTRACT THROUGH BWCONTRACTPRICE.
      *    V2 | 15.10.2026 | THE CONTRACT CAN WAIVE THE SMALL-ORDER
      *    SURCHARGE (S) OR BOTH IT AND THE ZONE DELIVERY CHARGE (A)
      *    BILLED BY BWINVOICE WHILE IT IS IN FORCE.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 WS-CN-DISCOUNT                    PIC 9(003).
           05 WS-CN-FIXED                       PIC 99V99.
           05 WS-CN-RETURN-RATE                 PIC 9(003).
           05 WS-CN-WAIVER                      PIC X(001).
       01  MAIN-OPTION                          PIC 9(001).
           88  VALID-MAIN-OPTION                VALUE 0 THRU 2.
       01  AUDIT-CALL.
              LINE 13 COL 10.
           05 SS-RETURN PIC 9(003) LINE 13 COL 44 TO
              WS-CN-RETURN-RATE BLANK WHEN ZERO.
           05 VALUE "WAIVE DELIVERY CHARGES (N/S = SURCHARGE/A = ALL):"
              LINE 15 COL 10.
           05 SS-WAIVER PIC X(001) LINE 15 COL 60 USING WS-CN-WAIVER.

       01  SCHOOL-MISSING-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR
           7.
               10 SL-FIXED PIC Z9.99 FROM CN-FIXED-PRICE.
               10 VALUE " RET:".
               10 SL-RETURN PIC 9(003) FROM CN-RETURN-RATE.
               10 VALUE "% WAIVE:".
               10 SL-WAIVER PIC X(001) FROM CN-CHARGE-WAIVER.

       01  LIST-END-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "END OF LIST - PRESS ANY KEY" LINE 24 COL 45.
      *    SETS OR REPLACES A SCHOOL'S CONTRACT.
      ******************************************************************
           MOVE ZEROS TO WS-CONTRACT
           MOVE "N" TO WS-CN-WAIVER
           DISPLAY CLEAR-SCREEN
           DISPLAY CONTRACT-FORM-SCREEN
           ACCEPT CONTRACT-FORM-SCREEN
           OR NOT (WS-CN-TYPE = 1 OR WS-CN-TYPE = 2) THEN
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-CN-WAIVER) TO WS-CN-WAIVER
           IF WS-CN-WAIVER NOT = "S" AND WS-CN-WAIVER NOT = "A" THEN
              MOVE "N" TO WS-CN-WAIVER
           END-IF

           OPEN INPUT SCHOOLS
           MOVE WS-CN-SCHOOL TO SCHOOL-INTERNAL-ID
           MOVE WS-CN-SCHOOL TO AC-KEY
           MOVE SPACES TO AC-BEFORE, AC-AFTER
           STRING "TYPE " WS-CN-TYPE " FROM " WS-CN-FROM
              " TO " WS-CN-TO " WAIVE " WS-CN-WAIVER INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           MOVE WS-CN-DISCOUNT TO CN-DISCOUNT-PCT
           MOVE WS-CN-FIXED TO CN-FIXED-PRICE
           MOVE WS-CN-RETURN-RATE TO CN-RETURN-RATE
           MOVE WS-CN-WAIVER TO CN-CHARGE-WAIVER
           EXIT SECTION.

       LIST-CONTRACTS SECTION.
