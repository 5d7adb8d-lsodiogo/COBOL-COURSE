      *    MATCH POSTS THE PAYMENT TO BWPAYMENTS EXACTLY AS THE
      *    MANUAL SCREEN WOULD; EVERYTHING ELSE GOES TO
      *    BANKIMP.REJ FOR MANUAL HANDLING. SUMMARY IN BANKIMP.RPT.
      ******************************************************************
      *    V2 | 15.10.2026 | THE CREDIT OF A DIRECT-DEBIT RUN (REFERENCE
      *         "DD" + RUN DATE AND TIME, SEE BWDIRDEBIT) IS NOT POSTED:
      *         ITS PAYMENTS WERE POSTED PER INVOICE BY THE RUN. IT IS
      *         LISTED IN THE REPORT ONLY.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  NEXT-PAY-ID                          PIC 9(008).
       77  COUNT-MATCHED                        PIC 9(005).
       77  COUNT-UNMATCHED                      PIC 9(005).
       77  COUNT-DD-RUNS                        PIC 9(005).
       77  MATCH-FLAG                           PIC X(001).
       77  LINE-DATE                            PIC 9(008).
       77  LINE-AMOUNT                          PIC 9(007)V99.
       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE ZEROS TO COUNT-MATCHED, COUNT-UNMATCHED, COUNT-DD-RUNS
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT BANKSTMT

           MOVE SPACES TO IMP-LINE
           STRING "MATCHED " COUNT-MATCHED
              " | UNMATCHED " COUNT-UNMATCHED
              " | DIRECT-DEBIT RUNS " COUNT-DD-RUNS INTO IMP-LINE
           END-STRING
           WRITE IMP-LINE
           END-WRITE
           MOVE STMT-REF-TXT TO LINE-REFERENCE
           MOVE STMT-EID-TXT TO LINE-SCHOOL-EID

           IF LINE-REFERENCE (1:2) = "DD"
           AND LINE-REFERENCE (3:12) IS NUMERIC THEN
              PERFORM LIST-DIRECT-DEBIT-RUN
              EXIT SECTION
           END-IF

           PERFORM MATCH-BY-REFERENCE
           IF MATCH-FLAG NOT = "Y" THEN
              PERFORM MATCH-BY-AMOUNT
           END-WRITE
           EXIT SECTION.

       LIST-DIRECT-DEBIT-RUN SECTION.
      ******************************************************************
      *    THE BANK'S CREDIT FOR A DIRECT-DEBIT RUN: THE INVOICES WERE
      *    ALREADY PAID BY THE RUN (BWDIRDEBIT), SO NOTHING IS POSTED.
      ******************************************************************
           ADD 1 TO COUNT-DD-RUNS
           MOVE LINE-AMOUNT TO AMOUNT-EDITED
           MOVE SPACES TO IMP-LINE
           STRING "DIRECT-DEBIT RUN | " LINE-DATE
              " | " AMOUNT-EDITED
              " | REF " LINE-REFERENCE
              " | POSTED BY THE RUN" INTO IMP-LINE
           END-STRING
           WRITE IMP-LINE
           END-WRITE
           EXIT SECTION.

       WRITE-UNMATCHED SECTION.
           ADD 1 TO COUNT-UNMATCHED
           MOVE SPACES TO REJECT-LINE
