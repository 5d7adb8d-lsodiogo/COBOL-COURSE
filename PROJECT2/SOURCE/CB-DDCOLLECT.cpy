      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DIRECT-DEBIT COLLECTION | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER INVOICE SENT FOR COLLECTION IN A DIRECT-
      *    DEBIT RUN (FILE DDCOLLECT, SEE BWDIRDEBIT), KEYED BY THE
      *    END-TO-END ID OF THE DEBIT (RUN REFERENCE + INVOICE). THE
      *    EXPECTED PAYMENT IS POSTED TO BWPAYMENTS WHEN THE RUN IS
      *    MADE (DDC-PAY-ID). A DEBIT THE BANK RETURNS OR REJECTS IS
      *    MARKED RETURNED: ITS PAYMENT IS REMOVED SO THE INVOICE IS
      *    OPEN AGAIN, AND THE BANK'S FEE IS BILLED TO THE SCHOOL ON A
      *    FEE INVOICE (DDC-FEE-INVOICE).
      ******************************************************************
       01  DDC-DETAILS.
           88 EOFDDCOLLECT                         VALUE HIGH-VALUES.
           05 DDC-E2E-ID                           PIC X(024).
           05 DDC-INVOICE-NUMBER                   PIC 9(008).
           05 DDC-SCHOOL-INTERNAL-ID               PIC 9(003).
           05 DDC-MANDATE-REF                      PIC X(035).
           05 DDC-SEQUENCE                         PIC X(004).
           05 DDC-COLLECTION-DATE                  PIC 9(008).
           05 DDC-AMOUNT                           PIC 9(007)V99.
           05 DDC-PAY-ID                           PIC 9(008).
           05 DDC-STATUS                           PIC X(001).
               88 DDC-COLLECTED                    VALUE "C".
               88 DDC-RETURNED                     VALUE "R".
           05 DDC-RETURN-DATE                      PIC 9(008).
           05 DDC-RETURN-REASON                    PIC X(004).
           05 DDC-FEE                              PIC 9(003)V99.
           05 DDC-FEE-INVOICE                      PIC 9(008).
