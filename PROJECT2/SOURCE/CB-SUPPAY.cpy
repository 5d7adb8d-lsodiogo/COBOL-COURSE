      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER PAYMENT REGISTER | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER SUPPLIER INVOICE TAKEN INTO A PAYMENT RUN
      *    (FILE SUPPAYMENTS, SEE BWPAYRUN), KEYED BY THE INVOICE. A
      *    PROPOSED INVOICE CAN BE LEFT OUT AT REVIEW; APPROVING THE
      *    RUN PAYS THE PROPOSED ONES: THE INVOICE IS MARKED PAID AND
      *    THE RECORD KEEPS THE PAYMENT REFERENCE AND DATE (POSTED BY
      *    BWJOURNAL AS DR PAYABLES / CR BANK).
      ******************************************************************
       01  SP-DETAILS.
           88 EOFSUPPAY                            VALUE HIGH-VALUES.
           05 SP-SI-NUMBER                         PIC 9(008).
           05 SP-SUPPLIER-ID                       PIC 9(003).
           05 SP-SUPPLIER-REF                      PIC X(015).
           05 SP-DUE-DATE                          PIC 9(008).
           05 SP-AMOUNT                            PIC 9(007)V99.
           05 SP-STATUS                            PIC X(001).
               88 SP-PROPOSED                      VALUE "P".
               88 SP-LEFT-OUT                      VALUE "X".
               88 SP-PAID                          VALUE "E".
           05 SP-REFERENCE                         PIC X(020).
           05 SP-PAY-DATE                          PIC 9(008).
