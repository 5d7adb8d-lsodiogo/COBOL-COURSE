      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER BANK DETAILS AND PAYMENT TERMS
      *    V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER SUPPLIER OF FXSUPPLIERS THAT IS PAID BY
      *    TRANSFER (FILE SUPPBANK, SEE BWPAYRUN): THE ACCOUNT HOLDER,
      *    IBAN AND BIC FOR THE SEPA CREDIT TRANSFER AND THE PAYMENT
      *    TERMS IN DAYS FROM THE INVOICE DATE (ZERO = 30 DAYS).
      ******************************************************************
       01  SB-DETAILS.
           88 EOFSUPPBANK                          VALUE HIGH-VALUES.
           05 SB-SUPPLIER-ID                       PIC 9(003).
           05 SB-ACCOUNT-NAME                      PIC X(070).
           05 SB-IBAN                              PIC X(034).
           05 SB-BIC                               PIC X(011).
           05 SB-PAYMENT-DAYS                      PIC 9(003).
