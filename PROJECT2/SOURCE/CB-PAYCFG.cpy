      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | COMPANY BANK ACCOUNT SETTINGS | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD (FILE PAYCFG, SEE BWPAYRUN): THE NAME, IBAN AND
      *    BIC OF THE ACCOUNT THE SUPPLIER PAYMENTS ARE MADE FROM, AS
      *    THEY GO ON THE SEPA FILES FOR THE BANK.
      *    V2 | 15.10.2026 | THE SEPA CREDITOR IDENTIFIER UNDER WHICH
      *    THE SCHOOLS' DIRECT DEBITS ARE COLLECTED (SEE BWDIRDEBIT).
      ******************************************************************
       01  PCF-DETAILS.
           05 PCF-COMPANY-NAME                     PIC X(070).
           05 PCF-IBAN                             PIC X(034).
           05 PCF-BIC                              PIC X(011).
           05 PCF-CREDITOR-ID                      PIC X(035).
