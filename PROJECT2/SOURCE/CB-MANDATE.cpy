      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL DIRECT-DEBIT MANDATE | V1 | 15.10.2026
      ******************************************************************
      *    ONE SEPA DIRECT-DEBIT MANDATE PER SCHOOL THAT PAYS BY
      *    DIRECT DEBIT (FILE MANDATES, SEE BWDIRDEBIT): THE MANDATE
      *    REFERENCE, THE DEBTOR ACCOUNT, THE DATE THE SCHOOL SIGNED
      *    IT AND ITS STATUS. ONLY ACTIVE MANDATES ARE COLLECTED. THE
      *    FIRST COLLECTION OF A MANDATE GOES AS FRST, THE NEXT ONES
      *    AS RCUR; A RETURNED FIRST COLLECTION IS SENT AS FRST AGAIN.
      *    INVOICES ARE DUE THE CHOSEN NUMBER OF DAYS AFTER THE
      *    INVOICE DATE (ZERO = 30 DAYS).
      ******************************************************************
       01  MD-DETAILS.
           88 EOFMANDATES                          VALUE HIGH-VALUES.
           05 MD-SCHOOL-INTERNAL-ID                PIC 9(003).
           05 MD-REFERENCE                         PIC X(035).
           05 MD-DEBTOR-NAME                       PIC X(070).
           05 MD-IBAN                              PIC X(034).
           05 MD-BIC                               PIC X(011).
           05 MD-SIGNED-DATE                       PIC 9(008).
           05 MD-STATUS                            PIC X(001).
               88 MD-ACTIVE                        VALUE "A".
               88 MD-SUSPENDED                     VALUE "S".
               88 MD-CANCELLED                     VALUE "C".
               88 VALID-MD-STATUS                  VALUE "A" "S" "C".
           05 MD-FIRST-DONE                        PIC X(001).
               88 MD-FIRST-COLLECTED               VALUE "Y".
           05 MD-COLLECT-DAYS                      PIC 9(003).
           05 MD-LAST-COLLECTION                   PIC 9(008).
