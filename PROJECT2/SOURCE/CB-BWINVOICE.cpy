      ******************************************************************
      *    SEQUENTIALLY NUMBERED INVOICES AND CREDIT NOTES PER SCHOOL
      *    AND PERIOD (SEE BWINVOICE / BWCREDITNOTE) | V1 | 22.08.2026
      *    V2 | 15.10.2026 | DELIVERY CHARGES AND SMALL-ORDER
      *    SURCHARGES BILLED ON THE INVOICE (NET, ALREADY PART OF
      *    INV-NET; SEE DELCHARGES), SO THE JOURNAL CAN POST THEM APART
      *    V3 | 15.10.2026 | BANK FEES OF A RETURNED DIRECT DEBIT
      *    BILLED ON A FEE INVOICE (NET, PART OF INV-NET; SEE
      *    BWDIRDEBIT), ALSO POSTED APART BY THE JOURNAL
      ******************************************************************
       01  INV-DETAILS.
           88 EOFINVOICE                           VALUE HIGH-VALUES.
           05 INV-REF-INVOICE                      PIC 9(008).
           05 INV-REF-ORDER                        PIC 9(005).
           05 INV-DATE                             PIC 9(008).
           05 INV-CHARGES                          PIC 9(007)V99.
           05 INV-FEES                             PIC 9(005)V99.
