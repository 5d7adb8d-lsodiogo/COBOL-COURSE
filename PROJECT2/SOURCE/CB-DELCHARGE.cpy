      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY CHARGE PER SCHOOL AND DELIVERY DATE
      *    V1 | 15.10.2026
      ******************************************************************
      *    WRITTEN BY BWINVOICE THE FIRST TIME A SCHOOL'S DELIVERY OF
      *    A DAY IS BILLED (FILE DELCHARGES): THE ZONE, THE NET VALUE
      *    OF THE GOODS BILLED, THE ZONE CHARGE AND THE SMALL-ORDER
      *    SURCHARGE (NET, BEFORE VAT) AND WHAT THE CONTRACT WAIVED.
      *    A DELIVERY ON FILE IS NEVER CHARGED AGAIN, SO LINES BILLED
      *    IN A LATER RUN DO NOT ADD A SECOND CHARGE.
      ******************************************************************
       01  DC-DETAILS.
           88 EOFDELCHARGES                        VALUE HIGH-VALUES.
           05 DC-KEY.
               10 DC-SCHOOL-INTERNAL-ID            PIC 9(003).
               10 DC-DELIVERY-DATE                 PIC 9(008).
           05 DC-INVOICE-NUMBER                    PIC 9(008).
           05 DC-ZONE-ID                           PIC 9(002).
           05 DC-GOODS-NET                         PIC 9(007)V99.
           05 DC-CHARGE                            PIC 9(003)V99.
           05 DC-SURCHARGE                         PIC 9(003)V99.
           05 DC-WAIVER                            PIC X(001).
               88 DC-NOTHING-WAIVED                VALUE "N".
               88 DC-SURCHARGE-WAIVED              VALUE "S".
               88 DC-ALL-WAIVED                    VALUE "A".
