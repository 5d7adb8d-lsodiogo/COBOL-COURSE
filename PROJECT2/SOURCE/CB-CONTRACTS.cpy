      *    V2 | 03.09.2026 | RETURN RATE IN PERCENT OF THE SANDWICH
      *    PRICE CREDITED FOR UNSOLD RETURNS (ZERO = NO RETURNS
      *    ALLOWED, SEE BWRETURNS)
      *    V3 | 15.10.2026 | DELIVERY CHARGE WAIVER WHILE THE CONTRACT
      *    IS IN FORCE (SEE BWINVOICE / BWDELZONES): N OR SPACE =
      *    NONE, S = SMALL-ORDER SURCHARGE WAIVED, A = ZONE CHARGE AND
      *    SURCHARGE WAIVED
      ******************************************************************
       01  CN-DETAILS.
           88 EOFCONTRACTS                         VALUE HIGH-VALUES.
           05 CN-DISCOUNT-PCT                      PIC 9(003).
           05 CN-FIXED-PRICE                       PIC 99V99.
           05 CN-RETURN-RATE                       PIC 9(003).
           05 CN-CHARGE-WAIVER                     PIC X(001).
               88 CN-WAIVE-SURCHARGE               VALUE "S".
               88 CN-WAIVE-ALL-CHARGES             VALUE "A".
