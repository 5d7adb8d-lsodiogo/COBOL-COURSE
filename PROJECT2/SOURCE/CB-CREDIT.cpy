      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL CREDIT CONTROL RECORD
      ******************************************************************
      *    ONE RECORD PER SCHOOL: CREDIT LIMIT ON THE EXPOSURE (OPEN
      *    INVOICE BALANCE PLUS ORDERS NOT YET INVOICED, WITH VAT;
      *    ZERO = NO LIMIT), A MANUAL CREDIT HOLD AND WHAT HAPPENS TO
      *    AN ORDER OVER THE LIMIT OR ON HOLD - REFUSED, OR ROUTED TO
      *    THE APPROVAL QUEUE (SEE BWCREDIT / BWCREDGATE) | V1
      *    15.10.2026
      ******************************************************************
       01  CR-DETAILS.
           88 EOFCREDIT                            VALUE HIGH-VALUES.
           05 CR-SCHOOL-INTERNAL-ID                PIC 9(003).
           05 CR-LIMIT                             PIC 9(007)V99.
           05 CR-HOLD                              PIC X(001).
               88 CR-ON-HOLD                       VALUE "Y".
           05 CR-OVER-ACTION                       PIC X(001).
               88 CR-REFUSE                        VALUE "R".
               88 CR-TO-APPROVAL                   VALUE "A".
               88 VALID-CR-OVER-ACTION             VALUE "R" "A".
           05 CR-CHANGED-DATE                      PIC 9(008).
