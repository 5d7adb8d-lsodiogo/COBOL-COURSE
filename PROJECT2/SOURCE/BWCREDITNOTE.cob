      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | CREDIT NOTE WRITER | V1 | 22.08.2026
      *    V2 | 15.10.2026 | A CREDIT NOTE CREDITS THE ORDER LINE
      *    ONLY; THE DELIVERY CHARGES OF THE INVOICE ARE NOT CREDITED
      *    (INV-CHARGES ZERO).
      *    V3 | 15.10.2026 | NO DIRECT-DEBIT FEES ON A CREDIT NOTE
      *    (INV-FEES ZERO).
      ******************************************************************
      *    CALLED BY RSOMODIFY WHEN AN ORDER IS CANCELLED. IF THE
      *    ORDER WAS ALREADY INVOICED (FILE ORDINV), A SEQUENTIALLY
           MOVE OI-INVOICE-NUMBER TO INV-REF-INVOICE
           MOVE LK-ORDERS-ID TO INV-REF-ORDER
           MOVE FUNCTION CURRENT-DATE (1:8) TO INV-DATE
           MOVE ZEROS TO INV-CHARGES
           MOVE ZEROS TO INV-FEES
           WRITE INV-DETAILS
              INVALID KEY
                 CONTINUE
