      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | RETURN-TO-SUPPLIER DEBIT NOTE RECORD
      *    V1 | 15.10.2026
      ******************************************************************
      *    ONE NUMBERED DEBIT NOTE PER RETURN TO SUPPLIER (FILE
      *    BWDEBITNOTES, SEE BWSUPRETURN): THE PO LINE AND LOT THE
      *    GOODS CAME FROM, THE QUANTITY SENT BACK AT THE PO LINE
      *    PRICE AND WHY. AN OPEN NOTE IS OFFSET AGAINST THE
      *    SUPPLIER'S INVOICE FOR THAT PO LINE BY THE THREE-WAY MATCH
      *    IN BWSUPINV, WHICH RECORDS THE INVOICE ON THE NOTE.
      ******************************************************************
       01  DN-DETAILS.
           88 EOFDEBITNOTES                        VALUE HIGH-VALUES.
           05 DN-NUMBER                            PIC 9(008).
           05 DN-SUPPLIER-ID                       PIC 9(003).
           05 DN-PO-NUMBER                         PIC 9(008).
           05 DN-INGREDS-ID                        PIC 9(003).
           05 DN-LOT-NUMBER                        PIC X(010).
           05 DN-QTY                               PIC 9(005).
           05 DN-PRICE                             PIC 9(003).
           05 DN-AMOUNT                            PIC 9(007)V99.
           05 DN-DATE                              PIC 9(008).
           05 DN-REASON                            PIC 9(001).
               88 DN-REJECTED-AT-DOOR              VALUE 1.
               88 DN-DEFECTIVE                     VALUE 2.
               88 DN-OTHER                         VALUE 3.
           05 DN-REMARK                            PIC X(030).
           05 DN-STATUS                            PIC 9(001).
               88 DN-OPEN                          VALUE 1.
               88 DN-APPLIED                       VALUE 2.
           05 DN-SI-NUMBER                         PIC 9(008).
