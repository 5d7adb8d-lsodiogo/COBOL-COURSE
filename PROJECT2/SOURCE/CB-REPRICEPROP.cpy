      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REPRICING PROPOSAL PER SANDWICH
      *    V1 | 15.10.2026
      ******************************************************************
      *    THE PRICE PROPOSED FOR ONE SANDWICH BY THE LAST SIMULATION
      *    RUN (FILE REPRICEPROP, SEE BWREPRICE): THE SCENARIO COST,
      *    THE TARGET MARGIN AND THE LIST PRICE THAT REACHES IT.
      *    NOTHING IS PRICED FROM THIS FILE; ACCEPTING A PENDING
      *    PROPOSAL WRITES A FUTURE-DATED ROW TO SRPRICES AND MARKS
      *    THE PROPOSAL ACCEPTED. EACH RUN REPLACES THE FILE.
      ******************************************************************
       01  RP-DETAILS.
           88 EOFREPRICEPROP                       VALUE HIGH-VALUES.
           05 RP-SANDWICH-ID                       PIC 9(003).
           05 RP-RUN-DATE                          PIC 9(008).
           05 RP-TARGET-PCT                        PIC 9(002).
           05 RP-CURRENT-PRICE                     PIC 99V99.
           05 RP-NEW-COST                          PIC 9(007)V99.
           05 RP-PROPOSED-PRICE                    PIC 99V99.
           05 RP-STATUS                            PIC X(001).
               88 RP-PENDING                       VALUE "P".
               88 RP-ACCEPTED                      VALUE "A".
               88 RP-KEEP                          VALUE "K".
               88 RP-NOT-PROPOSED                  VALUE "X".
           05 RP-EFFECTIVE-FROM                    PIC 9(008).
