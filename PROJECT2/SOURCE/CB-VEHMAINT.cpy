      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | VEHICLE MAINTENANCE RECORD | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER SERVICE OF A VAN (SEE BWVEHMAINT): THE TYPE
      *    (I = PERIODIC INSPECTION (IPO), S = SERVICE, R = REPAIR,
      *    T = TYRES), WHEN IT IS DUE - BY DATE AND/OR ODOMETER KM,
      *    ZERO = NOT SET - THE DAYS THE VAN IS BOOKED INTO THE
      *    WORKSHOP FOR IT, AND ONCE DONE THE DATE, KM AND COST. AN
      *    OPEN INSPECTION PAST ITS DUE DATE OR KM AND A WORKSHOP
      *    BOOKING BLOCK THE VAN FROM ROUTE SHEETS (SEE BWVEHGATE).
      ******************************************************************
       01  VM-DETAILS.
           88 EOFVEHMAINT                          VALUE HIGH-VALUES.
           05 VM-KEY.
               10 VM-VEH-ID                        PIC 9(003).
               10 VM-SEQ                           PIC 9(004).
           05 VM-SERVICE-TYPE                      PIC X(001).
               88 VM-INSPECTION                    VALUE "I".
               88 VM-SERVICE                       VALUE "S".
               88 VM-REPAIR                        VALUE "R".
               88 VM-TYRES                         VALUE "T".
               88 VALID-VM-TYPE                    VALUE "I" "S"
                                                         "R" "T".
           05 VM-DESCRIPTION                       PIC X(030).
           05 VM-DUE-DATE                          PIC 9(008).
           05 VM-DUE-KM                            PIC 9(007).
           05 VM-WORKSHOP-FROM                     PIC 9(008).
           05 VM-WORKSHOP-TO                       PIC 9(008).
           05 VM-DONE-DATE                         PIC 9(008).
           05 VM-DONE-KM                           PIC 9(007).
           05 VM-COST                              PIC 9(005)V99.
