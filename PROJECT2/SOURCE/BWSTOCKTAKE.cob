           05 MC-QTY-SANDWICH                   PIC 9(005).
           05 MC-MOVE-SITE                      PIC 9(002).
           05 MC-MOVE-SITE-TO                   PIC 9(002).
           05 MC-PICK-DATE                      PIC 9(008) VALUE 0.
       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
