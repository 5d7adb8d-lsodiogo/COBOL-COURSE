           05 WS-MOVE-QTY-SANDWICH              PIC 9(005).
           05 WS-MOVE-SITE                      PIC 9(002).
           05 WS-MOVE-SITE-TO                   PIC 9(002).
           05 WS-MOVE-PICK-DATE                 PIC 9(008) VALUE 0.

       SCREEN SECTION.
       01  CLEAR-SCREEN.
