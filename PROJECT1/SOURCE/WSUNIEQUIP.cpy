       01  WSUNIEQUIP.
           03  WSUEQ-CHAVE.
             05  WSUEQ-UNIDADE      PIC X(005).
             05  WSUEQ-EQUIP        PIC X(008).
           03  WSUEQ-QUANTIDADE     PIC 9(003).
