       01  FDUNIEQUIP.
           88  STATUS-UNIEQUIP      VALUE HIGH-VALUES.
           03  FDUEQ-CHAVE.
             05  FDUEQ-UNIDADE      PIC X(005).
             05  FDUEQ-EQUIP        PIC X(008).
           03  FDUEQ-QUANTIDADE     PIC 9(003).
