       01  FDLUGAR.
           88  STATUS-LUGAR         VALUE HIGH-VALUES.
           03  FDLUGAR-CHAVE.
             05  FDLUGAR-SIGLAUNIDADE PIC X(005).
             05  FDLUGAR-TENTATIVA  PIC 9(002).
             05  FDLUGAR-SALA       PIC X(010).
             05  FDLUGAR-NUMERO     PIC 9(003).
           03  FDLUGAR-IDNUM        PIC 9(006).
           03  FDLUGAR-NOME         PIC X(050).
           03  FDLUGAR-DATE-TIME    PIC X(030).
