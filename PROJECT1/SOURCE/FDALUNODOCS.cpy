       01  FDALUNODOC.
           88  STATUS-ALUNODOC      VALUE HIGH-VALUES.
           03  FDADOC-CHAVE.
             05  FDADOC-IDNUM       PIC 9(006).
             05  FDADOC-TIPO        PIC X(006).
           03  FDADOC-DATA-ENTREGA  PIC 9(008).
           03  FDADOC-RECEBIDO-POR  PIC X(020).
           03  FDADOC-DATA-VALIDADE PIC 9(008).
           03  FDADOC-DATE-TIME     PIC X(030).
