       01  FDPLANO.
           88  STATUS-PLANO         VALUE HIGH-VALUES.
           03  FDPLANO-CHAVE.
             05  FDPLANO-IDNUM      PIC 9(006).
             05  FDPLANO-SIGLAUNIDADE PIC X(005).
           03  FDPLANO-ESTADO       PIC 9(001).
             88  FDPLANO-ATIVO      VALUE 1.
             88  FDPLANO-ANULADO    VALUE 2.
           03  FDPLANO-TOTAL        PIC 9(006)V99.
           03  FDPLANO-NUM-PRESTACOES PIC 9(002).
           03  FDPLANO-PRESTACAO OCCURS 12 TIMES.
             05  FDPLANO-DATA-VENC  PIC 9(008).
             05  FDPLANO-VALOR      PIC 9(005)V99.
             05  FDPLANO-FATURA     PIC 9(008).
           03  FDPLANO-DATE-TIME    PIC X(030).
