       01  WSPLANO.
           03  WSPLANO-CHAVE.
             05  WSPLANO-IDNUM      PIC 9(006).
             05  WSPLANO-SIGLAUNIDADE PIC X(005).
           03  WSPLANO-ESTADO       PIC 9(001).
             88  WSPLANO-ATIVO      VALUE 1.
             88  WSPLANO-ANULADO    VALUE 2.
           03  WSPLANO-TOTAL        PIC 9(006)V99.
           03  WSPLANO-NUM-PRESTACOES PIC 9(002).
             88  WSPLANO-NUM-VALIDO VALUE 1 THRU 12.
           03  WSPLANO-PRESTACAO OCCURS 12 TIMES.
             05  WSPLANO-DATA-VENC  PIC 9(008).
             05  WSPLANO-VALOR      PIC 9(005)V99.
             05  WSPLANO-FATURA     PIC 9(008).
           03  WSPLANO-DATE-TIME    PIC X(030).
