       01  WSESTAGIO.
           03  WSEST-CHAVE.
             05  WSEST-IDNUM        PIC 9(006).
             05  WSEST-SIGLAUNIDADE PIC X(005).
           03  WSEST-EMPRESA        PIC 9(005).
           03  WSEST-TUTOR          PIC X(050).
           03  WSEST-TUTOR-TELEFONE PIC 9(009).
             88  WSEST-TELEFONE-VALIDO VALUE 200000000 THRU 299999999,
                                          900000000 THRU 999999999,
                                          300000000 THRU 399999999.
           03  WSEST-DATA-INICIO    PIC 9(008).
           03  WSEST-DATA-FIM       PIC 9(008).
           03  WSEST-HORAS-PREVISTAS PIC 9(004).
             88  WSEST-HORAS-VALIDAS VALUE 1 THRU 9999.
           03  WSEST-HORAS-REGISTADAS PIC 9(004).
           03  WSEST-NOTA-TUTOR     PIC 9(002).
             88  WSEST-NOTA-VALIDA  VALUE 0 THRU 20.
             88  WSEST-NOTA-POSITIVA VALUE 10 THRU 20.
           03  WSEST-DATA-AVALIACAO PIC 9(008).
           03  WSEST-OBSERVACOES    PIC X(060).
           03  WSEST-ESTADO         PIC 9(001).
             88  WSEST-EM-CURSO     VALUE 1.
             88  WSEST-CONCLUIDO    VALUE 2.
             88  WSEST-ANULADO      VALUE 3.
           03  WSEST-DATE-TIME      PIC X(030).
