       01  FDESTAGIO.
           88  STATUS-ESTAGIO       VALUE HIGH-VALUES.
           03  FDEST-CHAVE.
             05  FDEST-IDNUM        PIC 9(006).
             05  FDEST-SIGLAUNIDADE PIC X(005).
           03  FDEST-EMPRESA        PIC 9(005).
           03  FDEST-TUTOR          PIC X(050).
           03  FDEST-TUTOR-TELEFONE PIC 9(009).
           03  FDEST-DATA-INICIO    PIC 9(008).
           03  FDEST-DATA-FIM       PIC 9(008).
           03  FDEST-HORAS-PREVISTAS PIC 9(004).
           03  FDEST-HORAS-REGISTADAS PIC 9(004).
           03  FDEST-NOTA-TUTOR     PIC 9(002).
           03  FDEST-DATA-AVALIACAO PIC 9(008).
           03  FDEST-OBSERVACOES    PIC X(060).
           03  FDEST-ESTADO         PIC 9(001).
             88  FDEST-EM-CURSO     VALUE 1.
             88  FDEST-CONCLUIDO    VALUE 2.
             88  FDEST-ANULADO      VALUE 3.
           03  FDEST-DATE-TIME      PIC X(030).
