       01  WSINCIDENTE.
           03  WSINC-CHAVE.
             05  WSINC-IDNUM        PIC 9(006).
             05  WSINC-SEQ          PIC 9(003).
           03  WSINC-DATA.
             05  WSINC-ANO          PIC 9(004).
             05  WSINC-MES          PIC 9(002).
             05  WSINC-DIA          PIC 9(002).
           03  WSINC-AULA.
             05  WSINC-ANO-AULA     PIC 9(004).
             05  WSINC-MES-AULA     PIC 9(002).
             05  WSINC-DIA-AULA     PIC 9(002).
             05  WSINC-HORA-AULA    PIC 9(004).
             05  WSINC-SEQ-AULA     PIC 9(003).
           03  WSINC-SIGLAPROF      PIC A(004).
           03  WSINC-CATEGORIA      PIC 9(001).
             88  WSINC-CATEGORIA-VALIDA VALUE 1 THRU 4.
             88  WSINC-PERTURBACAO  VALUE 1.
             88  WSINC-DANOS        VALUE 2.
             88  WSINC-FRAUDE       VALUE 3.
             88  WSINC-OUTRA        VALUE 4.
           03  WSINC-DESCRICAO      PIC X(100).
           03  WSINC-MEDIDA         PIC 9(001).
             88  WSINC-MEDIDA-VALIDA VALUE 1 THRU 3.
             88  WSINC-SEM-MEDIDA   VALUE 0.
             88  WSINC-ADVERTENCIA  VALUE 1.
             88  WSINC-SUSPENSAO    VALUE 2.
             88  WSINC-EXCLUSAO     VALUE 3.
           03  WSINC-DATA-MEDIDA    PIC 9(008).
           03  WSINC-SUSP-INICIO    PIC 9(008).
           03  WSINC-SUSP-FIM       PIC 9(008).
           03  WSINC-INSC-ANULADAS  PIC 9(002).
           03  WSINC-SEGUIMENTO     PIC 9(001).
             88  WSINC-SEGUIMENTO-VALIDO VALUE 1 THRU 3.
             88  WSINC-ABERTO       VALUE 1.
             88  WSINC-ACOMPANHAMENTO VALUE 2.
             88  WSINC-ENCERRADO    VALUE 3.
           03  WSINC-NOTA-SEGUIMENTO PIC X(060).
           03  WSINC-DATA-SEGUIMENTO PIC 9(008).
           03  WSINC-DATE-TIME      PIC X(030).
