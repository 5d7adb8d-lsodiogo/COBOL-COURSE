       01  FDINCIDENTE.
           88  STATUS-INCIDENTE     VALUE HIGH-VALUES.
           03  FDINC-CHAVE.
             05  FDINC-IDNUM        PIC 9(006).
             05  FDINC-SEQ          PIC 9(003).
           03  FDINC-DATA           PIC 9(008).
           03  FDINC-AULA.
             05  FDINC-ANO-AULA     PIC 9(004).
             05  FDINC-MES-AULA     PIC 9(002).
             05  FDINC-DIA-AULA     PIC 9(002).
             05  FDINC-HORA-AULA    PIC 9(004).
             05  FDINC-SEQ-AULA     PIC 9(003).
           03  FDINC-SIGLAPROF      PIC A(004).
           03  FDINC-CATEGORIA      PIC 9(001).
             88  FDINC-PERTURBACAO  VALUE 1.
             88  FDINC-DANOS        VALUE 2.
             88  FDINC-FRAUDE       VALUE 3.
             88  FDINC-OUTRA        VALUE 4.
           03  FDINC-DESCRICAO      PIC X(100).
           03  FDINC-MEDIDA         PIC 9(001).
             88  FDINC-SEM-MEDIDA   VALUE 0.
             88  FDINC-ADVERTENCIA  VALUE 1.
             88  FDINC-SUSPENSAO    VALUE 2.
             88  FDINC-EXCLUSAO     VALUE 3.
           03  FDINC-DATA-MEDIDA    PIC 9(008).
           03  FDINC-SUSP-INICIO    PIC 9(008).
           03  FDINC-SUSP-FIM       PIC 9(008).
           03  FDINC-INSC-ANULADAS  PIC 9(002).
           03  FDINC-SEGUIMENTO     PIC 9(001).
             88  FDINC-ABERTO       VALUE 1.
             88  FDINC-ACOMPANHAMENTO VALUE 2.
             88  FDINC-ENCERRADO    VALUE 3.
           03  FDINC-NOTA-SEGUIMENTO PIC X(060).
           03  FDINC-DATA-SEGUIMENTO PIC 9(008).
           03  FDINC-DATE-TIME      PIC X(030).
