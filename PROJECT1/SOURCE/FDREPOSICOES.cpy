       01  FDREPOSICAO.
           88  STATUS-REPOSICAO     VALUE HIGH-VALUES.
           03  FDREPO-DATAAULA.
             05  FDREPO-ANO-AULA    PIC 9(004).
             05  FDREPO-MES-AULA    PIC 9(002).
             05  FDREPO-DIA-AULA    PIC 9(002).
             05  FDREPO-HORA-AULA   PIC 9(004).
             05  FDREPO-SEQ-AULA    PIC 9(003).
           03  FDREPO-REPOSTA.
             05  FDREPO-ANO-REPOSTA PIC 9(004).
             05  FDREPO-MES-REPOSTA PIC 9(002).
             05  FDREPO-DIA-REPOSTA PIC 9(002).
             05  FDREPO-HORA-REPOSTA PIC 9(004).
             05  FDREPO-SEQ-REPOSTA PIC 9(003).
           03  FDREPO-DATE-TIME     PIC X(030).
