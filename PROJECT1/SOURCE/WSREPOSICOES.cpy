       01  WSREPOSICAO.
           03  WSREPO-DATAAULA.
             05  WSREPO-ANO-AULA    PIC 9(004).
             05  WSREPO-MES-AULA    PIC 9(002).
             05  WSREPO-DIA-AULA    PIC 9(002).
             05  WSREPO-HORA-AULA   PIC 9(004).
             05  WSREPO-SEQ-AULA    PIC 9(003).
           03  WSREPO-REPOSTA.
             05  WSREPO-ANO-REPOSTA PIC 9(004).
             05  WSREPO-MES-REPOSTA PIC 9(002).
             05  WSREPO-DIA-REPOSTA PIC 9(002).
             05  WSREPO-HORA-REPOSTA PIC 9(004).
             05  WSREPO-SEQ-REPOSTA PIC 9(003).
           03  WSREPO-DATE-TIME     PIC X(030).
