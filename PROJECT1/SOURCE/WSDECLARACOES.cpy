       01  WSDECLARACAO.
           03  WSDECL-NUMERO        PIC 9(008).
           03  WSDECL-TIPO          PIC 9(001).
             88  WSDECL-MATRICULA   VALUE 1.
             88  WSDECL-FREQUENCIA  VALUE 2.
           03  WSDECL-IDNUM         PIC 9(006).
           03  WSDECL-DATA-EMISSAO  PIC 9(008).
           03  WSDECL-EMITIDA-POR   PIC X(020).
           03  WSDECL-DATA-DE       PIC 9(008).
           03  WSDECL-DATA-ATE      PIC 9(008).
           03  WSDECL-INSCRICOES    PIC 9(003).
           03  WSDECL-SESSOES       PIC 9(005).
           03  WSDECL-ASSISTIDAS    PIC 9(005).
           03  WSDECL-MIN-PREVISTOS PIC 9(007).
           03  WSDECL-MIN-ASSISTIDOS PIC 9(007).
           03  WSDECL-DATE-TIME     PIC X(030).
