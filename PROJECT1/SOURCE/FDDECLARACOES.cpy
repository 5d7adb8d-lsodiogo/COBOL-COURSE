       01  FDDECLARACAO.
           88  STATUS-DECLARACAO    VALUE HIGH-VALUES.
           03  FDDECL-NUMERO        PIC 9(008).
           03  FDDECL-TIPO          PIC 9(001).
             88  FDDECL-MATRICULA   VALUE 1.
             88  FDDECL-FREQUENCIA  VALUE 2.
           03  FDDECL-IDNUM         PIC 9(006).
           03  FDDECL-DATA-EMISSAO  PIC 9(008).
           03  FDDECL-EMITIDA-POR   PIC X(020).
           03  FDDECL-DATA-DE       PIC 9(008).
           03  FDDECL-DATA-ATE      PIC 9(008).
           03  FDDECL-INSCRICOES    PIC 9(003).
           03  FDDECL-SESSOES       PIC 9(005).
           03  FDDECL-ASSISTIDAS    PIC 9(005).
           03  FDDECL-MIN-PREVISTOS PIC 9(007).
           03  FDDECL-MIN-ASSISTIDOS PIC 9(007).
           03  FDDECL-DATE-TIME     PIC X(030).
