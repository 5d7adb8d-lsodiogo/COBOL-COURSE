       01  DOCS-PEDIDO.
           03  DOCS-IDNUM           PIC 9(006).
           03  DOCS-UNIDADE         PIC X(005).
           03  DOCS-CURSO           PIC X(005).
           03  DOCS-DATA            PIC 9(008).
           03  DOCS-DIAS-AVISO      PIC 9(003).
           03  DOCS-RESULTADO       PIC X(001).
             88  DOCS-COMPLETOS     VALUE "S".
             88  DOCS-INCOMPLETOS   VALUE "N".
           03  DOCS-NUM-EM-FALTA    PIC 9(002).
           03  DOCS-NUM-PENDENTES   PIC 9(002).
           03  DOCS-PENDENTE        OCCURS 20 TIMES.
             05  DOCS-P-TIPO        PIC X(006).
             05  DOCS-P-SITUACAO    PIC X(001).
               88  DOCS-P-FALTA     VALUE "F".
               88  DOCS-P-EXPIRADO  VALUE "E".
               88  DOCS-P-A-EXPIRAR VALUE "A".
             05  DOCS-P-VALIDADE    PIC 9(008).
