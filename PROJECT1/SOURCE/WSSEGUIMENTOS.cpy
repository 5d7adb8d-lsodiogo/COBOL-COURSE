       01  WSSEGUIMENTO.
           03  WSSEG-CHAVE.
             05  WSSEG-IDNUM        PIC 9(006).
             05  WSSEG-SIGLACURSO   PIC X(005).
           03  WSSEG-DATA-CONCLUSAO PIC 9(008).
           03  WSSEG-MARCO          OCCURS 2 TIMES.
             05  WSSEG-DATA-PREVISTA  PIC 9(008).
             05  WSSEG-DATA-AVISO     PIC 9(008).
             05  WSSEG-SITUACAO       PIC 9(001).
               88  WSSEG-SITUACAO-VALIDA VALUE 1 THRU 4.
               88  WSSEG-SEM-RESPOSTA VALUE 0.
               88  WSSEG-EMPREGADO    VALUE 1.
               88  WSSEG-CONTA-PROPRIA VALUE 2.
               88  WSSEG-EM-FORMACAO  VALUE 3.
               88  WSSEG-DESEMPREGADO VALUE 4.
             05  WSSEG-DATA-RESPOSTA  PIC 9(008).
           03  WSSEG-DATE-TIME      PIC X(030).
