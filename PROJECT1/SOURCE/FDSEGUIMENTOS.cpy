       01  FDSEGUIMENTO.
           88  STATUS-SEGUIMENTO    VALUE HIGH-VALUES.
           03  FDSEG-CHAVE.
             05  FDSEG-IDNUM        PIC 9(006).
             05  FDSEG-SIGLACURSO   PIC X(005).
           03  FDSEG-DATA-CONCLUSAO PIC 9(008).
           03  FDSEG-MARCO          OCCURS 2 TIMES.
             05  FDSEG-DATA-PREVISTA  PIC 9(008).
             05  FDSEG-DATA-AVISO     PIC 9(008).
             05  FDSEG-SITUACAO       PIC 9(001).
               88  FDSEG-SEM-RESPOSTA VALUE 0.
               88  FDSEG-EMPREGADO    VALUE 1.
               88  FDSEG-CONTA-PROPRIA VALUE 2.
               88  FDSEG-EM-FORMACAO  VALUE 3.
               88  FDSEG-DESEMPREGADO VALUE 4.
             05  FDSEG-DATA-RESPOSTA  PIC 9(008).
           03  FDSEG-DATE-TIME      PIC X(030).
