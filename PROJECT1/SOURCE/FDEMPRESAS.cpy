       01  FDEMPRESA.
           88  STATUS-EMPRESA       VALUE HIGH-VALUES.
           03  FDEMP-CODIGO         PIC 9(005).
           03  FDEMP-NOME           PIC X(050).
           03  FDEMP-NIF            PIC 9(009).
           03  FDEMP-MORADA         PIC X(100).
           03  FDEMP-COD-POSTAL.
             05  FDEMP-COD          PIC 9(004).
             05  FDEMP-POST         PIC 9(003).
           03  FDEMP-LOCALIDADE     PIC X(050).
           03  FDEMP-CONTACTO       PIC X(050).
           03  FDEMP-TELEFONE       PIC 9(009).
           03  FDEMP-EMAIL          PIC X(040).
           03  FDEMP-ESTADO         PIC 9(001).
             88  FDEMP-ATIVA        VALUE 1.
             88  FDEMP-INATIVA      VALUE 2.
           03  FDEMP-DATE-TIME      PIC X(030).
