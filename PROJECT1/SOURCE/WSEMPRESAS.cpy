       01  WSEMPRESA.
           03  WSEMP-CODIGO         PIC 9(005).
           03  WSEMP-NOME           PIC X(050).
           03  WSEMP-NIF            PIC 9(009).
           03  WSEMP-MORADA         PIC X(100).
           03  WSEMP-COD-POSTAL.
             05  WSEMP-COD          PIC 9(004).
               88  WSEMP-COD-VALIDO VALUE 0001 THRU 9999.
             05  WSEMP-POST         PIC 9(003).
           03  WSEMP-LOCALIDADE     PIC X(050).
           03  WSEMP-CONTACTO       PIC X(050).
           03  WSEMP-TELEFONE       PIC 9(009).
             88  WSEMP-TELEFONE-VALIDO VALUE 200000000 THRU 299999999,
                                          900000000 THRU 999999999,
                                          300000000 THRU 399999999.
           03  WSEMP-EMAIL          PIC X(040).
           03  WSEMP-ESTADO         PIC 9(001).
             88  WSEMP-ATIVA        VALUE 1.
             88  WSEMP-INATIVA      VALUE 2.
             88  WSEMP-ESTADO-VALIDO VALUE 1 THRU 2.
           03  WSEMP-DATE-TIME      PIC X(030).
