       01  WSPATROCINADOR.
           03  WSPAT-CODIGO         PIC 9(005).
           03  WSPAT-NOME           PIC X(050).
           03  WSPAT-NIF            PIC 9(009).
           03  WSPAT-MORADA         PIC X(100).
           03  WSPAT-COD-POSTAL.
             05  WSPAT-COD          PIC 9(004).
               88  WSPAT-COD-VALIDO VALUE 0001 THRU 9999.
             05  WSPAT-POST         PIC 9(003).
           03  WSPAT-LOCALIDADE     PIC X(050).
           03  WSPAT-CONTACTO       PIC X(050).
           03  WSPAT-TELEFONE       PIC 9(009).
             88  WSPAT-TELEFONE-VALIDO VALUE 200000000 THRU 299999999,
                                          900000000 THRU 999999999,
                                          300000000 THRU 399999999.
           03  WSPAT-EMAIL          PIC X(040).
           03  WSPAT-DATE-TIME      PIC X(030).
