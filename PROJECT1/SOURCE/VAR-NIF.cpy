       01  NIF-PEDIDO.
           03  NIF-NUMERO           PIC 9(009).
           03  NIF-RESULTADO        PIC X(001).
             88  NIF-VALIDO         VALUE "S".
             88  NIF-INVALIDO       VALUE "N".
