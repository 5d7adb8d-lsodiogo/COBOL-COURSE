       01  WSDOCTIPO.
           03  WSDOCT-CODIGO        PIC X(006).
           03  WSDOCT-DESCRICAO     PIC X(040).
           03  WSDOCT-VALIDADE      PIC X(001).
             88  WSDOCT-COM-VALIDADE VALUE "S".
             88  WSDOCT-VALIDADE-OK VALUE "S" "N".
