       01  EQUIP-PEDIDO.
           03  EQUIP-SALA           PIC X(010).
           03  EQUIP-UNIDADE        PIC X(005).
           03  EQUIP-DATA           PIC 9(008).
           03  EQUIP-RESULTADO      PIC X(001).
             88  EQUIP-OK           VALUE "S".
             88  EQUIP-EM-FALTA     VALUE "N".
           03  EQUIP-CODIGO         PIC X(008).
           03  EQUIP-DESCRICAO      PIC X(040).
           03  EQUIP-EXIGIDO        PIC 9(003).
           03  EQUIP-DISPONIVEL     PIC 9(003).
