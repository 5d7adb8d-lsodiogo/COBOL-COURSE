           03  WSFAT-ESTADO         PIC 9(001).
             88  WSFAT-POR-PAGAR    VALUE 1.
             88  WSFAT-PAGA         VALUE 2.
             88  WSFAT-ANULADA      VALUE 3.
           03  WSFAT-DATE-TIME      PIC X(030).
           03  WSFAT-CLIENTE.
             05  WSFAT-NIF          PIC 9(009).
             05  WSFAT-NOME-FAT     PIC X(050).
             05  WSFAT-MORADA-FAT   PIC X(100).
             05  WSFAT-COD-POSTAL-FAT.
               07  WSFAT-COD-FAT    PIC 9(004).
               07  WSFAT-POST-FAT   PIC 9(003).
             05  WSFAT-LOCALIDADE-FAT PIC X(050).
           03  WSFAT-PATROCINADOR   PIC 9(005).
