             05  ANO-ATUAL          PIC 9(004).
             05  MES-ATUAL          PIC 9(002).
             05  DIA-ATUAL          PIC 9(002).
           03  NIF                  PIC 9(009).
             88  NIF-CONSUMIDOR-FINAL VALUE ZEROS.
           03  FATURACAO.
             05  NOME-FAT           PIC X(050).
             05  MORADA-FAT         PIC X(100).
             05  COD-POSTAL-FAT.
               07  COD-FAT          PIC 9(004).
                 88  VALID-COD-FAT  VALUE 0001 THRU 9999.
               07  POST-FAT         PIC 9(003).
             05  LOCALIDADE-FAT     PIC X(050).
