           03  FDFAT-ESTADO         PIC 9(001).
             88  FDFAT-POR-PAGAR    VALUE 1.
             88  FDFAT-PAGA         VALUE 2.
             88  FDFAT-ANULADA      VALUE 3.
           03  FDFAT-DATE-TIME      PIC X(030).
           03  FDFAT-CLIENTE.
             05  FDFAT-NIF          PIC 9(009).
             05  FDFAT-NOME-FAT     PIC X(050).
             05  FDFAT-MORADA-FAT   PIC X(100).
             05  FDFAT-COD-POSTAL-FAT.
               07  FDFAT-COD-FAT    PIC 9(004).
               07  FDFAT-POST-FAT   PIC 9(003).
             05  FDFAT-LOCALIDADE-FAT PIC X(050).
           03  FDFAT-PATROCINADOR   PIC 9(005).
             88  FDFAT-DO-ALUNO     VALUE ZEROS.
