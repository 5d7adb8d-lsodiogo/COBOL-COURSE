       01  FDFATANEXO.
           88  STATUS-FATANEXO      VALUE HIGH-VALUES.
           03  FDANX-CHAVE.
             05  FDANX-FAT-NUMERO   PIC 9(008).
             05  FDANX-IDNUM        PIC 9(006).
             05  FDANX-SIGLAUNIDADE PIC X(005).
           03  FDANX-ANO-MES        PIC 9(006).
           03  FDANX-PATROCINADOR   PIC 9(005).
           03  FDANX-PCT            PIC 9(003).
           03  FDANX-VALOR          PIC 9(005)V99.
