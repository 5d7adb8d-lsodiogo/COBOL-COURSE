             05  FDANO-ATUAL        PIC 9(004).
             05  FDMES-ATUAL        PIC 9(002).
             05  FDDIA-ATUAL        PIC 9(002).
           03  FDNIF                PIC 9(009).
           03  FDFATURACAO.
             05  FDNOME-FAT         PIC X(050).
             05  FDMORADA-FAT       PIC X(100).
             05  FDCOD-POSTAL-FAT.
               07  FDCOD-FAT        PIC 9(004).
               07  FDPOST-FAT       PIC 9(003).
             05  FDLOCALIDADE-FAT   PIC X(050).
