      *    REGULAR VARIABLES | V0.7 | IN UPDATE | 09.08.2026
      *    REGULAR VARIABLES | V0.8 | IN UPDATE | 09.08.2026
      *    REGULAR VARIABLES | V0.9 | IN UPDATE | 09.08.2026
      *    REGULAR VARIABLES | V1.0 | IN UPDATE | 15.10.2026 | ORDER
      *       HEADER FILE STATUS.
      ******************************************************************

       01  MAIN-OPTION                          PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SCHOOLFEED-FS                        PIC 9(002).
       77  ORDHDR-FS                            PIC 9(002).
       77  PRESS-KEY                            PIC X(001).
       77  TEST1                                PIC 9(008).
       77  TEST2                                PIC 9(008).
