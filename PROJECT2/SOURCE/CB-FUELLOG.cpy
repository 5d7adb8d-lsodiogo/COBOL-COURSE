      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | VEHICLE FUEL AND MILEAGE LOG | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER FILL-UP OF A VAN (SEE BWVEHMAINT): THE
      *    ODOMETER READING, LITRES, COST AND THE DRIVER. THE HIGHEST
      *    READING IS THE VAN'S CURRENT KM (SEE BWVEHGATE).
      ******************************************************************
       01  FL-DETAILS.
           88 EOFFUELLOG                           VALUE HIGH-VALUES.
           05 FL-KEY.
               10 FL-VEH-ID                        PIC 9(003).
               10 FL-DATE                          PIC 9(008).
               10 FL-SEQ                           PIC 9(002).
           05 FL-ODOMETER-KM                       PIC 9(007).
           05 FL-LITRES                            PIC 9(003)V99.
           05 FL-COST                              PIC 9(005)V99.
           05 FL-DRIVER-ID                         PIC 9(003).
