      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ORDER FORECAST | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER DELIVERY DATE, SCHOOL AND SANDWICH PROJECTED
      *    BY THE FORECAST RUN (FILE FORECAST, SEE BWFORECAST): THE
      *    FORECAST QUANTITY, THE QUANTITY ALREADY ORDERED WHEN THE RUN
      *    WAS MADE AND THE ADDITIONAL QUANTITY STILL EXPECTED ON TOP
      *    OF THE CONFIRMED ORDERS. THE PRODUCTION PLAN (BWPRODPLAN)
      *    AND THE PO RUN (BWPURCHASE) USE THE ADDITIONAL QUANTITY.
      *    RECORDS OF PAST DATES ARE KEPT FOR THE ACCURACY REPORT.
      ******************************************************************
       01  FC-DETAILS.
           88 EOFFORECAST                          VALUE HIGH-VALUES.
           05 FC-KEY.
               10 FC-DATE                          PIC 9(008).
               10 FC-SCHOOL-INTERNAL-ID            PIC 9(003).
               10 FC-SANDWICH-INTERNAL-ID          PIC 9(003).
           05 FC-WEEKDAY                           PIC 9(001).
      *        1 = MONDAY ... 7 = SUNDAY
           05 FC-SITE-ID                           PIC 9(002).
           05 FC-QTY                               PIC 9(005).
           05 FC-CONFIRMED                         PIC 9(005).
           05 FC-ADDITIONAL                        PIC 9(005).
           05 FC-BASIS                             PIC X(001).
               88 FC-FROM-HISTORY                  VALUE "H".
               88 FC-FROM-STANDING                 VALUE "S".
               88 FC-FROM-BOTH                     VALUE "B".
           05 FC-RUN-DATE                          PIC 9(008).
