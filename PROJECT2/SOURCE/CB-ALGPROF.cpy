      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH ALLERGEN PROFILE SNAPSHOT
      *    V1 | 15.10.2026
      ******************************************************************
      *    THE ALLERGEN FLAGS (ORDER GLUTEN DAIRY EGG NUTS SOY FISH)
      *    OF ONE RECIPE VERSION OF A SANDWICH AS LAST SEEN BY THE
      *    ALLERGEN CHANGE CHECK (FILE ALGPROFILE, SEE BWALGALERT),
      *    KEYED BY SANDWICH AND THE RECIPE VERSION'S EFFECTIVE-FROM
      *    DATE. THE INGREDIENT FLAGS IN FXINGREDS KEEP NO HISTORY, SO
      *    THIS IS WHAT A CHANGE IS MEASURED AGAINST.
      ******************************************************************
       01  AP-DETAILS.
           88 EOFALGPROFILE                        VALUE HIGH-VALUES.
           05 AP-KEY.
               10 AP-SANDWICH-INTERNAL-ID          PIC 9(003).
               10 AP-RECIPE-FROM                   PIC 9(008).
           05 AP-ALLERGENS                         PIC X(006).
           05 AP-RECORDED-DATE                     PIC 9(008).
