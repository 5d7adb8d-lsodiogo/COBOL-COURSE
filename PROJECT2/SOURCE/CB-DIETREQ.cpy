      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL DIETARY REQUIREMENT RECORD
      ******************************************************************
      *    ONE RECORD PER SCHOOL AND DIET (GLUTEN-FREE, VEGETARIAN,
      *    NUT-FREE ...): THE NUMBER OF PUPILS ON THE DIET, THE
      *    ALLERGENS THE DIET EXCLUDES, IN THE SAME ORDER AS THE
      *    INGREDIENT ALLERGEN FLAGS: GLUTEN / DAIRY / EGG / NUTS /
      *    SOY / FISH ("Y" = EXCLUDED), AND THE DATES BETWEEN WHICH IT
      *    APPLIES (ZERO = OPEN). A DIET THE ALLERGEN FLAGS CANNOT
      *    EXPRESS (VEGETARIAN) LISTS THE SANDWICHES AGREED WITH THE
      *    SCHOOL; WHEN ANY ARE LISTED ONLY THOSE COUNT, AND THEY MUST
      *    STILL BE FREE OF THE EXCLUDED ALLERGENS (SEE BWDIET /
      *    BWDIETGATE) | V1 | 15.10.2026
      ******************************************************************
       01  DR-DETAILS.
           88 EOFDIETREQ                           VALUE HIGH-VALUES.
           05 DR-KEY.
               10 DR-SCHOOL-INTERNAL-ID            PIC 9(003).
               10 DR-DIET-CODE                     PIC X(004).
           05 DR-DIET-NAME                         PIC X(020).
           05 DR-PUPILS                            PIC 9(003).
           05 DR-EXCLUDED-ALLERGENS                PIC X(006).
           05 DR-VALID-FROM                        PIC 9(008).
           05 DR-VALID-TO                          PIC 9(008).
           05 DR-APPROVED-SANDWICHES.
               10 DR-APPROVED-SANDWICH OCCURS 5 TIMES
                                                   PIC 9(003).
           05 DR-CHANGED-DATE                      PIC 9(008).
