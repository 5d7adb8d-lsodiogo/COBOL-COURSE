      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER FOOD-SAFETY CERTIFICATION REGISTER
      *    V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER CERTIFICATE A SUPPLIER OF FXSUPPLIERS HOLDS
      *    (FILE SUPPCERTS, SEE BWSUPPCERT), KEYED BY SUPPLIER, TYPE
      *    (HACCP, ISO22000, ORGANIC, ...) AND VALID-FROM DATE, SO A
      *    RENEWAL IS A NEW RECORD AND THE OLD ONE STAYS AS PROOF FOR
      *    PAST AUDITS. A MANDATORY TYPE THAT NO CERTIFICATE COVERS ON
      *    A DATE BLOCKS PURCHASING FROM THE SUPPLIER (BWCERTGATE).
      ******************************************************************
       01  SCE-DETAILS.
           88 EOFSUPPCERTS                         VALUE HIGH-VALUES.
           05 SCE-KEY.
               10 SCE-SUPPLIER-ID                  PIC 9(003).
               10 SCE-TYPE                         PIC X(010).
               10 SCE-VALID-FROM                   PIC 9(008).
           05 SCE-CERT-NUMBER                      PIC X(020).
           05 SCE-ISSUER                           PIC X(030).
           05 SCE-VALID-TO                         PIC 9(008).
           05 SCE-DOC-REF                          PIC X(030).
           05 SCE-MANDATORY                        PIC X(001).
               88 SCE-IS-MANDATORY                 VALUE "Y".
