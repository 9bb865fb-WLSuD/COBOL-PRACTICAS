      ******************************************************************
      * SEPFUN.cpy
      * Segregation-of-duties rule (SEPFUN.DAT) - one record per pair
      * of OPERAUTH.DAT programs one operator must not hold together
      * (FEE-MANT and the collections desk, the maker and the checker
      * of a table, ...). The order of the pair does not matter.
      * Maintained through SEPFUN-MANT under maker-checker, enforced
      * by SEPCHK when OPER-MANT files a grant and when APRUEBA
      * approves one, and audited by SEPFUN-RPT.
      ******************************************************************
           05 SEP-PROGRAMA-1          PIC X(12).
           05 SEP-PROGRAMA-2          PIC X(12).
           05 SEP-DESCRIPCION         PIC X(40).
