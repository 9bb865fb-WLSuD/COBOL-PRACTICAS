      ******************************************************************
      * TIPCAM.cpy
      * Exchange-rate table record (TIPOCAMB.DAT, indexed on
      * TCA-CLAVE) - one record per foreign currency per effective
      * day, holding how many units of local currency one unit of
      * the foreign currency buys that day. Maintained by
      * TIPCAM-MANT through the maker-checker path (PENDSOL and
      * APRUEBA); the calculator converts foreign operands at the
      * rate for the day and refuses the operation when there is
      * none.
      ******************************************************************
           05 TCA-CLAVE.
               10 TCA-MONEDA          PIC X(3).
               10 TCA-FECHA           PIC 9(8).
           05 TCA-TASA                PIC 9(5)V9(6).
