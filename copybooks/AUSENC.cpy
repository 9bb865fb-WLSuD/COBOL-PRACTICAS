      ******************************************************************
      * AUSENC.cpy
      * Agent absence calendar record (AUSENCIA.DAT) - one record per
      * absence of a rostered operator, first and last day both
      * inclusive, maintained by AGENTE-MANT through PENDSOL and
      * APRUEBA. COBRCALL skips the sheet of an operator absent on
      * the run date and deals the customers to the others.
      ******************************************************************
           05 AUS-OPERADOR            PIC X(8).
           05 AUS-DESDE               PIC 9(8).
           05 AUS-HASTA               PIC 9(8).
