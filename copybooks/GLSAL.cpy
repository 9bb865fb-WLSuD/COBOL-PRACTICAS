      ******************************************************************
      * GLSAL.cpy
      * Posted ledger balance record (GLSALDO.DAT, indexed on
      * GLS-CLAVE) - the debits, credits and line count GLPOST has
      * posted to one account in one period (AAAAMM) from the
      * released GLDIARIO.OUT batches. The balance of an account at
      * a period end is the sum of debits less credits of all its
      * periods up to that one; GLBALANZA builds the trial balance
      * from it.
      ******************************************************************
           05 GLS-CLAVE.
               10 GLS-CUENTA          PIC X(8).
               10 GLS-PERIODO         PIC 9(6).
           05 GLS-DEBE                PIC 9(13)V99.
           05 GLS-HABER               PIC 9(13)V99.
           05 GLS-LINEAS              PIC 9(7).
