      ******************************************************************
      * ERRLOG.cpy
      * Shared rejected-input log record - every program that traps a
      * bad entry appends one of these to ERRORES.LOG. An entry made
      * by a REGLAS.DAT validation rule carries the rule number and
      * its message; every other entry leaves ERR-REGLA at zero and
      * ERR-MENSAJE blank.
      ******************************************************************
           05 ERR-PROGRAMA            PIC X(20).
           05 ERR-VALOR                PIC X(20).
           05 ERR-FECHA                PIC 9(8).
           05 ERR-HORA                 PIC 9(8).
           05 ERR-REGLA                PIC 9(4).
           05 ERR-MENSAJE              PIC X(28).
