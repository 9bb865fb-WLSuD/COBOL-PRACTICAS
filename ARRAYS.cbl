      *             5 as the default when the parameter is absent, so
      *             operations can tune the cutoff without a
      *             recompile.
      * 2026-10-15  The ERRORES.LOG entry now sets the rule number
      *             and message of the shared layout to zero and
      *             blank - those belong to the REGLAS.DAT
      *             validation rules of the batch loaders.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRAYS.
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "ARRAYS" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               MOVE COD-BUSCADO TO ERR-VALOR
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
