      * 2026-08-23  A code cataloged via REGISTRAR now leaves the same
      *             REFAUD.DAT before/after image CODIGOS-MANT writes,
      *             so no path changes the code table without a trace.
      * 2026-10-15  The ERRORES.LOG entry now sets the rule number
      *             and message of the shared layout to zero and
      *             blank - those belong to the REGLAS.DAT
      *             validation rules of the batch loaders.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFORM_EJER.
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "PERFORM_EJER" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
