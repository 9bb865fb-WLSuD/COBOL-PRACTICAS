      * 2026-09-03  Each capture now also appends an automatic note
      *             to the customer's CLINOTAS.DAT, so the consulta
      *             shows what collections did last.
      * 2026-10-15  The automatic note now clears the follow-up
      *             fields CLINOTA gained for the tickler diary, so
      *             it never shows up as a pending follow-up.
      * 2026-10-15  The ERRORES.LOG entry now sets the rule number
      *             and message of the shared layout to zero and
      *             blank - those belong to the REGLAS.DAT
      *             validation rules of the batch loaders.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRPROM.
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "COBRPROM" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               ACCEPT NOTA-HORA FROM TIME
               MOVE OPERADOR TO NOTA-OPERADOR
               MOVE NOTA-ARMADA TO NOTA-TEXTO
               MOVE 0 TO NOTA-SEG-FECHA
               MOVE SPACES TO NOTA-SEG-OPERADOR
               MOVE SPACE TO NOTA-SEG-ESTADO
               WRITE NOTAS-REC
               CLOSE NOTAS-FILE.

