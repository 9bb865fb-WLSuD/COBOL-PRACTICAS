      *          is set. Without a master the access is provisional
      *          and full, so the first operator can be loaded.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The ERRORES.LOG entry now sets the rule number and
      *             message of the shared layout to zero and blank -
      *             those belong to the REGLAS.DAT validation rules of
      *             the batch loaders.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "SIGNON" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
