      * 2026-09-03  Sign-on now goes through the shared SIGNON
      *             subprogram, with clave verification and
      *             failed-attempt lockout.
      * 2026-10-15  The ERRORES.LOG entry now sets the rule number
      *             and message of the shared layout to zero and
      *             blank - those belong to the REGLAS.DAT
      *             validation rules of the batch loaders.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-PRIV.
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "CLIENTE-PRIV" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
