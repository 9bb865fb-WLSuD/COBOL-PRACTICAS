      *             the NOCTURNO driver, a second run was reading
      *             nothing (EOF switch still set) and reporting the
      *             previous run's counts.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-EXTR.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM INICIALIZA-CORRIDA

            PERFORM LEE-CONTROL
