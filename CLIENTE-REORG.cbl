      *          as a scheduled NOCTURNO step. The unload stays on
      *          disk as the fallback copy of the run.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-REORG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            ACCEPT HORA-PROCESO FROM TIME
            MOVE "OK" TO RESULTADO-PASO
            MOVE "N" TO FUENTE-EOF-SW
