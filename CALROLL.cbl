      *          in place, and NOCTURNO never again runs on New
      *          Year's Day.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALROLL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            ACCEPT HORA-PROCESO FROM TIME
            COMPUTE ANIO-DESTINO = PROC-ANIO + 1

