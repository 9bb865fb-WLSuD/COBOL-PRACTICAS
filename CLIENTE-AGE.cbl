      *             CLIENTE-ULT-FECHA stamp the master carries (see
      *             CLIENTE-SYNC for the backfill): the end-to-end
      *             scan of CLIAUD.DAT is gone.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-AGE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM SELECCIONA-CLIENTES
            PERFORM IMPRIME-REPORTE
