      *          sampling, and the single-batch outlier pass never
      *          sees it. Output on ESTADCTL.RPT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAD-CTL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-HISTORIA
            IF GRP-TOTAL = 0
                DISPLAY "SIN HISTORIA EN QCHIST.DAT, CORRA "
