      *          and rewrites CLISCORE.DAT, which COBRCALL can use to
      *          order the call lists by score instead of by days.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-SCORE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM RECORRE-AUDITORIA
            PERFORM CIERRA-ESTADIAS-ABIERTAS
