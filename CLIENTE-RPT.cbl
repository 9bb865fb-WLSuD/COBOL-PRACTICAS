      *             the MENU console or the NOCTURNO driver, a second
      *             run was rewriting CLIRPT.OUT from the previous
      *             run's counters with the page number carrying on.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-RPT.
      *ESCRIBE EL REPORTE DE CONTROL-BREAK POR ESTADO, PAGINADO
      *SEGUN EL ESTANDAR DE IMPRESION DE LA CASA
           IMPRIME-REPORTE.
               CALL "FECHAPRO" USING FECHA-RPT
               ACCEPT HORA-RPT FROM TIME

               MOVE CNT-ACTIVO TO CNT-PARA-PORC CNT-EDIT
