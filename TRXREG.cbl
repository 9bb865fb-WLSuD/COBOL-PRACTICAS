      *             and the report closes with per-code subtotals -
      *             the zero-amount exception page finally says
      *             which upstream field type is dropping.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRXREG.
               READ TRXMTO-FILE
               END-READ
               OPEN OUTPUT REPORTE-FILE
               CALL "FECHAPRO" USING FECHA-RPT
               ACCEPT HORA-RPT FROM TIME
               PERFORM UNTIL TRXMTO-EOF OR TRAILER-VISTO
                   READ TRXMTO-FILE
