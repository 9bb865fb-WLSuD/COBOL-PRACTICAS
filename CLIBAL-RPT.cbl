      *          the grand total, written to CLIBAL.RPT - the number
      *          the credit manager asks for weekly, aged by what is
      *          owed instead of by days in ESTADO like CLIENTE-AGE.
      *          Can also be queued mid-week from JOB-MANT and run by
      *          the JOBCOLA runner.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day.
      * 2026-10-15  STOP RUN replaced with GOBACK so the report can be
      *             queued from JOB-MANT and CALLed by the JOBCOLA
      *             runner, which gets control back when it ends.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIBAL-RPT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-SALDOS
            IF SEL-CNT = 0
                    "REPORTADOS EN CLIBAL.RPT"
            END-IF

            GOBACK.

      *CARGA LOS CLIENTES CON SALDO POSITIVO DEL SUBLEDGER
           CARGA-SALDOS.
