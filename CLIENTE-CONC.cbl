      *          AUD-ESTADO-NUEVO, and compares the final replayed
      *          state against the ESTADO on CLIENTE.DAT, reporting
      *          every broken chain and mismatch to CLICONC.RPT.
      *          Ends with RETURN-CODE 8 when the final states
      *          differ from the master, so CLIENTE-RECUP can CALL it
      *          to decide whether a recovered master is released.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  STOP RUN replaced with GOBACK, and the run ends with
      *             RETURN-CODE 8 when any final state differs from the
      *             master, so CLIENTE-RECUP can CALL the reconciliation
      *             and release a recovered master only when it comes
      *             back clean.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-CONC.
            IF AUDITORIA-NEW-FILE
                DISPLAY "NO EXISTE CLIAUD.DAT, NADA QUE CONCILIAR"
                CLOSE AUDITORIA-FILE
                GOBACK
            END-IF
            CLOSE AUDITORIA-FILE


            DISPLAY CNT-CADENAS-ROTAS " CADENAS ROTAS Y "
                CNT-DIFERENCIAS " DIFERENCIAS EN CLICONC.RPT"
            IF CNT-DIFERENCIAS > 0
                MOVE 8 TO RETURN-CODE
            END-IF

            GOBACK.

      *ABRE EL MAESTRO, LA AUDITORIA Y EL REPORTE DE CONCILIACION
           ABRIR-ARCHIVOS.
