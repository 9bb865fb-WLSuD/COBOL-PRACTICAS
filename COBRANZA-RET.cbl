      *          CLIENTE.DAT with a CLIAUD audit record, and writes
      *          unmatched or inconsistent returns (unknown ID, bad
      *          ID, customer not currently MOROSO) to COBRET.RPT.
      *          The run's read, reactivated and exception counts go
      *          to CARGACTL.DAT for the LOTECONC reconciliation.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             with the CHKDIG check digit; a mis-keyed ID goes
      *             to the exceptions report and is also logged to
      *             the shared ERRORES.LOG.
      * 2026-10-15  The ERRORES.LOG entry now sets the rule number
      *             and message of the shared layout to zero and
      *             blank - those belong to the REGLAS.DAT
      *             validation rules of the batch loaders.
      * 2026-10-15  The run's read, reactivated (applied) and exception
      *             (rejected) counts are recorded on CARGACTL.DAT
      *             through CARGAGRB for the LOTECONC reconciliation
      *             against the staging gate.
      * 2026-10-15  STOP RUN replaced with GOBACK so the program can be
      *             CALLed as a step of the NOCTURNO nightly driver and
      *             return control to it, while still ending the run
      *             normally when executed on its own.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANZA-RET.
           77 CNT-REACTIVADOS   PIC 9(6) VALUE 0.
           77 CNT-EXCEPCIONES   PIC 9(6) VALUE 0.

           77 FECHA-PROCESO     PIC 9(8).

           77 ERR-LOG-STATUS    PIC X(2) VALUE "00".
               88 ERR-LOG-NEW-FILE  VALUE "35".
           77 ID-PRUEBA         PIC 9(6) VALUE 0.
           77 ID-VALIDO-SW      PIC X VALUE "N".
               88 ID-VALIDO         VALUE "Y".

      *CONTROL DE CARGA PARA LA CONCILIACION DE LOTES (CARGAGRB)
           77 CARGA-ARCHIVO     PIC X(12) VALUE "COBRETRN.DAT".
           77 CARGA-TIPO        PIC X VALUE "C".
           77 CARGA-PROGRAMA    PIC X(14) VALUE "COBRANZA-RET".
           77 CARGA-RECIBIDOS   PIC 9(6) VALUE 0.
           77 CARGA-APLICADOS   PIC 9(6) VALUE 0.
           77 CARGA-RECHAZADOS  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM ABRIR-ARCHIVOS
            IF NOT RETORNO-NEW-FILE
                PERFORM LEER-RETORNO
                    PERFORM PROCESA-RETORNO
                    PERFORM LEER-RETORNO
                END-PERFORM
                PERFORM GRABA-CONTROL-CARGA
            ELSE
                DISPLAY "NO EXISTE COBRETRN.DAT, NADA QUE PROCESAR"
            END-IF
            DISPLAY "CLIENTES REACTIVADOS : " CNT-REACTIVADOS
            DISPLAY "EXCEPCIONES          : " CNT-EXCEPCIONES

            GOBACK.

      *DEJA EN CARGACTL.DAT LO LEIDO DEL ARCHIVO DE RETORNOS: LOS
      *REACTIVADOS COMO APLICADOS Y LAS EXCEPCIONES COMO RECHAZOS
           GRABA-CONTROL-CARGA.
               MOVE CNT-LEIDOS TO CARGA-RECIBIDOS
               MOVE CNT-REACTIVADOS TO CARGA-APLICADOS
               MOVE CNT-EXCEPCIONES TO CARGA-RECHAZADOS
               CALL "CARGAGRB" USING CARGA-ARCHIVO CARGA-TIPO
                   CARGA-PROGRAMA CARGA-RECIBIDOS CARGA-APLICADOS
                   CARGA-RECHAZADOS.

      *ABRE EL MAESTRO, LA AUDITORIA, EL ARCHIVO DE RETORNOS Y EL
      *REPORTE DE EXCEPCIONES
                       IF MOROSO
                           MOVE ESTADO TO ESTADO-ANTERIOR
                           MOVE 1 TO ESTADO
                           MOVE FECHA-PROCESO TO CLIENTE-ULT-FECHA
                           ACCEPT CLIENTE-ULT-HORA FROM TIME
                           REWRITE CLIENTE-REC
                           PERFORM GRABAR-AUDITORIA
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "COBRANZA-RET" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               MOVE FECHA-PROCESO TO ERR-FECHA
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE.
