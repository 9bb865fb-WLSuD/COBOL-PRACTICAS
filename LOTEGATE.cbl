      * Purpose: Staging gate for the inbound batch files. Runs as the
      *          first nightly step after VERIFICA: each staged file
      *          (CLITRX.ENT, TRXMTO.ENT, MUESTRAS.ENT, CTUPD.ENT,
      *          COBRETRN.ENT, BANCODEV.ENT) is validated against its
      *          standard LOTENV envelope - header present, trailer
      *          count and hash in balance - before anything consumes
      *          it. A good file is moved to its live name (the
      *          envelope is kept for the consumers that validate it
      *          themselves, MUESTRAS and TRXMTO, and stripped for
      *          the record-level loaders); a bad file is quarantined
      *          whole to NOMBRE.RCH with its reason as the first
      *          line, and the gate returns RETURN-CODE 8 so NOCTURNO
      *          holds the chain before anything is half-consumed.
      *          Every verdict lands on LOTEGATE.RPT; each quarantine
      *          is also queued as a critical alert, and each sequence
      *          gap as a warning, on ALERTAS.DAT through ALERTGRB.
      *          Hash rules per file: sum of the customer IDs for
      *          CLITRX/CTUPD/COBRETRN/BANCODEV, sum of the amounts for
      *          TRXMTO, sum of the sample values for MUESTRAS.
      *          Each file released is also recorded with its trailer
      *          count on CARGACTL.DAT (through CARGAGRB), the gate
      *          side of the LOTECONC feed reconciliation.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             gate report (a day never arrived). Headers with
      *             blank sequence pass uncontrolled, for the feeds
      *             that predate the control.
      * 2026-10-15  BANCODEV.ENT, the bank's returned-items file, now
      *             passes the gate (hash = sum of the customer IDs,
      *             envelope stripped) before BANCODEV consumes it.
      * 2026-10-15  Each quarantine (critical) and each sequence gap
      *             (warning) is also queued on the central operations
      *             alert file ALERTAS.DAT through ALERTGRB.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      * 2026-10-15  Each file released to its live name is recorded
      *             with its trailer count on CARGACTL.DAT through
      *             CARGAGRB, so the LOTECONC step at the end of the
      *             chain can prove every record the gate passed was
      *             applied or rejected by its loader.
      * 2026-10-15  STOP RUN replaced with GOBACK so the program can be
      *             CALLed as a step of the NOCTURNO nightly driver and
      *             return control to it, while still ending the run
      *             normally when executed on its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEGATE.
                   "CTUPD.DAT   CTUPD.ENT     IN".
               05 FILLER PIC X(28) VALUE
                   "COBRETRN.DATCOBRETRN.ENT  IN".
               05 FILLER PIC X(28) VALUE
                   "BANCODEV.DATBANCODEV.ENT  IN".
           01 TABLA-ARCH-RED REDEFINES TABLA-ARCHIVOS.
               05 ARCHIVOS OCCURS 6 TIMES.
                   10 ARCH-VIVO         PIC X(12).
                   10 ARCH-ENTRADA      PIC X(14).
                   10 ARCH-HASH         PIC X.
           77 CNT-AUSENTES      PIC 9(2) VALUE 0.
           77 FECHA-PROCESO     PIC 9(8).

      *ALERTA PARA LA COLA CENTRAL DE OPERACIONES (ALERTGRB)
           77 ALERTA-ORIGEN     PIC X(12) VALUE "LOTEGATE".
           77 ALERTA-SEVERIDAD  PIC X.
           77 ALERTA-MENSAJE    PIC X(70).

      *CONTROL DE CARGA PARA LA CONCILIACION DE LOTES (CARGAGRB)
           77 CARGA-ARCHIVO     PIC X(12).
           77 CARGA-TIPO        PIC X VALUE "G".
           77 CARGA-PROGRAMA    PIC X(14) VALUE "LOTEGATE".
           77 CARGA-RECIBIDOS   PIC 9(6) VALUE 0.
           77 CARGA-APLICADOS   PIC 9(6) VALUE 0.
           77 CARGA-RECHAZADOS  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-CONTROLES
            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM VARYING A FROM 1 BY 1 UNTIL A > 6
                PERFORM PROCESA-ARCHIVO
            END-PERFORM

                    "LIBERADOS A SUS NOMBRES VIVOS"
            END-IF

            GOBACK.

      *VALIDA LA ENVOLTURA DEL ARCHIVO A Y LO LIBERA O LO MANDA A
      *CUARENTENA SEGUN EL VEREDICTO
                       WRITE LINEA-REPORTE
                   WHEN LOTE-OK
                       PERFORM LIBERA-ARCHIVO
                       PERFORM GRABA-CONTROL-CARGA
                       ADD 1 TO CNT-BUENOS
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " ARCH-ENTRADA(A) " : OK, "
                           MOTIVO-RECHAZO
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                       MOVE "C" TO ALERTA-SEVERIDAD
                       MOVE SPACES TO ALERTA-MENSAJE
                       STRING ARCH-ENTRADA(A) " EN CUARENTENA: "
                           MOTIVO-RECHAZO
                           DELIMITED BY SIZE INTO ALERTA-MENSAJE
                       CALL "ALERTGRB" USING ALERTA-ORIGEN
                           ALERTA-SEVERIDAD ALERTA-MENSAJE
               END-EVALUATE.

      *DEJA EN CARGACTL.DAT LA CANTIDAD DEL REGISTRO FINAL DEL
      *ARCHIVO LIBERADO, CONTRA LA QUE SE CONCILIA SU CARGADOR
           GRABA-CONTROL-CARGA.
               MOVE ARCH-VIVO(A) TO CARGA-ARCHIVO
               MOVE CANT-DECLARADA TO CARGA-RECIBIDOS
               CALL "CARGAGRB" USING CARGA-ARCHIVO CARGA-TIPO
                   CARGA-PROGRAMA CARGA-RECIBIDOS CARGA-APLICADOS
                   CARGA-RECHAZADOS.

      *PRIMERA PASADA: EXIGE LA CABECERA "H", CUENTA Y HASHEA LOS
      *REGISTROS SEGUN LA REGLA DEL ARCHIVO Y CONTRASTA CONTRA EL
      *REGISTRO FINAL "T"
                               ", FALTA UN ENVIO"
                               DELIMITED BY SIZE INTO LINEA-REPORTE
                           WRITE LINEA-REPORTE
                           MOVE "A" TO ALERTA-SEVERIDAD
                           MOVE SPACES TO ALERTA-MENSAJE
                           STRING ARCH-VIVO(A) " DE " ORIGEN-LOTE
                               " SALTO DE " CTL-T-SECUENCIA(C)
                               " A " SECUENCIA-LOTE
                               ", FALTA UN ENVIO"
                               DELIMITED BY SIZE INTO ALERTA-MENSAJE
                           CALL "ALERTGRB" USING ALERTA-ORIGEN
                               ALERTA-SEVERIDAD ALERTA-MENSAJE
                           MOVE SECUENCIA-LOTE TO
                               CTL-T-SECUENCIA(C)
                       WHEN OTHER
