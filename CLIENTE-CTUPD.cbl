      *          landing of a NOMDIR cleansing pass) and rewrites just
      *          the CONTACTO fields of the matching CLIENTE.DAT
      *          master records, leaving ESTADO untouched. Unmatched
      *          or malformed IDs and updates failing a REGLAS.DAT
      *          validation rule go to CTUPD.RPT with a reason, so a
      *          cleansing run lands in the master in one step instead
      *          of being re-typed customer by customer. The run's
      *          read, applied and rejected counts go to CARGACTL.DAT
      *          for the LOTECONC reconciliation.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The run's read, applied and rejected counts are
      *             recorded on CARGACTL.DAT through CARGAGRB for the
      *             LOTECONC reconciliation against the staging gate.
      * 2026-10-15  Each update that passes the loader's own checks is
      *             also run through the REGLAS.DAT field validation
      *             rules via REGLAVAL; every rule it fails goes to
      *             CTUPD.RPT and ERRORES.LOG with the rule number and
      *             message, and the update is not applied.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      * 2026-09-03  The postal code each CTU-DIRECCION ends with is
      *             now validated against CODPOST.DAT via CPVALID; a
      *             bad one rejects the update to CTUPD.RPT like the
      *             with the CHKDIG check digit; a mis-keyed ID is
      *             rejected with its reason and also logged to the
      *             shared ERRORES.LOG.
      * 2026-10-15  STOP RUN replaced with GOBACK so the program can be
      *             CALLed as a step of the NOCTURNO nightly driver and
      *             return control to it, while still ending the run
      *             normally when executed on its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-CTUPD.
           77 CNT-LEIDOS        PIC 9(6) VALUE 0.
           77 CNT-APLICADOS     PIC 9(6) VALUE 0.
           77 CNT-RECHAZADOS    PIC 9(6) VALUE 0.
           77 MOTIVO-RECHAZO    PIC X(40).

           77 ERR-LOG-STATUS    PIC X(2) VALUE "00".
               88 ERR-LOG-NEW-FILE  VALUE "35".
           77 DESPUES-AUD       PIC X(40).
           77 CP-OK-SW          PIC X VALUE "N".
               88 CP-OK             VALUE "Y".
           77 FECHA-PROCESO     PIC 9(8).

      *REGLAS DE VALIDACION DE REGLAS.DAT PARA EL TRAZADO CTUPD
           77 REGLA-ARCHIVO     PIC X(12) VALUE "CTUPD.DAT".
           01 REGLA-RESULTADO.
               COPY REGFAL.
           77 F                 PIC 9(2) VALUE 0.

      *CONTROL DE CARGA PARA LA CONCILIACION DE LOTES (CARGAGRB)
           77 CARGA-ARCHIVO     PIC X(12) VALUE "CTUPD.DAT".
           77 CARGA-TIPO        PIC X VALUE "C".
           77 CARGA-PROGRAMA    PIC X(14) VALUE "CLIENTE-CTUPD".
           77 CARGA-RECIBIDOS   PIC 9(6) VALUE 0.
           77 CARGA-APLICADOS   PIC 9(6) VALUE 0.
           77 CARGA-RECHAZADOS  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM ABRIR-ARCHIVOS
            IF ACTUALIZA-NEW-FILE
                DISPLAY "NO EXISTE CTUPD.DAT, NADA QUE APLICAR"
                        PERFORM LEER-ACTUALIZACION
                    END-PERFORM
                END-IF
                PERFORM GRABA-CONTROL-CARGA
            END-IF
            PERFORM CERRAR-ARCHIVOS

            DISPLAY "ACTUALIZACIONES APLICADAS: " CNT-APLICADOS
            DISPLAY "ACTUALIZACIONES RECHAZADAS: " CNT-RECHAZADOS

            GOBACK.

      *DEJA EN CARGACTL.DAT LO LEIDO, APLICADO Y RECHAZADO DEL
      *ARCHIVO DE ACTUALIZACIONES
           GRABA-CONTROL-CARGA.
               MOVE CNT-LEIDOS TO CARGA-RECIBIDOS
               MOVE CNT-APLICADOS TO CARGA-APLICADOS
               MOVE CNT-RECHAZADOS TO CARGA-RECHAZADOS
               CALL "CARGAGRB" USING CARGA-ARCHIVO CARGA-TIPO
                   CARGA-PROGRAMA CARGA-RECIBIDOS CARGA-APLICADOS
                   CARGA-RECHAZADOS.

      *ABRE EL MAESTRO, EL ARCHIVO DE ACTUALIZACIONES Y EL REPORTE
      *DE RECHAZOS
                           TO MOTIVO-RECHAZO
                       PERFORM GRABA-RECHAZO
                       MOVE CTU-CLIENTE-ID TO ERR-VALOR
                       MOVE 0 TO ERR-REGLA
                       MOVE SPACES TO ERR-MENSAJE
                       PERFORM GRABA-ERROR
                   ELSE
                   CALL "CPVALID" USING CTU-DIRECCION CP-OK-SW
                           TO MOTIVO-RECHAZO
                       PERFORM GRABA-RECHAZO
                   ELSE
                   PERFORM VALIDA-REGLAS
                   IF RGF-CNT = 0
                   MOVE CTU-CLIENTE-ID TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                   END-READ
                   END-IF
                   END-IF
                   END-IF
               END-IF.

      *PASA LA ACTUALIZACION POR LAS REGLAS DE VALIDACION DE SU
      *ARCHIVO: CADA REGLA QUE FALLA VA AL REPORTE Y AL LOG
      *COMPARTIDO CON SU NUMERO Y MENSAJE
           VALIDA-REGLAS.
               CALL "REGLAVAL" USING REGLA-ARCHIVO ACTUALIZA-REC
                   REGLA-RESULTADO
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > RGF-CNT
                   MOVE SPACES TO MOTIVO-RECHAZO
                   STRING "REGLA " RGF-NUMERO(F) " " RGF-MENSAJE(F)
                       DELIMITED BY SIZE INTO MOTIVO-RECHAZO
                   IF F = 1
                       PERFORM GRABA-RECHAZO
                   ELSE
                       PERFORM ESCRIBE-RECHAZO
                   END-IF
                   MOVE RGF-VALOR(F) TO ERR-VALOR
                   MOVE RGF-NUMERO(F) TO ERR-REGLA
                   MOVE RGF-MENSAJE(F) TO ERR-MENSAJE
                   PERFORM GRABA-ERROR
               END-PERFORM.

      *DEJA CONSTANCIA DE UN ID O UNA REGLA RECHAZADOS EN EL LOG
      *COMPARTIDO ERRORES.LOG
           GRABA-ERROR.
               OPEN EXTEND ERROR-LOG-FILE
               IF ERR-LOG-NEW-FILE
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "CLIENTE-CTUPD" TO ERR-PROGRAMA
               MOVE FECHA-PROCESO TO ERR-FECHA
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE.
               MOVE CAMPO-AUD TO CTA-CAMPO
               MOVE ANTES-AUD TO CTA-ANTES
               MOVE DESPUES-AUD TO CTA-DESPUES
               MOVE FECHA-PROCESO TO CTA-FECHA
               ACCEPT CTA-HORA FROM TIME
               MOVE "CTUPD-BAT" TO CTA-OPERADOR
               WRITE CONTAUD-REC
      *DEJA LA ACTUALIZACION RECHAZADA EN EL REPORTE CON SU MOTIVO
           GRABA-RECHAZO.
               ADD 1 TO CNT-RECHAZADOS
               PERFORM ESCRIBE-RECHAZO.

      *ESCRIBE LA LINEA DEL RECHAZO; UNA ACTUALIZACION QUE FALLA
      *VARIAS REGLAS TIENE UNA LINEA POR REGLA
           ESCRIBE-RECHAZO.
               MOVE SPACES TO LINEA-RECHAZO
               STRING CTU-CLIENTE-ID " " CTU-NOMBRE " : "
                   MOTIVO-RECHAZO
