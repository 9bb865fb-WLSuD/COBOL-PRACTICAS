      *          CLIENTE.DAT master with the same alta/cambio logic
      *          and CLIAUD audit writes as the interactive path in
      *          EJEMPLO-NIVEL88, writing rejected transactions (bad
      *          ESTADO, malformed ID, a failed REGLAS.DAT validation
      *          rule) to CLICARGA.RPT with a reason.
      *          After the branch file it applies the transactions
      *          other programs stage in CLITRX layout: PAGOTRX.DAT
      *          (BANCOPAG) and MASVTRX.DAT (the mass status changes
      *          a supervisor approved in APRUEBA).
      *          The branch file's read, applied and rejected counts
      *          go to CARGACTL.DAT for the LOTECONC reconciliation.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             a transaction whose non-drawn ID is absent from
      *             the master is rejected as CLIENTE INEXISTENTE
      *             instead of creating a branch-invented customer.
      * 2026-10-15  The loader now also consumes MASVTRX.DAT, the
      *             mass status changes proposed by CLIMASIV and
      *             approved by a supervisor in APRUEBA, by the same
      *             path as PAGOTRX.DAT and deleting it afterwards.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      * 2026-10-15  Contact changes applied by a cambio now land on
      *             the CONTAUD.DAT contact audit, one record per
      *             field, and an alta records its initial contact
      *             and owning branch there (before image blank), so
      *             CLIENTE-RECUP can replay the load after a restore.
      * 2026-10-15  Each transaction that passes the loader's own
      *             checks is also run through the REGLAS.DAT field
      *             validation rules via REGLAVAL; every rule it fails
      *             rejects it to CLICARGA.RPT with the rule number
      *             and message, and at apply time also to
      *             ERRORES.LOG, so the business adds a check without
      *             a program change.
      * 2026-10-15  The CLITRX.DAT counts - read, applied, rejected,
      *             or nothing applied on an aborted load - are
      *             recorded on CARGACTL.DAT through CARGAGRB for the
      *             LOTECONC reconciliation against the staging gate.
      * 2026-10-15  STOP RUN replaced with GOBACK so the program can be
      *             CALLed as a step of the NOCTURNO nightly driver and
      *             return control to it, while still ending the run
      *             normally when executed on its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-CARGA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOTRX-STATUS.

           SELECT MASIVO-FILE ASSIGN TO "MASVTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASIVO-STATUS.

           SELECT MOTIVOS-FILE ASSIGN TO "MOTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOTIVOS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LOG-STATUS.

           SELECT CONTAUD-FILE ASSIGN TO "CONTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOTRX-REC             PIC X(135).

       FD  MASIVO-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASIVO-REC              PIC X(135).

       FD  MOTIVOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOTIVOS-REC.
       01  ERROR-LOG-REC.
           COPY ERRLOG.

       FD  CONTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTAUD-REC.
           COPY CTAAUD.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-OK        VALUE "00".
           77 PAGOTRX-EOF-SW    PIC X VALUE "N".
               88 PAGOTRX-EOF       VALUE "Y".
           77 CNT-REA-LEIDAS    PIC 9(6) VALUE 0.
           77 MASIVO-STATUS     PIC X(2) VALUE "00".
               88 MASIVO-NEW-FILE   VALUE "35".
           77 MASIVO-EOF-SW     PIC X VALUE "N".
               88 MASIVO-EOF        VALUE "Y".
           77 CNT-MAS-LEIDAS    PIC 9(6) VALUE 0.

           77 CLIENTE-ID-ENTRADA PIC 9(6).
           77 ESTADO-NUEVO       PIC 9.
           77 CNT-LEIDOS        PIC 9(6) VALUE 0.
           77 CNT-APLICADOS     PIC 9(6) VALUE 0.
           77 CNT-RECHAZADOS    PIC 9(6) VALUE 0.
           77 MOTIVO-RECHAZO    PIC X(40).
           77 RECHAZO-SW        PIC X VALUE "N".
               88 TRANSAC-RECHAZADA VALUE "Y".

           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 PORC-EDIT         PIC ZZ9.99.
           77 FECHA-PROCESO     PIC 9(8).

      *AUDITORIA DE CONTACTO, EN EL MOLDE DE CLIENTE-CTUPD
           77 CONTAUD-STATUS    PIC X(2) VALUE "00".
               88 CONTAUD-NEW-FILE  VALUE "35".
           77 CAMPO-AUD         PIC X(10).
           77 ANTES-AUD         PIC X(40).
           77 DESPUES-AUD       PIC X(40).
           77 HORA-AUD          PIC 9(8).

      *REGLAS DE VALIDACION DE REGLAS.DAT PARA EL TRAZADO CLITRX
           77 REGLA-ARCHIVO     PIC X(12) VALUE "CLITRX.DAT".
           01 REGLA-RESULTADO.
               COPY REGFAL.
           77 F                 PIC 9(2) VALUE 0.

      *CONTROL DE CARGA PARA LA CONCILIACION DE LOTES (CARGAGRB)
           77 CARGA-ARCHIVO     PIC X(12) VALUE "CLITRX.DAT".
           77 CARGA-TIPO        PIC X VALUE "C".
           77 CARGA-PROGRAMA    PIC X(14) VALUE "CLIENTE-CARGA".
           77 CARGA-RECIBIDOS   PIC 9(6) VALUE 0.
           77 CARGA-APLICADOS   PIC 9(6) VALUE 0.
           77 CARGA-RECHAZADOS  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM ABRIR-ARCHIVOS
            PERFORM CARGA-TOPE
            PERFORM CARGA-MOTIVOS
                        PERFORM LEER-TRANSACCION
                    END-PERFORM
                END-IF
                PERFORM GRABA-CONTROL-CARGA
            ELSE
                DISPLAY "NO EXISTE CLITRX.DAT, NADA QUE APLICAR"
            END-IF
      *CON LA CORRIDA ABORTADA NADA SE APLICA, TAMPOCO LO DEL
      *LOCKBOX NI LOS CAMBIOS MASIVOS: LO APILADO ESPERA LA CORRIDA
      *LIMPIA
            IF NOT CORRIDA-ABORTADA
                PERFORM APLICA-REACTIVACIONES
                PERFORM APLICA-MASIVOS
            END-IF
            PERFORM CERRAR-ARCHIVOS

                DISPLAY "TRANSACCIONES RECHAZADAS: " CNT-RECHAZADOS
            END-IF

            GOBACK.

      *DEJA EN CARGACTL.DAT LO HECHO CON EL ARCHIVO DE SUCURSALES,
      *ANTES DE SUMAR LO APILADO POR OTROS PROGRAMAS - ABORTADA LA
      *CORRIDA NADA SE APLICO Y SOLO CUENTAN LOS RECHAZOS DE LA
      *PREVALIDACION
           GRABA-CONTROL-CARGA.
               IF CORRIDA-ABORTADA
                   MOVE CNT-F1-LEIDAS TO CARGA-RECIBIDOS
                   MOVE 0 TO CARGA-APLICADOS
                   MOVE CNT-F1-RECHAZOS TO CARGA-RECHAZADOS
               ELSE
                   MOVE CNT-LEIDOS TO CARGA-RECIBIDOS
                   MOVE CNT-APLICADOS TO CARGA-APLICADOS
                   MOVE CNT-RECHAZADOS TO CARGA-RECHAZADOS
               END-IF
               CALL "CARGAGRB" USING CARGA-ARCHIVO CARGA-TIPO
                   CARGA-PROGRAMA CARGA-RECIBIDOS CARGA-APLICADOS
                   CARGA-RECHAZADOS.

      *LEE EL TOPE DE RECHAZOS (EN PORCIENTO) DE LA TABLA CENTRAL
      *DE PARAMETROS, CONSERVANDO 10 POR DEFECTO
                           PERFORM GRABA-RECHAZO
                       END-IF
                   END-IF
                   IF NOT TRANSAC-RECHAZADA
                       PERFORM VALIDA-REGLAS
                   END-IF
               ELSE
                   PERFORM VALIDA-TRANSACCION
                   IF NOT TRANSAC-RECHAZADA
                       "DE PAGOTRX.DAT: " CNT-REA-LEIDAS
               END-IF.

      *APLICA LOS CAMBIOS MASIVOS DE ESTADO QUE UN SUPERVISOR
      *APROBO EN APRUEBA Y QUEDARON APILADOS EN MASVTRX.DAT, POR EL
      *MISMO CAMINO QUE LAS REACTIVACIONES, Y ELIMINA EL ARCHIVO
           APLICA-MASIVOS.
               MOVE 2 TO FASE
               OPEN INPUT MASIVO-FILE
               IF MASIVO-NEW-FILE
                   CLOSE MASIVO-FILE
               ELSE
                   PERFORM UNTIL MASIVO-EOF
                       READ MASIVO-FILE
                           AT END
                               SET MASIVO-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CNT-MAS-LEIDAS
                               ADD 1 TO CNT-LEIDOS
                               MOVE MASIVO-REC TO TRANSAC-REC
                               PERFORM PROCESA-TRANSACCION
                       END-READ
                   END-PERFORM
                   CLOSE MASIVO-FILE
                   DELETE FILE MASIVO-FILE
                   DISPLAY "CAMBIOS MASIVOS APROBADOS APLICADOS "
                       "DE MASVTRX.DAT: " CNT-MAS-LEIDAS
               END-IF.

      *ABRE EL MAESTRO (CREANDOLO SI NO EXISTE), LA AUDITORIA, EL
      *ARCHIVO DE TRANSACCIONES Y EL REPORTE DE RECHAZOS
           ABRIR-ARCHIVOS.
               END-IF.

      *RECHAZA UN ID NO NUMERICO, UN ESTADO FUERA DE 1-4 O UN
      *MOTIVO QUE NO FIGURA EN LA TABLA; LO QUE PASA SIGUE POR LAS
      *REGLAS DE VALIDACION DE REGLAS.DAT
           VALIDA-TRANSACCION.
               IF TRX-CLIENTE-ID IS NOT NUMERIC
                   MOVE "ID DE CLIENTE NO NUMERICO" TO MOTIVO-RECHAZO
      *PREVALIDACION NO DUPLIQUE LAS CONSTANCIAS
                       IF FASE = 2
                           MOVE TRX-CLIENTE-ID TO ERR-VALOR
                           MOVE 0 TO ERR-REGLA
                           MOVE SPACES TO ERR-MENSAJE
                           PERFORM GRABA-ERROR
                       END-IF
                   ELSE
                       PERFORM VALIDA-ESTADO-MOTIVO
                   END-IF
               END-IF
               IF NOT TRANSAC-RECHAZADA
                   PERFORM VALIDA-REGLAS
               END-IF.

      *PASA LA TRANSACCION POR LAS REGLAS DE VALIDACION DE SU
      *ARCHIVO: CADA REGLA QUE FALLA VA AL REPORTE CON SU NUMERO Y
      *MENSAJE Y, AL APLICAR, TAMBIEN AL LOG COMPARTIDO
           VALIDA-REGLAS.
               CALL "REGLAVAL" USING REGLA-ARCHIVO TRANSAC-REC
                   REGLA-RESULTADO
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > RGF-CNT
                   MOVE SPACES TO MOTIVO-RECHAZO
                   STRING "REGLA " RGF-NUMERO(F) " " RGF-MENSAJE(F)
                       DELIMITED BY SIZE INTO MOTIVO-RECHAZO
                   PERFORM GRABA-RECHAZO
                   IF FASE = 2
                       MOVE RGF-VALOR(F) TO ERR-VALOR
                       MOVE RGF-NUMERO(F) TO ERR-REGLA
                       MOVE RGF-MENSAJE(F) TO ERR-MENSAJE
                       PERFORM GRABA-ERROR
                   END-IF
               END-PERFORM.

      *RECHAZA UN ESTADO FUERA DE 1-4 O UN MOTIVO QUE NO FIGURA EN
      *LA TABLA
           VALIDA-ESTADO-MOTIVO.
                   END-IF
               END-IF.

      *DEJA CONSTANCIA DE UN ID O UNA REGLA RECHAZADOS EN EL LOG
      *COMPARTIDO ERRORES.LOG
           GRABA-ERROR.
               OPEN EXTEND ERROR-LOG-FILE
               IF ERR-LOG-NEW-FILE
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "CLIENTE-CARGA" TO ERR-PROGRAMA
               MOVE FECHA-PROCESO TO ERR-FECHA
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE.
               END-READ

               IF NOT TRANSAC-RECHAZADA
                   IF ESTADO-ANTERIOR NOT = 0
                       ACCEPT HORA-AUD FROM TIME
                       PERFORM AUDITA-CONTACTO
                   END-IF
                   MOVE CLIENTE-ID-ENTRADA TO CLIENTE-ID
                   MOVE ESTADO-NUEVO TO ESTADO
                   MOVE TRX-NOMBRE TO CONTACTO-NOMBRE
                   MOVE TRX-EMAIL TO CONTACTO-EMAIL
                   MOVE TRX-DIRECCION TO CONTACTO-DIRECCION

                   MOVE FECHA-PROCESO TO CLIENTE-ULT-FECHA
                   ACCEPT CLIENTE-ULT-HORA FROM TIME
                   IF ESTADO-ANTERIOR = 0
                       MOVE "N" TO CLIENTE-AGENCIA
                   END-IF

                   PERFORM GRABAR-AUDITORIA
      *EL CONTACTO INICIAL DEL ALTA QUEDA CON EL MISMO SELLO QUE SU
      *AUDITORIA DE ESTADO, DESPUES DE ELLA
                   IF ESTADO-ANTERIOR = 0
                       MOVE CLIENTE-ULT-HORA TO HORA-AUD
                       PERFORM AUDITA-ALTA
                   END-IF
               END-IF.

      *COMPARA EL CONTACTO DEL MAESTRO CONTRA EL DE LA TRANSACCION Y
      *DEJA UNA CONSTANCIA POR CAMPO QUE CAMBIA
           AUDITA-CONTACTO.
               IF CONTACTO-NOMBRE NOT = TRX-NOMBRE
                   MOVE "NOMBRE" TO CAMPO-AUD
                   MOVE CONTACTO-NOMBRE TO ANTES-AUD
                   MOVE TRX-NOMBRE TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF CONTACTO-TELEFONO NOT = TRX-TELEFONO
                   MOVE "TELEFONO" TO CAMPO-AUD
                   MOVE CONTACTO-TELEFONO TO ANTES-AUD
                   MOVE TRX-TELEFONO TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF CONTACTO-EMAIL NOT = TRX-EMAIL
                   MOVE "EMAIL" TO CAMPO-AUD
                   MOVE CONTACTO-EMAIL TO ANTES-AUD
                   MOVE TRX-EMAIL TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF CONTACTO-DIRECCION NOT = TRX-DIRECCION
                   MOVE "DIRECCION" TO CAMPO-AUD
                   MOVE CONTACTO-DIRECCION TO ANTES-AUD
                   MOVE TRX-DIRECCION TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF.

      *DEJA EL CONTACTO Y LA SUCURSAL INICIALES DEL ALTA, CON EL
      *ANTES EN BLANCO
           AUDITA-ALTA.
               MOVE SPACES TO ANTES-AUD
               IF TRX-NOMBRE NOT = SPACES
                   MOVE "NOMBRE" TO CAMPO-AUD
                   MOVE TRX-NOMBRE TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF TRX-TELEFONO NOT = SPACES
                   MOVE "TELEFONO" TO CAMPO-AUD
                   MOVE TRX-TELEFONO TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF TRX-EMAIL NOT = SPACES
                   MOVE "EMAIL" TO CAMPO-AUD
                   MOVE TRX-EMAIL TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF TRX-DIRECCION NOT = SPACES
                   MOVE "DIRECCION" TO CAMPO-AUD
                   MOVE TRX-DIRECCION TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF TRX-SUCURSAL NOT = SPACES
                   MOVE "SUCURSAL" TO CAMPO-AUD
                   MOVE TRX-SUCURSAL TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF.

      *AGREGA LA CONSTANCIA DEL CAMPO CAMBIADO A CONTAUD.DAT
           GRABA-CONTAUD.
               OPEN EXTEND CONTAUD-FILE
               IF CONTAUD-NEW-FILE
                   OPEN OUTPUT CONTAUD-FILE
                   CLOSE CONTAUD-FILE
                   OPEN EXTEND CONTAUD-FILE
               END-IF
               MOVE CLIENTE-ID-ENTRADA TO CTA-CLIENTE-ID
               MOVE CAMPO-AUD TO CTA-CAMPO
               MOVE ANTES-AUD TO CTA-ANTES
               MOVE DESPUES-AUD TO CTA-DESPUES
               MOVE FECHA-PROCESO TO CTA-FECHA
               MOVE HORA-AUD TO CTA-HORA
               MOVE TRX-OPERADOR TO CTA-OPERADOR
               WRITE CONTAUD-REC
               CLOSE CONTAUD-FILE.

      *ESCRIBE EL REGISTRO DE AUDITORIA DEL CAMBIO DE ESTADO
           GRABAR-AUDITORIA.
               MOVE CLIENTE-ID-ENTRADA TO AUD-CLIENTE-ID
               MOVE CLIENTE-ULT-HORA TO AUD-HORA
               WRITE AUDITORIA-REC.

      *DEJA LA TRANSACCION RECHAZADA EN EL REPORTE CON SU MOTIVO -
      *CON VARIAS REGLAS FALLADAS HAY UNA LINEA POR REGLA, PERO LA
      *TRANSACCION SE CUENTA UNA SOLA VEZ
           GRABA-RECHAZO.
               IF NOT TRANSAC-RECHAZADA
                   ADD 1 TO CNT-RECHAZADOS
               END-IF
               SET TRANSAC-RECHAZADA TO TRUE
               MOVE SPACES TO LINEA-RECHAZO
               STRING TRX-CLIENTE-ID " " TRX-ESTADO " " TRX-OPERADOR
                   " : " MOTIVO-RECHAZO
