      *          subledger, and appends the good ones to the
      *          CLIPAGOS.DAT payment journal that CLIENTE-BAL
      *          applies. Unmatched or overpaid items land on the
      *          BANCOPAG.RPT suspense report and are posted to the
      *          SUSPENSO.DAT unapplied-cash file, where SUSP-MANT
      *          applies or refunds them; so are the payments that
      *          fail a REGLAS.DAT validation rule, each failed rule
      *          also logged to ERRORES.LOG. A payment for a customer
      *          written off on CASTIGOS.DAT with nothing else open
      *          is journaled as a recovery (PAG-TIPO "U") and listed
      *          as such on the report instead of falling to
      *          suspense. A
      *          customer whose balance reaches zero while MOROSO
      *          gets a CLITRX-format return-to-ACTIVO transaction
      *          written to PAGOTRX.DAT, staged for CLIENTE-CARGA so
      *          the reactivation flows through the audited path.
      *          A payment matching a pending payoff quote on
      *          COTIZA.DAT settles the account in full through
      *          COTIZAPL, whatever the open balance on file.
      *          The envelope check is the gate of this feed: the
      *          trailer count of a good file and, after the run, the
      *          payments applied and sent to suspense go to
      *          CARGACTL.DAT for the LOTECONC reconciliation.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             CLIENTE-CARGA had not consumed yet. The
      *             generated transaction also carries the owning
      *             branch, which was going out uninitialized.
      * 2026-10-15  The journal entry now carries PAG-OPERADOR
      *             "LOCKBOX", now that the collections desk posts
      *             payments to CLIPAGOS.DAT under its own operator.
      * 2026-10-15  The journal entry is written as a plain payment
      *             (blank PAG-TIPO, no linked sequence), told apart
      *             from the reversals BANCODEV posts for returns.
      * 2026-10-15  Every suspense item is also posted to SUSPENSO.DAT
      *             under the next suspense number, so the unapplied
      *             cash outlives the report and can be worked off.
      * 2026-10-15  A payment on a written-off account with no open
      *             balance is journaled and reported as a recovery
      *             instead of going to suspense as an overpayment.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      * 2026-10-15  Each payment with a sound ID is also run through
      *             the REGLAS.DAT field validation rules via
      *             REGLAVAL (an amount cap, say); one that fails goes
      *             to suspense under its first rule, every failed
      *             rule is listed under the suspense line with its
      *             number and message and logged to ERRORES.LOG.
      * 2026-10-15  A payment matching a pending COTIZ-CANC payoff
      *             quote (checked through COTIZAPL) is applied even
      *             above the open balance instead of going to
      *             suspense: COTIZAPL bills what the quote projected,
      *             waives any cent difference and closes the quote,
      *             and the report lists the settlement.
      * 2026-10-15  A file whose envelope balances is recorded with its
      *             trailer count on CARGACTL.DAT, as the staging gate
      *             does for the other feeds, and the run's payments
      *             read, applied (recoveries included) and sent to
      *             suspense after it, both through CARGAGRB, for the
      *             LOTECONC reconciliation at the end of the chain.
      * 2026-10-15  STOP RUN replaced with GOBACK so the program can be
      *             CALLed as a step of the NOCTURNO nightly driver and
      *             return control to it, while still ending the run
      *             normally when executed on its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOPAG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSAC-STATUS.

           SELECT PARTIDAS-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTIDAS-STATUS.

           SELECT CASTIGO-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASTIGO-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-FILE
       01  TRANSAC-REC.
           COPY CLITRX.

       FD  PARTIDAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARTIDAS-REC.
           COPY SUSPAR.

       FD  CASTIGO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASTIGO-REC.
           COPY CASTIG.

       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
           77 BANCO-STATUS      PIC X(2) VALUE "00".
               88 BANCO-NEW-FILE    VALUE "35".
               88 PAGOS-EOF         VALUE "Y".
           77 TRANSAC-STATUS    PIC X(2) VALUE "00".
               88 TRANSAC-NEW-FILE  VALUE "35".
           77 PARTIDAS-STATUS   PIC X(2) VALUE "00".
               88 PARTIDAS-NEW-FILE VALUE "35".
           77 PARTIDAS-EOF-SW   PIC X VALUE "N".
               88 PARTIDAS-EOF      VALUE "Y".
           77 CASTIGO-STATUS    PIC X(2) VALUE "00".
               88 CASTIGO-NEW-FILE  VALUE "35".
           77 CASTIGO-EOF-SW    PIC X VALUE "N".
               88 CASTIGO-EOF       VALUE "Y".
           77 ERR-LOG-STATUS    PIC X(2) VALUE "00".
               88 ERR-LOG-NEW-FILE  VALUE "35".

      *VALIDACION DE LA ENVOLTURA DEL LOTE BANCARIO
           77 LOTE-OK-SW        PIC X VALUE "N".
           77 HASH-LOTE         PIC S9(10) VALUE 0.
           77 FECHA-LOTE        PIC 9(8) VALUE 0.

      *SALDOS ABIERTOS DEL SUBLEDGER, SOLO LECTURA, CON LA MARCA
      *DE LAS CUENTAS CASTIGADAS
           01 TABLA-SALDOS.
               05 SALDOS OCCURS 1000 TIMES.
                   10 SAL-ID            PIC 9(6).
                   10 SAL-SALDO         PIC S9(9)V99.
                   10 SAL-CASTIGADO     PIC X.
           77 SAL-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 I                 PIC 9(4) VALUE 0.
               88 ENCONTRADO        VALUE "Y".

           77 PROX-SECUENCIA    PIC 9(6) VALUE 0.
           77 PROX-PARTIDA      PIC 9(6) VALUE 0.
           77 FECHA-PROCESO     PIC 9(8).
           77 HORA-PROCESO      PIC 9(8).
           77 ID-PRUEBA         PIC 9(6) VALUE 0.
           77 DIGITO-CALCULADO  PIC 9 VALUE 0.
           77 ID-VALIDO-SW      PIC X VALUE "N".
           77 CNT-APLICADOS     PIC 9(6) VALUE 0.
           77 CNT-SUSPENSO      PIC 9(6) VALUE 0.
           77 CNT-REACTIVA      PIC 9(6) VALUE 0.
           77 CNT-RECUPEROS     PIC 9(6) VALUE 0.
           77 CNT-COTIZADOS     PIC 9(6) VALUE 0.

      *CONTROL DE CARGA PARA LA CONCILIACION DE LOTES (CARGAGRB)
           77 CARGA-ARCHIVO     PIC X(12) VALUE "BANCOPAG.DAT".
           77 CARGA-TIPO        PIC X.
           77 CARGA-PROGRAMA    PIC X(14) VALUE "BANCOPAG".
           77 CARGA-RECIBIDOS   PIC 9(6) VALUE 0.
           77 CARGA-APLICADOS   PIC 9(6) VALUE 0.
           77 CARGA-RECHAZADOS  PIC 9(6) VALUE 0.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.

      *CALCE DEL PAGO CON UNA COTIZACION DE CANCELACION PENDIENTE
           01 COTIZA-PAGO.
               COPY COTAPL.

      *REGLAS DE VALIDACION DE REGLAS.DAT PARA EL TRAZADO BCOPAG
           77 REGLA-ARCHIVO     PIC X(12) VALUE "BANCOPAG.DAT".
           01 REGLA-RESULTADO.
               COPY REGFAL.
           77 F                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM VALIDA-LOTE
            IF LOTE-OK
                PERFORM GRABA-CONTROL-LOTE
                PERFORM CARGA-SALDOS
                PERFORM CARGA-CASTIGOS
                PERFORM BUSCA-SECUENCIA
                PERFORM BUSCA-PARTIDA
                PERFORM PROCESA-PAGOS
                PERFORM GRABA-CONTROL-CARGA
                DISPLAY "PAGOS LEIDOS    : " CNT-LEIDOS
                DISPLAY "PAGOS APLICADOS : " CNT-APLICADOS
                DISPLAY "EN SUSPENSO     : " CNT-SUSPENSO
                DISPLAY "RECUPEROS       : " CNT-RECUPEROS
                DISPLAY "CANCELACIONES POR COTIZACION: " CNT-COTIZADOS
                DISPLAY "REACTIVACIONES GENERADAS: " CNT-REACTIVA
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF

            GOBACK.

      *PRIMERA PASADA SOBRE BANCOPAG.DAT: EXIGE LA CABECERA "H",
      *CUENTA LOS REGISTROS Y SUMA LOS IDS COMO HASH, Y LOS
                       SET LOTE-OK TO TRUE
               END-EVALUATE.

      *DEJA EN CARGACTL.DAT LA CANTIDAD DEL REGISTRO FINAL DEL LOTE
      *YA VALIDADO, EL LADO COMPUERTA DE LA CONCILIACION
           GRABA-CONTROL-LOTE.
               MOVE "G" TO CARGA-TIPO
               MOVE CNT-LOTE TO CARGA-RECIBIDOS
               MOVE 0 TO CARGA-APLICADOS
               MOVE 0 TO CARGA-RECHAZADOS
               CALL "CARGAGRB" USING CARGA-ARCHIVO CARGA-TIPO
                   CARGA-PROGRAMA CARGA-RECIBIDOS CARGA-APLICADOS
                   CARGA-RECHAZADOS.

      *DEJA EN CARGACTL.DAT LOS PAGOS LEIDOS, LOS ASENTADOS EN EL
      *JOURNAL (RECUPEROS INCLUIDOS) Y LOS QUE FUERON A SUSPENSO
           GRABA-CONTROL-CARGA.
               MOVE "C" TO CARGA-TIPO
               MOVE CNT-LEIDOS TO CARGA-RECIBIDOS
               COMPUTE CARGA-APLICADOS = CNT-APLICADOS + CNT-RECUPEROS
               MOVE CNT-SUSPENSO TO CARGA-RECHAZADOS
               CALL "CARGAGRB" USING CARGA-ARCHIVO CARGA-TIPO
                   CARGA-PROGRAMA CARGA-RECIBIDOS CARGA-APLICADOS
                   CARGA-RECHAZADOS.

      *CARGA LOS SALDOS DEL SUBLEDGER PARA CONTROLAR SOBREPAGOS Y
      *DETECTAR CANCELACIONES TOTALES
           CARGA-SALDOS.
                                       SAL-ID(SAL-CNT)
                                   MOVE BAL-SALDO TO
                                       SAL-SALDO(SAL-CNT)
                                   MOVE "N" TO SAL-CASTIGADO(SAL-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       "CLIENTES CAERAN A SUSPENSO"
               END-IF.

      *MARCA EN LA TABLA DE SALDOS LOS CLIENTES CON UN CASTIGO
      *REGISTRADO EN CASTIGOS.DAT
           CARGA-CASTIGOS.
               OPEN INPUT CASTIGO-FILE
               IF CASTIGO-NEW-FILE
                   CLOSE CASTIGO-FILE
               ELSE
                   PERFORM UNTIL CASTIGO-EOF
                       READ CASTIGO-FILE
                           AT END
                               SET CASTIGO-EOF TO TRUE
                           NOT AT END
                               PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > SAL-CNT
                                   IF SAL-ID(I) = CAS-CLIENTE-ID
                                       MOVE "Y" TO SAL-CASTIGADO(I)
                                   END-IF
                               END-PERFORM
                       END-READ
                   END-PERFORM
                   CLOSE CASTIGO-FILE
               END-IF.

      *RECORRE EL JOURNAL DE PAGOS PARA SEGUIR LA SECUENCIA DESDE
      *EL ULTIMO NUMERO ASIGNADO
           BUSCA-SECUENCIA.
                   CLOSE PAGOS-FILE
               END-IF.

      *RECORRE SUSPENSO.DAT PARA NUMERAR LAS PARTIDAS NUEVAS DESDE
      *LA ULTIMA ASIGNADA
           BUSCA-PARTIDA.
               MOVE 0 TO PROX-PARTIDA
               OPEN INPUT PARTIDAS-FILE
               IF PARTIDAS-NEW-FILE
                   CLOSE PARTIDAS-FILE
               ELSE
                   PERFORM UNTIL PARTIDAS-EOF
                       READ PARTIDAS-FILE
                           AT END
                               SET PARTIDAS-EOF TO TRUE
                           NOT AT END
                               IF SUS-NUMERO > PROX-PARTIDA
                                   MOVE SUS-NUMERO TO PROX-PARTIDA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PARTIDAS-FILE
               END-IF.

      *SEGUNDA PASADA: APLICA CADA PAGO DEL LOTE O LO DEJA EN
      *SUSPENSO CON SU MOTIVO
           PROCESA-PAGOS.
                   CLOSE PAGOS-FILE
                   OPEN EXTEND PAGOS-FILE
               END-IF
               OPEN EXTEND PARTIDAS-FILE
               IF PARTIDAS-NEW-FILE
                   OPEN OUTPUT PARTIDAS-FILE
                   CLOSE PARTIDAS-FILE
                   OPEN EXTEND PARTIDAS-FILE
               END-IF
               ACCEPT HORA-PROCESO FROM TIME
               MOVE SPACES TO LINEA-SUSPENSO
               STRING "PAGOS EN SUSPENSO - LOTE DEL " FECHA-LOTE
                   DELIMITED BY SIZE INTO LINEA-SUSPENSO
               CLOSE CLIENTE-FILE
               CLOSE SUSPENSO-FILE
               CLOSE TRANSAC-FILE
               CLOSE PAGOS-FILE
               CLOSE PARTIDAS-FILE.

      *VALIDA EL PAGO LEIDO: ID SANO, REGLAS DE VALIDACION
      *CUMPLIDAS, CLIENTE EXISTENTE, SALDO SUFICIENTE - LO DEMAS VA
      *A SUSPENSO
           PROCESA-UN-PAGO.
               IF BPG-CLIENTE-ID IS NOT NUMERIC
                   MOVE "ID DE CLIENTE NO NUMERICO"
                           TO MOTIVO-SUSPENSO
                       PERFORM GRABA-SUSPENSO
                   ELSE
                       CALL "REGLAVAL" USING REGLA-ARCHIVO BANCO-REC
                           REGLA-RESULTADO
                       IF RGF-CNT > 0
                           PERFORM SUSPENDE-POR-REGLA
                       ELSE
                           MOVE ID-PRUEBA TO CLIENTE-ID
                           READ CLIENTE-FILE
                               INVALID KEY
                                   MOVE "CLIENTE INEXISTENTE"
                                       TO MOTIVO-SUSPENSO
                                   PERFORM GRABA-SUSPENSO
                               NOT INVALID KEY
                                   PERFORM APLICA-PAGO
                           END-READ
                       END-IF
                   END-IF
               END-IF.

      *EL PAGO QUE FALLA REGLAS VA A SUSPENSO CON LA PRIMERA COMO
      *MOTIVO; DEBAJO SE LISTA CADA REGLA FALLADA CON SU NUMERO Y
      *MENSAJE, Y CADA UNA QUEDA EN EL LOG COMPARTIDO
           SUSPENDE-POR-REGLA.
               MOVE SPACES TO MOTIVO-SUSPENSO
               STRING "REGLA " RGF-NUMERO(1) " " RGF-MENSAJE(1)
                   DELIMITED BY SIZE INTO MOTIVO-SUSPENSO
               PERFORM GRABA-SUSPENSO
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > RGF-CNT
                   MOVE SPACES TO LINEA-SUSPENSO
                   STRING "      REGLA " RGF-NUMERO(F) " "
                       RGF-CAMPO(F) " : " RGF-MENSAJE(F)
                       DELIMITED BY SIZE INTO LINEA-SUSPENSO
                   WRITE LINEA-SUSPENSO
                   MOVE RGF-VALOR(F) TO ERR-VALOR
                   MOVE RGF-NUMERO(F) TO ERR-REGLA
                   MOVE RGF-MENSAJE(F) TO ERR-MENSAJE
                   PERFORM GRABA-ERROR
               END-PERFORM.

      *DEJA CONSTANCIA DE UNA REGLA FALLADA EN EL LOG COMPARTIDO
      *ERRORES.LOG
           GRABA-ERROR.
               OPEN EXTEND ERROR-LOG-FILE
               IF ERR-LOG-NEW-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
                   CLOSE ERROR-LOG-FILE
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "BANCOPAG" TO ERR-PROGRAMA
               MOVE FECHA-PROCESO TO ERR-FECHA
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE.

      *CONTRASTA EL PAGO CONTRA EL SALDO ABIERTO: UN PAGO MAYOR AL
      *SALDO QUEDA EN SUSPENSO; EL RESTO SE ASIENTA EN EL JOURNAL.
      *SOBRE UNA CUENTA CASTIGADA SIN OTRO SALDO ES UN RECUPERO, Y EL
      *QUE CALZA CON UNA COTIZACION DE CANCELACION CANCELA LA CUENTA
           APLICA-PAGO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
                       TO MOTIVO-SUSPENSO
                   PERFORM GRABA-SUSPENSO
               ELSE
                   PERFORM VERIFICA-COTIZACION
                   EVALUATE TRUE
                       WHEN SAL-CASTIGADO(I) = "Y" AND
                           SAL-SALDO(I) NOT > 0
                           PERFORM GRABA-RECUPERO
                       WHEN CAP-COTIZACION-HALLADA
                           PERFORM GRABA-PAGO
                           ADD 1 TO CNT-APLICADOS
                           PERFORM APLICA-COTIZACION
                           IF MOROSO
                               PERFORM GENERA-REACTIVACION
                           END-IF
                       WHEN BPG-MONTO > SAL-SALDO(I)
                           MOVE "PAGO EXCEDE EL SALDO ABIERTO"
                               TO MOTIVO-SUSPENSO
                           PERFORM GRABA-SUSPENSO
                       WHEN OTHER
                           SUBTRACT BPG-MONTO FROM SAL-SALDO(I)
                           PERFORM GRABA-PAGO
                           ADD 1 TO CNT-APLICADOS
                           IF SAL-SALDO(I) = 0 AND MOROSO
                               PERFORM GENERA-REACTIVACION
                           END-IF
                   END-EVALUATE
               END-IF.

      *CONSULTA A COTIZAPL SI EL PAGO CALZA CON UNA COTIZACION DE
      *CANCELACION PENDIENTE DEL CLIENTE, A LA FECHA DEL PAGO
           VERIFICA-COTIZACION.
               MOVE "V" TO CAP-MODO
               MOVE ID-PRUEBA TO CAP-CLIENTE-ID
               MOVE BPG-MONTO TO CAP-MONTO
               MOVE BPG-FECHA TO CAP-FECHA-PAGO
               MOVE FECHA-PROCESO TO CAP-FECHA-PROCESO
               MOVE 0 TO CAP-PAG-SECUENCIA
               MOVE "LOCKBOX" TO CAP-OPERADOR
               CALL "COTIZAPL" USING COTIZA-PAGO.

      *CON EL PAGO YA ASENTADO, COTIZAPL FACTURA LO PROYECTADO,
      *BONIFICA LA DIFERENCIA Y CIERRA LA COTIZACION; LA CUENTA
      *QUEDA EN CERO Y LA CANCELACION SE LISTA EN EL REPORTE
           APLICA-COTIZACION.
               MOVE "A" TO CAP-MODO
               MOVE PROX-SECUENCIA TO CAP-PAG-SECUENCIA
               CALL "COTIZAPL" USING COTIZA-PAGO
               MOVE 0 TO SAL-SALDO(I)
               ADD 1 TO CNT-COTIZADOS
               MOVE BPG-MONTO TO MONTO-EDIT
               MOVE SPACES TO LINEA-SUSPENSO
               STRING "  " BPG-CLIENTE-ID " " MONTO-EDIT
                   " REF " BPG-REFERENCIA
                   " : CANCELA COTIZACION NRO " CAP-NUMERO
                   DELIMITED BY SIZE INTO LINEA-SUSPENSO
               WRITE LINEA-SUSPENSO.

      *ASIENTA EL PAGO EN EL JOURNAL CLIPAGOS.DAT CON LA SIGUIENTE
      *SECUENCIA
           GRABA-PAGO.
               MOVE "LOCKBOX" TO PAG-ORIGEN
               MOVE BPG-REFERENCIA TO PAG-REFERENCIA
               MOVE PROX-SECUENCIA TO PAG-SECUENCIA
               MOVE "LOCKBOX" TO PAG-OPERADOR
               MOVE SPACE TO PAG-TIPO
               MOVE 0 TO PAG-REF-SECUENCIA
               WRITE PAGOS-REC.

      *ASIENTA EL COBRO SOBRE LA CUENTA CASTIGADA COMO RECUPERO Y LO
      *DEJA EN EL REPORTE; EL CLIENTE SIGUE INACTIVO
           GRABA-RECUPERO.
               ADD 1 TO PROX-SECUENCIA
               MOVE ID-PRUEBA TO PAG-CLIENTE-ID
               MOVE BPG-MONTO TO PAG-MONTO
               MOVE BPG-FECHA TO PAG-FECHA
               MOVE "LOCKBOX" TO PAG-ORIGEN
               MOVE BPG-REFERENCIA TO PAG-REFERENCIA
               MOVE PROX-SECUENCIA TO PAG-SECUENCIA
               MOVE "LOCKBOX" TO PAG-OPERADOR
               MOVE "U" TO PAG-TIPO
               MOVE 0 TO PAG-REF-SECUENCIA
               WRITE PAGOS-REC
               ADD 1 TO CNT-RECUPEROS
               MOVE BPG-MONTO TO MONTO-EDIT
               MOVE SPACES TO LINEA-SUSPENSO
               STRING "  " BPG-CLIENTE-ID " " MONTO-EDIT
                   " REF " BPG-REFERENCIA
                   " : RECUPERO DE CUENTA CASTIGADA"
                   DELIMITED BY SIZE INTO LINEA-SUSPENSO
               WRITE LINEA-SUSPENSO.

      *EMITE LA TRANSACCION DE VUELTA A ACTIVO EN FORMATO CLITRX,
      *PARA QUE CLIENTE-CARGA LA APLIQUE POR EL CAMINO AUDITADO
           GENERA-REACTIVACION.
               WRITE TRANSAC-REC
               ADD 1 TO CNT-REACTIVA.

      *DEJA EL PAGO OBSERVADO EN EL REPORTE DE SUSPENSO Y LO ABRE
      *COMO PARTIDA EN SUSPENSO.DAT CON EL NUMERO SIGUIENTE
           GRABA-SUSPENSO.
               ADD 1 TO CNT-SUSPENSO
               ADD 1 TO PROX-PARTIDA
               MOVE BPG-MONTO TO MONTO-EDIT
               MOVE SPACES TO LINEA-SUSPENSO
               STRING "  " BPG-CLIENTE-ID " " MONTO-EDIT
                   " REF " BPG-REFERENCIA " : " MOTIVO-SUSPENSO
                   " NRO " PROX-PARTIDA
                   DELIMITED BY SIZE INTO LINEA-SUSPENSO
               WRITE LINEA-SUSPENSO
               MOVE PROX-PARTIDA TO SUS-NUMERO
               MOVE "I" TO SUS-MOVIMIENTO
               MOVE BPG-CLIENTE-ID TO SUS-CLIENTE-ID
               MOVE BPG-MONTO TO SUS-MONTO
               MOVE BPG-FECHA TO SUS-FECHA-PAGO
               MOVE BPG-REFERENCIA TO SUS-REFERENCIA
               MOVE MOTIVO-SUSPENSO TO SUS-MOTIVO
               MOVE 0 TO SUS-PAG-SECUENCIA
               MOVE FECHA-PROCESO TO SUS-FECHA
               MOVE HORA-PROCESO TO SUS-HORA
               MOVE "LOCKBOX" TO SUS-OPERADOR
               WRITE PARTIDAS-REC.

       END PROGRAM BANCOPAG.
