      * Purpose: Nightly general-ledger journal extract. Takes the
      *          day's CALCULOG.DAT activity netted per OPLOG-TIPO -
      *          void pairs excluded exactly as CALCU-ZRPT treats
      *          them - the day's assessed fees from FEEBILL.DAT
      *          (the CLIENTE-INT interest accrued on the balances,
      *          FEE-AJUSTE "I", apart under source INTERES), and
      *          from CLIPAGOS.DAT the credit-balance refunds emitted
      *          today (PAG-TIPO "E", source REEMB), the bad debts
      *          written off (PAG-TIPO "C", source CASTIGO) and the
      *          recoveries on written-off accounts (PAG-TIPO "U",
      *          source RECUPERO); maps each net against the
      *          GLMAP.DAT account-mapping table, and writes balanced
      *          debit/credit journal lines to GLDIARIO.OUT under the
      *          standard LOTENV envelope (hash = sum of the debit
      *          amounts in whole units). A day whose debits and
      *          credits do not balance, or a source with activity
      *          but no mapping, releases NOTHING and returns
      *          RETURN-CODE 8 - so accounting stops re-keying
      *          CALCUZ.RPT by hand. Each release also appends the
      *          signed net of every source posted to GLHIST.DAT, so
      *          the calculator period close can tie a month to what
      *          was actually journaled after GLDIARIO.OUT is gone.
      *          Period adjustments ("J" records) are dated in the
      *          open period and net into their own day like any
      *          other operation. Every account GLMAP.DAT names must
      *          be on the GLCUENTA.DAT chart of accounts and active,
      *          or the whole extract is held. Each release carries
      *          source "GLEX" and the next GLSEQ.DAT sequence number
      *          in its envelope header, so GLPOST can refuse a
      *          journal it already posted. The day's TRXMTO.DAT
      *          amounts feed (envelope header dated today) is netted
      *          per transaction code into source TRX- plus the code
      *          (TRX-01, TRX-02...) and released in the same batch;
      *          an amount whose code is not in the CODIGOS.DAT
      *          catalog, or is not yet effective or already expired
      *          there on the amount's date, holds the extract the
      *          same as a source with no mapping. The amounts of
      *          the day's TRXMTO.DAT batch journaled - all of them
      *          on a release, none on a held extract - and those
      *          refused for their code go to CARGACTL.DAT for the
      *          LOTECONC reconciliation.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The credit-balance refunds emitted today on
      *             CLIPAGOS.DAT (PAG-TIPO "E") are journaled under
      *             source REEMB.
      * 2026-10-15  The bad debts written off (PAG-TIPO "C") and the
      *             recoveries on written-off accounts (PAG-TIPO "U")
      *             are journaled under sources CASTIGO and RECUPERO.
      * 2026-10-15  Each release appends the signed net of every source
      *             posted to GLHIST.DAT for the calculator period
      *             close; period adjustments ("J" records) net into
      *             their own day.
      * 2026-10-15  Every account GLMAP.DAT names is checked against the
      *             GLCUENTA.DAT chart of accounts, and an unknown or
      *             inactive one holds the whole extract. Each release
      *             carries source GLEX and the next GLSEQ.DAT sequence
      *             number in its envelope header for GLPOST.
      * 2026-10-15  The day's TRXMTO.DAT amounts batch is netted per
      *             transaction code into sources TRX-nn and released in
      *             the same journal; a code not in CODIGOS.DAT, or not
      *             effective on the amount's date, holds the extract.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day.
      * 2026-10-15  The CLIENTE-INT interest accrued on the balances
      *             (FEE-AJUSTE "I" on FEEBILL.DAT) is journaled apart
      *             under source INTERES.
      * 2026-10-15  The TRXMTO.DAT amounts journaled (all of them on a
      *             release, none on a held extract) and those refused
      *             for their code are recorded on CARGACTL.DAT through
      *             CARGAGRB for the LOTECONC reconciliation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRAC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURA-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT TRXMTO-FILE ASSIGN TO "TRXMTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRXMTO-STATUS.

           SELECT CODIGOS-FILE ASSIGN TO "CODIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REGCOD-CODIGO
               FILE STATUS IS CODIGOS-STATUS.

           SELECT MAPA-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAPA-STATUS.
           SELECT DIARIO-FILE ASSIGN TO "GLDIARIO.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORIA-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "GLCUENTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLC-CUENTA
               FILE STATUS IS CUENTA-STATUS.

           SELECT SECUENCIA-FILE ASSIGN TO "GLSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECUENCIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE
       01  FACTURA-REC.
           COPY FEEREC.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  TRXMTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRXMTO-REC.
           COPY TRXMTO.
       01  TRXMTO-ENV.
           COPY LOTENV.

       FD  CODIGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODIGOS-REC.
           COPY REGCOD.

       FD  MAPA-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAPA-REC.
       01  DIARIO-ENV.
           COPY LOTENV.

       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORIA-REC.
           COPY GLHIS.

       FD  CUENTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUENTA-REC.
           COPY GLCTA.

       FD  SECUENCIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECUENCIA-REC.
           COPY GLSEQ.

       WORKING-STORAGE SECTION.
           77 LOG-STATUS        PIC X(2) VALUE "00".
               88 LOG-NEW-FILE      VALUE "35".
               88 FACTURA-NEW-FILE  VALUE "35".
           77 FACTURA-EOF-SW    PIC X VALUE "N".
               88 FACTURA-EOF       VALUE "Y".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".
           77 TRXMTO-STATUS     PIC X(2) VALUE "00".
               88 TRXMTO-NEW-FILE   VALUE "35".
           77 TRXMTO-EOF-SW     PIC X VALUE "N".
               88 TRXMTO-EOF        VALUE "Y".
           77 CODIGOS-STATUS    PIC X(2) VALUE "00".
               88 CODIGOS-NEW-FILE  VALUE "35".
           77 MAPA-STATUS       PIC X(2) VALUE "00".
               88 MAPA-NEW-FILE     VALUE "35".
           77 MAPA-EOF-SW       PIC X VALUE "N".
               88 MAPA-EOF          VALUE "Y".
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".
           77 CUENTA-STATUS     PIC X(2) VALUE "00".
               88 CUENTA-NEW-FILE   VALUE "35".
           77 SECUENCIA-STATUS  PIC X(2) VALUE "00".
               88 SECUENCIA-NEW-FILE VALUE "35".

      *SECUENCIA DE LA ENVOLTURA DEL DIARIO LIBERADO
           77 SECUENCIA-DIARIO  PIC 9(6) VALUE 0.
           77 CUENTA-VALIDA     PIC X(8).

           77 FECHA-PROCESO     PIC 9(8).

      *NETOS DEL DIA POR FUENTE: LOS CUATRO TIPOS DE CAJA, LA
      *MORA FACTURADA, LOS REEMBOLSOS EMITIDOS, LOS CASTIGOS Y LOS
      *RECUPEROS DE CUENTAS CASTIGADAS Y EL INTERES DEVENGADO SOBRE
      *LOS SALDOS; DETRAS, UNA FUENTE TRX- POR
      *CADA CODIGO DE TRANSACCION CON MONTOS EN TRXMTO.DAT
           01 TABLA-FUENTES.
               05 FUENTES OCCURS 59 TIMES.
                   10 FUE-ORIGEN        PIC X(8).
                   10 FUE-SIMBOLO       PIC X.
                   10 FUE-NETO          PIC S9(11)V99.
                   10 FUE-RETENIDA-SW   PIC X.
                       88 FUE-RETENIDA      VALUE "Y".
           77 FU                PIC 9(2) VALUE 0.
           77 FUE-CNT           PIC 9(2) VALUE 0.

      *LOTE DE MONTOS POR CODIGO DE TRANSACCION
           77 TRAILER-SW        PIC X VALUE "N".
               88 TRAILER-VISTO     VALUE "Y".
           77 CNT-LOTE          PIC 9(6) VALUE 0.
           77 HASH-LOTE         PIC S9(10) VALUE 0.
           77 ORIGEN-TRX        PIC X(8).
           77 FUENTE-HALLADA-SW PIC X VALUE "N".
               88 FUENTE-HALLADA    VALUE "Y".
           77 MOTIVO-CODIGO     PIC X(22).
           77 TRX-TOMADO-SW     PIC X VALUE "N".
               88 LOTE-TRX-TOMADO   VALUE "Y".
           77 CNT-TRX-RECHAZOS  PIC 9(6) VALUE 0.

      *CONTROL DE CARGA PARA LA CONCILIACION DE LOTES (CARGAGRB)
           77 CARGA-ARCHIVO     PIC X(12) VALUE "TRXMTO.DAT".
           77 CARGA-TIPO        PIC X VALUE "C".
           77 CARGA-PROGRAMA    PIC X(14) VALUE "GLEXTRAC".
           77 CARGA-RECIBIDOS   PIC 9(6) VALUE 0.
           77 CARGA-APLICADOS   PIC 9(6) VALUE 0.
           77 CARGA-RECHAZADOS  PIC 9(6) VALUE 0.

      *SECUENCIAS ANULADAS, COMO LAS TRATA CALCU-ZRPT
           01 TABLA-ANULADAS.

      *MAPA DE CUENTAS EN MEMORIA
           01 TABLA-MAPA.
               05 MAPAS OCCURS 80 TIMES.
                   10 MAP-T-ORIGEN      PIC X(8).
                   10 MAP-T-DEBE        PIC X(8).
                   10 MAP-T-HABER       PIC X(8).
      *LINEAS DEL DIARIO ARMADAS EN MEMORIA: NADA SE LIBERA HASTA
      *QUE DEBITOS Y CREDITOS BALANCEAN
           01 TABLA-DIARIO.
               05 LINEAS OCCURS 118 TIMES.
                   10 LIN-CUENTA        PIC X(8).
                   10 LIN-DEBE          PIC 9(11)V99.
                   10 LIN-HABER         PIC 9(11)V99.
                   10 LIN-ORIGEN        PIC X(8).
           77 LIN-CNT           PIC 9(3) VALUE 0.
           77 LX                PIC 9(3) VALUE 0.

           77 MONTO-ABS         PIC 9(11)V99 VALUE 0.
           77 TOTAL-DEBE        PIC 9(13)V99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            MOVE "Y" TO SW-CORRIDA-OK

            PERFORM CARGA-FUENTES
            PERFORM CARGA-MAPA
            PERFORM VALIDA-MAPA
            PERFORM CARGA-ANULADAS
            PERFORM NETEA-CALCULOG
            PERFORM NETEA-FEES
            PERFORM NETEA-JOURNAL
            PERFORM NETEA-TRXMTO
            PERFORM ARMA-DIARIO

            IF NOT CORRIDA-OK
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM LIBERA-DIARIO
                    PERFORM GRABA-HISTORIA
                    DISPLAY LIN-CNT " LINEAS DE DIARIO LIBERADAS "
                        "EN GLDIARIO.OUT"
                END-IF
            END-IF
            IF LOTE-TRX-TOMADO
                PERFORM GRABA-CONTROL-CARGA
            END-IF

            GOBACK.

               MOVE "/" TO FUE-SIMBOLO(4)
               MOVE "FEE" TO FUE-ORIGEN(5)
               MOVE SPACE TO FUE-SIMBOLO(5)
               MOVE "REEMB" TO FUE-ORIGEN(6)
               MOVE SPACE TO FUE-SIMBOLO(6)
               MOVE "CASTIGO" TO FUE-ORIGEN(7)
               MOVE SPACE TO FUE-SIMBOLO(7)
               MOVE "RECUPERO" TO FUE-ORIGEN(8)
               MOVE SPACE TO FUE-SIMBOLO(8)
               MOVE "INTERES" TO FUE-ORIGEN(9)
               MOVE SPACE TO FUE-SIMBOLO(9)
               PERFORM VARYING FU FROM 1 BY 1 UNTIL FU > 9
                   MOVE 0 TO FUE-NETO(FU)
                   MOVE "N" TO FUE-RETENIDA-SW(FU)
               END-PERFORM
               MOVE 9 TO FUE-CNT.

      *CARGA EL MAPA DE CUENTAS - SIN MAPA NO SE LIBERA NADA
           CARGA-MAPA.
                           AT END
                               SET MAPA-EOF TO TRUE
                           NOT AT END
                               IF MAP-CNT < 80
                                   ADD 1 TO MAP-CNT
                                   MOVE MAP-ORIGEN TO
                                       MAP-T-ORIGEN(MAP-CNT)
                   CLOSE MAPA-FILE
               END-IF.

      *CONTRASTA CADA CUENTA DEL MAPA CONTRA EL PLAN DE CUENTAS - UNA
      *CUENTA QUE NO EXISTE O ESTA INACTIVA RETIENE TODO EL EXTRACTO
           VALIDA-MAPA.
               OPEN INPUT CUENTA-FILE
               IF CUENTA-NEW-FILE
                   DISPLAY "NO EXISTE GLCUENTA.DAT"
                   MOVE "N" TO SW-CORRIDA-OK
                   CLOSE CUENTA-FILE
               ELSE
                   PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MAP-CNT
                       MOVE MAP-T-DEBE(MX) TO CUENTA-VALIDA
                       PERFORM VALIDA-CUENTA
                       MOVE MAP-T-HABER(MX) TO CUENTA-VALIDA
                       PERFORM VALIDA-CUENTA
                   END-PERFORM
                   CLOSE CUENTA-FILE
               END-IF.

      *BUSCA UNA CUENTA DEL MAPA EN EL PLAN DE CUENTAS
           VALIDA-CUENTA.
               MOVE CUENTA-VALIDA TO GLC-CUENTA
               READ CUENTA-FILE
                   INVALID KEY
                       DISPLAY "LA FUENTE " MAP-T-ORIGEN(MX)
                           " MAPEA A LA CUENTA " CUENTA-VALIDA
                           " QUE NO ESTA EN EL PLAN DE CUENTAS"
                       MOVE "N" TO SW-CORRIDA-OK
                   NOT INVALID KEY
                       IF NOT GLC-CUENTA-ACTIVA
                           DISPLAY "LA FUENTE " MAP-T-ORIGEN(MX)
                               " MAPEA A LA CUENTA " CUENTA-VALIDA
                               " QUE ESTA INACTIVA"
                           MOVE "N" TO SW-CORRIDA-OK
                       END-IF
               END-READ.

      *JUNTA LAS SECUENCIAS ANULADAS, COMO LO HACE CALCU-ZRPT
           CARGA-ANULADAS.
               OPEN INPUT LOG-FILE
                   END-PERFORM
               END-IF.

      *SUMA LA MORA FACTURADA HOY A LA FUENTE FEE Y EL INTERES
      *DEVENGADO HOY A LA FUENTE INTERES
           NETEA-FEES.
               OPEN INPUT FACTURA-FILE
               IF FACTURA-NEW-FILE
                               SET FACTURA-EOF TO TRUE
                           NOT AT END
                               IF FEE-FECHA = FECHA-PROCESO
                                   EVALUATE TRUE
                                       WHEN FEE-ES-AJUSTE
                                           SUBTRACT FEE-MONTO FROM
                                               FUE-NETO(5)
                                       WHEN FEE-ES-INTERES
                                           ADD FEE-MONTO TO
                                               FUE-NETO(9)
                                       WHEN OTHER
                                           ADD FEE-MONTO TO
                                               FUE-NETO(5)
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FACTURA-FILE
               END-IF.

      *SUMA LOS MOVIMIENTOS DEL JOURNAL DE HOY QUE VAN AL MAYOR:
      *REEMBOLSOS DE SALDOS A FAVOR, CASTIGOS Y RECUPEROS
           NETEA-JOURNAL.
               OPEN INPUT PAGOS-FILE
               IF PAGOS-NEW-FILE
                   CLOSE PAGOS-FILE
               ELSE
                   PERFORM UNTIL PAGOS-EOF
                       READ PAGOS-FILE
                           AT END
                               SET PAGOS-EOF TO TRUE
                           NOT AT END
                               IF PAG-FECHA = FECHA-PROCESO
                                   EVALUATE TRUE
                                       WHEN PAG-ES-REEMBOLSO
                                           ADD PAG-MONTO TO
                                               FUE-NETO(6)
                                       WHEN PAG-ES-CASTIGO
                                           ADD PAG-MONTO TO
                                               FUE-NETO(7)
                                       WHEN PAG-ES-RECUPERO
                                           ADD PAG-MONTO TO
                                               FUE-NETO(8)
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF.

      *NETEA LOS MONTOS DEL LOTE DE HOY DE TRXMTO.DAT POR CODIGO DE
      *TRANSACCION. EL LOTE SE CONTRASTA CONTRA SU REGISTRO FINAL
      *ANTES DE TOMAR NADA; UN LOTE QUE NO ES DE HOY NO SE TOMA
           NETEA-TRXMTO.
               MOVE "N" TO TRAILER-SW
               MOVE 0 TO CNT-LOTE
               MOVE 0 TO HASH-LOTE
               OPEN INPUT TRXMTO-FILE
               IF TRXMTO-NEW-FILE
                   CLOSE TRXMTO-FILE
               ELSE
                   READ TRXMTO-FILE
                       AT END
                           SET TRXMTO-EOF TO TRUE
                   END-READ
                   EVALUATE TRUE
                       WHEN TRXMTO-EOF
                           CONTINUE
                       WHEN NOT ENV-CABECERA OF TRXMTO-ENV
                           DISPLAY "TRXMTO.DAT SIN CABECERA DE LOTE"
                           MOVE "N" TO SW-CORRIDA-OK
                       WHEN ENV-FECHA OF TRXMTO-ENV NOT = FECHA-PROCESO
                           DISPLAY "TRXMTO.DAT ES EL LOTE DEL "
                               ENV-FECHA OF TRXMTO-ENV
                               ", NO SE JOURNALIZA HOY"
                       WHEN OTHER
                           SET LOTE-TRX-TOMADO TO TRUE
                           PERFORM NETEA-LOTE-TRX
                   END-EVALUATE
                   CLOSE TRXMTO-FILE
               END-IF.

      *RECORRE LOS MONTOS DEL LOTE HASTA SU REGISTRO FINAL Y LOS
      *SUMA A LA FUENTE DE SU CODIGO
           NETEA-LOTE-TRX.
               OPEN INPUT CODIGOS-FILE
               IF CODIGOS-NEW-FILE
                   DISPLAY "NO EXISTE CODIGOS.DAT, LOS MONTOS DE "
                       "TRXMTO.DAT NO SE PUEDEN VALIDAR"
                   MOVE "N" TO SW-CORRIDA-OK
               END-IF
               PERFORM UNTIL TRXMTO-EOF OR TRAILER-VISTO
                   READ TRXMTO-FILE
                       AT END
                           SET TRXMTO-EOF TO TRUE
                       NOT AT END
                           IF ENV-FINAL OF TRXMTO-ENV
                               SET TRAILER-VISTO TO TRUE
                           ELSE
                               ADD 1 TO CNT-LOTE
                               ADD TRXMTO-MONTO TO HASH-LOTE
                               PERFORM NETEA-MONTO-TRX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODIGOS-FILE
               EVALUATE TRUE
                   WHEN NOT TRAILER-VISTO
                       DISPLAY "TRXMTO.DAT SIN REGISTRO FINAL"
                       MOVE "N" TO SW-CORRIDA-OK
                   WHEN ENV-CANTIDAD OF TRXMTO-ENV NOT = CNT-LOTE OR
                       ENV-HASH OF TRXMTO-ENV NOT = HASH-LOTE
                       DISPLAY "TRXMTO.DAT FUERA DE BALANCE: "
                           CNT-LOTE " REGISTROS, HASH " HASH-LOTE
                       MOVE "N" TO SW-CORRIDA-OK
               END-EVALUATE.

      *SUMA EL MONTO A LA FUENTE TRX- DE SU CODIGO, ABRIENDO LA
      *FUENTE LA PRIMERA VEZ QUE EL CODIGO APARECE
           NETEA-MONTO-TRX.
               MOVE SPACES TO ORIGEN-TRX
               STRING "TRX-" TRXMTO-CODIGO
                   DELIMITED BY SIZE INTO ORIGEN-TRX
               MOVE "N" TO FUENTE-HALLADA-SW
               MOVE 8 TO FU
               PERFORM UNTIL FUENTE-HALLADA OR FU >= FUE-CNT
                   ADD 1 TO FU
                   IF FUE-ORIGEN(FU) = ORIGEN-TRX
                       SET FUENTE-HALLADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT FUENTE-HALLADA
                   IF FUE-CNT < 59
                       ADD 1 TO FUE-CNT
                       MOVE FUE-CNT TO FU
                       MOVE ORIGEN-TRX TO FUE-ORIGEN(FU)
                       MOVE SPACE TO FUE-SIMBOLO(FU)
                       MOVE 0 TO FUE-NETO(FU)
                       MOVE "N" TO FUE-RETENIDA-SW(FU)
                       SET FUENTE-HALLADA TO TRUE
                   ELSE
                       DISPLAY "TRXMTO.DAT TRAE MAS CODIGOS DE LOS "
                           "QUE ADMITE EL DIARIO, EL CODIGO "
                           TRXMTO-CODIGO " QUEDA AFUERA"
                       MOVE "N" TO SW-CORRIDA-OK
                   END-IF
               END-IF
               IF FUENTE-HALLADA
                   ADD TRXMTO-MONTO TO FUE-NETO(FU)
                   IF NOT FUE-RETENIDA(FU)
                       PERFORM VALIDA-CODIGO-TRX
                   END-IF
                   IF FUE-RETENIDA(FU)
                       ADD 1 TO CNT-TRX-RECHAZOS
                   END-IF
               ELSE
                   ADD 1 TO CNT-TRX-RECHAZOS
               END-IF.

      *EL CODIGO DEL MONTO TIENE QUE ESTAR EN EL CATALOGO Y VIGENTE
      *EN LA FECHA DEL MONTO - SI NO, LA FUENTE QUEDA RETENIDA Y CON
      *ELLA TODO EL EXTRACTO
           VALIDA-CODIGO-TRX.
               MOVE SPACES TO MOTIVO-CODIGO
               IF TRXMTO-CODIGO = SPACES
                   MOVE "SIN CODIGO" TO MOTIVO-CODIGO
               ELSE
                   IF NOT CODIGOS-NEW-FILE
                       MOVE TRXMTO-CODIGO TO REGCOD-CODIGO
                       READ CODIGOS-FILE
                           INVALID KEY
                               MOVE "NO ESTA EN CODIGOS.DAT" TO
                                   MOTIVO-CODIGO
                           NOT INVALID KEY
                               EVALUATE TRUE
                                   WHEN REGCOD-FECHA-EFECTIVA >
                                       TRXMTO-FECHA
                                       MOVE "NO VIGENTE" TO
                                           MOTIVO-CODIGO
                                   WHEN REGCOD-FECHA-EXPIRA <
                                       TRXMTO-FECHA
                                       MOVE "EXPIRADO" TO
                                           MOTIVO-CODIGO
                               END-EVALUATE
                       END-READ
                   END-IF
               END-IF
               IF MOTIVO-CODIGO NOT = SPACES
                   DISPLAY "LA FUENTE " FUE-ORIGEN(FU)
                       " TIENE MOVIMIENTO Y SU CODIGO QUEDA RECHAZADO: "
                       MOTIVO-CODIGO " AL " TRXMTO-FECHA
                   SET FUE-RETENIDA(FU) TO TRUE
                   MOVE "N" TO SW-CORRIDA-OK
               END-IF.

      *DEJA EN CARGACTL.DAT LOS MONTOS DEL LOTE DE HOY: LIBERADO
      *EL DIARIO TODOS QUEDARON JOURNALIZADOS; RETENIDO, NINGUNO, Y
      *SOLO CUENTAN COMO RECHAZOS LOS DE CODIGO RECHAZADO
           GRABA-CONTROL-CARGA.
               MOVE CNT-LOTE TO CARGA-RECIBIDOS
               IF CORRIDA-OK AND TOTAL-DEBE = TOTAL-HABER
                   MOVE CNT-LOTE TO CARGA-APLICADOS
                   MOVE 0 TO CARGA-RECHAZADOS
               ELSE
                   MOVE 0 TO CARGA-APLICADOS
                   MOVE CNT-TRX-RECHAZOS TO CARGA-RECHAZADOS
               END-IF
               CALL "CARGAGRB" USING CARGA-ARCHIVO CARGA-TIPO
                   CARGA-PROGRAMA CARGA-RECIBIDOS CARGA-APLICADOS
                   CARGA-RECHAZADOS.

      *ARMA LAS LINEAS BALANCEADAS DEL DIARIO EN MEMORIA: CADA
      *FUENTE CON NETO DISTINTO DE CERO POSTEA SU PAR DEBE/HABER
           ARMA-DIARIO.
               PERFORM VARYING FU FROM 1 BY 1 UNTIL FU > FUE-CNT
                   IF FUE-NETO(FU) NOT = 0
                       PERFORM POSTEA-FUENTE
                   END-IF

      *ESCRIBE EL DIARIO BALANCEADO CON SU ENVOLTURA DE LOTE
           LIBERA-DIARIO.
               PERFORM TOMA-SECUENCIA
               OPEN OUTPUT DIARIO-FILE
               MOVE SPACES TO DIARIO-ENV
               MOVE "H" TO ENV-TIPO OF DIARIO-ENV
               MOVE FECHA-PROCESO TO ENV-FECHA OF DIARIO-ENV
               MOVE 0 TO ENV-CANTIDAD OF DIARIO-ENV
               MOVE 0 TO ENV-HASH OF DIARIO-ENV
               MOVE "GLEX" TO ENV-ORIGEN OF DIARIO-ENV
               MOVE SECUENCIA-DIARIO TO ENV-SECUENCIA OF DIARIO-ENV
               WRITE DIARIO-ENV
               MOVE 0 TO HASH-DIARIO
               PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LIN-CNT
                   ADD GLJ-DEBE TO HASH-DIARIO
               END-PERFORM
               MOVE SPACES TO DIARIO-ENV
               MOVE "T" TO ENV-TIPO OF DIARIO-ENV
               MOVE FECHA-PROCESO TO ENV-FECHA OF DIARIO-ENV
               MOVE LIN-CNT TO ENV-CANTIDAD OF DIARIO-ENV
               MOVE HASH-DIARIO TO ENV-HASH OF DIARIO-ENV
               MOVE "GLEX" TO ENV-ORIGEN OF DIARIO-ENV
               MOVE SECUENCIA-DIARIO TO ENV-SECUENCIA OF DIARIO-ENV
               WRITE DIARIO-ENV
               CLOSE DIARIO-FILE
               OPEN OUTPUT SECUENCIA-FILE
               MOVE SECUENCIA-DIARIO TO GSQ-ULT-SECUENCIA
               WRITE SECUENCIA-REC
               CLOSE SECUENCIA-FILE.

      *TOMA LA SIGUIENTE SECUENCIA DE LIBERACION DEL DIARIO
           TOMA-SECUENCIA.
               MOVE 0 TO SECUENCIA-DIARIO
               OPEN INPUT SECUENCIA-FILE
               IF SECUENCIA-NEW-FILE
                   CONTINUE
               ELSE
                   READ SECUENCIA-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE GSQ-ULT-SECUENCIA TO SECUENCIA-DIARIO
                   END-READ
               END-IF
               CLOSE SECUENCIA-FILE
               ADD 1 TO SECUENCIA-DIARIO.

      *DEJA EN GLHIST.DAT EL NETO FIRMADO DE CADA FUENTE LIBERADA
      *HOY, PARA EL CIERRE DE PERIODO DE LA CALCULADORA
           GRABA-HISTORIA.
               OPEN EXTEND HISTORIA-FILE
               IF HISTORIA-NEW-FILE
                   OPEN OUTPUT HISTORIA-FILE
                   CLOSE HISTORIA-FILE
                   OPEN EXTEND HISTORIA-FILE
               END-IF
               PERFORM VARYING FU FROM 1 BY 1 UNTIL FU > FUE-CNT
                   IF FUE-NETO(FU) NOT = 0
                       MOVE FECHA-PROCESO TO GLH-FECHA
                       MOVE FUE-ORIGEN(FU) TO GLH-ORIGEN
                       MOVE FUE-NETO(FU) TO GLH-NETO
                       ACCEPT GLH-HORA FROM TIME
                       WRITE HISTORIA-REC
                   END-IF
               END-PERFORM
               CLOSE HISTORIA-FILE.

       END PROGRAM GLEXTRAC.
