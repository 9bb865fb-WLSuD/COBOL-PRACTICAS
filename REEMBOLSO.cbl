      ******************************************************************
      * Author:
      * Date:
      * Purpose: Periodic credit-balance refund run. First emits the
      *          refunds approved through REEMB-APRU since the last
      *          run: each one is journaled on CLIPAGOS.DAT as an
      *          offsetting PAG-TIPO "E" entry that CLIENTE-BAL adds
      *          back, bringing the credit to zero, and goes out to
      *          payables as a voucher on REEMBOLS.OUT (standard
      *          LOTENV envelope); an approved refund whose credit
      *          shrank meanwhile is not paid but VENCIDO. Then it
      *          proposes the new ones: every customer whose balance
      *          (CLIBAL.DAT plus the journal entries CLIENTE-BAL has
      *          not applied yet) is a credit above REEMB-MINIMO in
      *          PARAMS.DAT, except those handed to the agency
      *          (EN-AGENCIA), those with a dispute case still open
      *          on DISPUTAS.DAT, and those with a refund
      *          already in process. REEMBOLSO.RPT is the refund
      *          register: what was emitted, what expired and what
      *          awaits approval. GLEXTRAC journals the emitted
      *          refunds under the REEMB source.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBOLSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEMBOLSO-FILE ASSIGN TO "REEMBOLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REEMBOLSO-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "CLIBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTA-STATUS.

           SELECT VOUCHER-FILE ASSIGN TO "REEMBOLS.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE-FILE ASSIGN TO "REEMBOLSO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REEMBOLSO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REEMBOLSO-REC.
           COPY REEMBOL.

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REC.
           COPY CLIBAL.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  DISPUTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTA-REC.
           COPY COBDIS.

       FD  VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOUCHER-REC.
           COPY REEVOU.
       01  VOUCHER-ENV.
           COPY LOTENV.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 REEMBOLSO-STATUS  PIC X(2) VALUE "00".
               88 REEMBOLSO-NEW-FILE VALUE "35".
           77 REEMBOLSO-EOF-SW  PIC X VALUE "N".
               88 REEMBOLSO-EOF     VALUE "Y".
           77 BALANCE-STATUS    PIC X(2) VALUE "00".
               88 BALANCE-NEW-FILE  VALUE "35".
           77 BALANCE-EOF-SW    PIC X VALUE "N".
               88 BALANCE-EOF       VALUE "Y".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 DISPUTA-STATUS    PIC X(2) VALUE "00".
               88 DISPUTA-NEW-FILE  VALUE "35".
           77 DISPUTA-EOF-SW    PIC X VALUE "N".
               88 DISPUTA-EOF       VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).

      *CREDITO MINIMO A REEMBOLSAR SEGUN PARAMS.DAT
           77 MINIMO-REEMBOLSO  PIC 9(7)V99 VALUE 1.
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

      *REEMBOLSOS COMPLETOS EN MEMORIA PARA REESCRIBIR EL ARCHIVO
           01 TABLA-REEMBOLSOS.
               05 REEMBOLSOS OCCURS 2000 TIMES.
                   10 TAB-REEMBOLSO     PIC X(60).
           77 REE-CNT           PIC 9(4) VALUE 0.
           77 REE-DESBORDE      PIC 9(6) VALUE 0.
           77 PROX-NUMERO       PIC 9(6) VALUE 0.
           77 R                 PIC 9(4) VALUE 0.

      *SALDOS DEL SUBLEDGER AJUSTADOS POR EL JOURNAL SIN APLICAR
           01 TABLA-SALDOS.
               05 SALDOS OCCURS 1000 TIMES.
                   10 SAL-ID            PIC 9(6).
                   10 SAL-SALDO         PIC S9(9)V99.
                   10 SAL-ULT-PAGO      PIC 9(6).
           77 SAL-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 PROX-SECUENCIA    PIC 9(6) VALUE 0.

      *CLIENTES CON UN CASO DE DISPUTA ABIERTO
           01 TABLA-DISPUTAS.
               05 DISPUTAS OCCURS 2000 TIMES.
                   10 DSP-ID            PIC 9(6).
           77 DSP-CNT           PIC 9(4) VALUE 0.

           77 I                 PIC 9(4) VALUE 0.
           77 K                 PIC 9(4) VALUE 0.
           77 ID-BUSCADO        PIC 9(6) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 EXCLUIDO-SW       PIC X VALUE "N".
               88 EXCLUIDO          VALUE "Y".
           77 CREDITO           PIC S9(9)V99 VALUE 0.
           77 MOTIVO-EXCLUSION  PIC X(30).

           77 CNT-EMITIDOS      PIC 9(6) VALUE 0.
           77 CNT-VENCIDOS      PIC 9(6) VALUE 0.
           77 CNT-PROPUESTOS    PIC 9(6) VALUE 0.
           77 CNT-EXCLUIDOS     PIC 9(6) VALUE 0.
           77 TOTAL-EMITIDO     PIC 9(9)V99 VALUE 0.
           77 TOTAL-PROPUESTO   PIC 9(9)V99 VALUE 0.
           77 HASH-VOUCHER      PIC S9(10) VALUE 0.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
           77 CNT-EDIT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-REEMBOLSOS
            PERFORM CARGA-SALDOS
            PERFORM AJUSTA-POR-JOURNAL
            PERFORM CARGA-DISPUTAS

            OPEN INPUT CLIENTE-FILE
            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "REGISTRO DE REEMBOLSOS DE SALDOS A FAVOR - "
                FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM EMITE-APROBADOS
            PERFORM PROPONE-REEMBOLSOS
            PERFORM IMPRIME-TOTALES

            CLOSE REPORTE-FILE
            IF NOT CLIENTE-NEW-FILE
                CLOSE CLIENTE-FILE
            END-IF
            PERFORM REESCRIBE-REEMBOLSOS

            DISPLAY "REEMBOLSOS EMITIDOS     : " CNT-EMITIDOS
            DISPLAY "APROBADOS VENCIDOS      : " CNT-VENCIDOS
            DISPLAY "PROPUESTOS A APROBACION : " CNT-PROPUESTOS

            GOBACK.

      *LEE EL CREDITO MINIMO A REEMBOLSAR DE LA TABLA CENTRAL DE
      *PARAMETROS, CONSERVANDO 1.00 POR DEFECTO
           CARGA-PARAMETROS.
               MOVE "REEMB-MINIMO" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE MINIMO-REEMBOLSO =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *CARGA LOS REEMBOLSOS EN MEMORIA Y EL ULTIMO NUMERO ASIGNADO
           CARGA-REEMBOLSOS.
               OPEN INPUT REEMBOLSO-FILE
               IF REEMBOLSO-NEW-FILE
                   CLOSE REEMBOLSO-FILE
               ELSE
                   PERFORM UNTIL REEMBOLSO-EOF
                       READ REEMBOLSO-FILE
                           AT END
                               SET REEMBOLSO-EOF TO TRUE
                           NOT AT END
                               IF REE-NUMERO > PROX-NUMERO
                                   MOVE REE-NUMERO TO PROX-NUMERO
                               END-IF
                               IF REE-CNT < 2000
                                   ADD 1 TO REE-CNT
                                   MOVE REEMBOLSO-REC TO
                                       TAB-REEMBOLSO(REE-CNT)
                               ELSE
                                   ADD 1 TO REE-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REEMBOLSO-FILE
               END-IF
               IF REE-DESBORDE > 0
                   DISPLAY "TABLA DE REEMBOLSOS LLENA, " REE-DESBORDE
                       " REGISTROS SIN LUGAR - CORRIDA CANCELADA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

      *CARGA LOS SALDOS DEL SUBLEDGER CON SU ULTIMO PAGO APLICADO
           CARGA-SALDOS.
               OPEN INPUT BALANCE-FILE
               IF BALANCE-NEW-FILE
                   CLOSE BALANCE-FILE
               ELSE
                   PERFORM UNTIL BALANCE-EOF
                       READ BALANCE-FILE
                           AT END
                               SET BALANCE-EOF TO TRUE
                           NOT AT END
                               IF SAL-CNT < 1000
                                   ADD 1 TO SAL-CNT
                                   MOVE BAL-CLIENTE-ID TO
                                       SAL-ID(SAL-CNT)
                                   MOVE BAL-SALDO TO
                                       SAL-SALDO(SAL-CNT)
                                   MOVE BAL-ULT-PAGO-SEC TO
                                       SAL-ULT-PAGO(SAL-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
               IF CNT-DESBORDE > 0
                   DISPLAY "TABLA DE SALDOS LLENA, " CNT-DESBORDE
                       " CLIENTES QUEDAN FUERA DE LA CORRIDA"
               END-IF.

      *LLEVA LOS SALDOS AL DIA CON LOS MOVIMIENTOS DEL JOURNAL QUE
      *CLIENTE-BAL TODAVIA NO APLICO, Y FIJA LA PROXIMA SECUENCIA
           AJUSTA-POR-JOURNAL.
               OPEN INPUT PAGOS-FILE
               IF PAGOS-NEW-FILE
                   CLOSE PAGOS-FILE
               ELSE
                   PERFORM UNTIL PAGOS-EOF
                       READ PAGOS-FILE
                           AT END
                               SET PAGOS-EOF TO TRUE
                           NOT AT END
                               IF PAG-SECUENCIA > PROX-SECUENCIA
                                   MOVE PAG-SECUENCIA TO
                                       PROX-SECUENCIA
                               END-IF
                               MOVE PAG-CLIENTE-ID TO ID-BUSCADO
                               PERFORM BUSCA-SALDO
                               IF ENCONTRADO AND
                                   PAG-SECUENCIA > SAL-ULT-PAGO(I)
                                   EVALUATE TRUE
                                       WHEN PAG-ES-REVERSO
                                       WHEN PAG-ES-REEMBOLSO
                                           ADD PAG-MONTO TO
                                               SAL-SALDO(I)
                                       WHEN PAG-ES-RECUPERO
                                           CONTINUE
                                       WHEN OTHER
                                           SUBTRACT PAG-MONTO FROM
                                               SAL-SALDO(I)
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF.

      *UBICA EL SALDO DEL CLIENTE ID-BUSCADO
           BUSCA-SALDO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= SAL-CNT
                   ADD 1 TO I
                   IF SAL-ID(I) = ID-BUSCADO
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *CARGA LOS CLIENTES CON UN CASO DE DISPUTA ABIERTO
           CARGA-DISPUTAS.
               OPEN INPUT DISPUTA-FILE
               IF DISPUTA-NEW-FILE
                   CLOSE DISPUTA-FILE
               ELSE
                   PERFORM UNTIL DISPUTA-EOF
                       READ DISPUTA-FILE
                           AT END
                               SET DISPUTA-EOF TO TRUE
                           NOT AT END
                               IF DIS-ABIERTA AND DSP-CNT < 2000
                                   ADD 1 TO DSP-CNT
                                   MOVE DIS-CLIENTE-ID TO
                                       DSP-ID(DSP-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTA-FILE
               END-IF.

      *EMITE CADA REEMBOLSO APROBADO CUYO CREDITO SIGUE EN PIE;
      *EL QUE YA NO LO TIENE QUEDA VENCIDO SIN PAGARSE
           EMITE-APROBADOS.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "REEMBOLSOS APROBADOS EMITIDOS A CUENTAS A PAGAR:"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               OPEN OUTPUT VOUCHER-FILE
               MOVE SPACES TO VOUCHER-ENV
               MOVE "H" TO ENV-TIPO
               MOVE FECHA-PROCESO TO ENV-FECHA
               MOVE 0 TO ENV-CANTIDAD
               MOVE 0 TO ENV-HASH
               MOVE SPACES TO ENV-ORIGEN
               MOVE 0 TO ENV-SECUENCIA
               WRITE VOUCHER-ENV
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > REE-CNT
                   MOVE TAB-REEMBOLSO(R) TO REEMBOLSO-REC
                   IF REE-APROBADO
                       PERFORM EMITE-UN-REEMBOLSO
                       MOVE REEMBOLSO-REC TO TAB-REEMBOLSO(R)
                   END-IF
               END-PERFORM
               MOVE SPACES TO VOUCHER-ENV
               MOVE "T" TO ENV-TIPO
               MOVE FECHA-PROCESO TO ENV-FECHA
               MOVE CNT-EMITIDOS TO ENV-CANTIDAD
               MOVE HASH-VOUCHER TO ENV-HASH
               MOVE SPACES TO ENV-ORIGEN
               MOVE 0 TO ENV-SECUENCIA
               WRITE VOUCHER-ENV
               CLOSE VOUCHER-FILE.

      *CONTRASTA EL REEMBOLSO APROBADO CONTRA EL CREDITO ACTUAL
           EMITE-UN-REEMBOLSO.
               MOVE REE-CLIENTE-ID TO ID-BUSCADO
               PERFORM BUSCA-SALDO
               MOVE 0 TO CREDITO
               IF ENCONTRADO
                   COMPUTE CREDITO = 0 - SAL-SALDO(I)
               END-IF
               MOVE REE-MONTO TO MONTO-EDIT
               IF CREDITO < REE-MONTO
                   MOVE "V" TO REE-ESTADO
                   ADD 1 TO CNT-VENCIDOS
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  NRO " REE-NUMERO " CLIENTE "
                       REE-CLIENTE-ID " " MONTO-EDIT
                       " VENCIDO: EL CREDITO CAMBIO"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               ELSE
                   PERFORM GRABA-CONTRAPARTIDA
                   PERFORM GRABA-VOUCHER
                   ADD REE-MONTO TO SAL-SALDO(I)
                   MOVE "E" TO REE-ESTADO
                   MOVE FECHA-PROCESO TO REE-FECHA-EMISION
                   ADD 1 TO CNT-EMITIDOS
                   ADD REE-MONTO TO TOTAL-EMITIDO
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  NRO " REE-NUMERO " CLIENTE "
                       REE-CLIENTE-ID " " MONTO-EDIT
                       " EMITIDO, APROBO " REE-APROBADOR
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *ASIENTA EL REEMBOLSO EN EL JOURNAL COMO MOVIMIENTO "E" QUE
      *DEVUELVE EL SALDO A CERO
           GRABA-CONTRAPARTIDA.
               OPEN EXTEND PAGOS-FILE
               IF PAGOS-NEW-FILE
                   OPEN OUTPUT PAGOS-FILE
                   CLOSE PAGOS-FILE
                   OPEN EXTEND PAGOS-FILE
               END-IF
               ADD 1 TO PROX-SECUENCIA
               MOVE REE-CLIENTE-ID TO PAG-CLIENTE-ID
               MOVE REE-MONTO TO PAG-MONTO
               MOVE FECHA-PROCESO TO PAG-FECHA
               MOVE "REEMBOLS" TO PAG-ORIGEN
               MOVE SPACES TO PAG-REFERENCIA
               STRING "REE" REE-NUMERO
                   DELIMITED BY SIZE INTO PAG-REFERENCIA
               MOVE PROX-SECUENCIA TO PAG-SECUENCIA
               MOVE REE-APROBADOR TO PAG-OPERADOR
               MOVE "E" TO PAG-TIPO
               MOVE 0 TO PAG-REF-SECUENCIA
               WRITE PAGOS-REC
               CLOSE PAGOS-FILE
               MOVE PROX-SECUENCIA TO REE-PAG-SECUENCIA.

      *ESCRIBE EL COMPROBANTE PARA CUENTAS A PAGAR CON EL
      *BENEFICIARIO TAL COMO FIGURA EN EL MAESTRO
           GRABA-VOUCHER.
               MOVE SPACES TO VOUCHER-REC
               MOVE REE-NUMERO TO VOU-NUMERO
               MOVE REE-CLIENTE-ID TO VOU-CLIENTE-ID
               MOVE REE-CLIENTE-ID TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE "SIN DATOS EN EL MAESTRO" TO VOU-NOMBRE
                   NOT INVALID KEY
                       MOVE CONTACTO-NOMBRE TO VOU-NOMBRE
                       MOVE CONTACTO-DIRECCION TO VOU-DIRECCION
               END-READ
               MOVE REE-MONTO TO VOU-MONTO
               MOVE FECHA-PROCESO TO VOU-FECHA
               MOVE REE-APROBADOR TO VOU-APROBADOR
               WRITE VOUCHER-REC
               ADD REE-MONTO TO HASH-VOUCHER.

      *PROPONE EL REEMBOLSO DE CADA CREDITO MAYOR AL MINIMO QUE NO
      *ESTE EXCLUIDO NI TENGA OTRO REEMBOLSO EN CURSO
           PROPONE-REEMBOLSOS.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "REEMBOLSOS PROPUESTOS PARA APROBACION:"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SAL-CNT
                   IF SAL-SALDO(I) < 0
                       COMPUTE CREDITO = 0 - SAL-SALDO(I)
                       IF CREDITO > MINIMO-REEMBOLSO
                           PERFORM EVALUA-CANDIDATO
                       END-IF
                   END-IF
               END-PERFORM.

      *DESCARTA AL CLIENTE CON REEMBOLSO EN CURSO, EN AGENCIA O EN
      *DISPUTA; AL RESTO LE AGREGA LA PROPUESTA
           EVALUA-CANDIDATO.
               MOVE "N" TO EXCLUIDO-SW
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > REE-CNT
                   MOVE TAB-REEMBOLSO(K) TO REEMBOLSO-REC
                   IF REE-CLIENTE-ID = SAL-ID(I) AND
                       (REE-PROPUESTO OR REE-APROBADO)
                       SET EXCLUIDO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT EXCLUIDO
                   MOVE SAL-ID(I) TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           SET EXCLUIDO TO TRUE
                           MOVE "NO EXISTE EN EL MAESTRO"
                               TO MOTIVO-EXCLUSION
                           PERFORM INFORMA-EXCLUSION
                       NOT INVALID KEY
                           IF EN-AGENCIA
                               SET EXCLUIDO TO TRUE
                               MOVE "EN AGENCIA EXTERNA"
                                   TO MOTIVO-EXCLUSION
                               PERFORM INFORMA-EXCLUSION
                           END-IF
                   END-READ
               END-IF
               IF NOT EXCLUIDO
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > DSP-CNT
                       IF DSP-ID(K) = SAL-ID(I)
                           SET EXCLUIDO TO TRUE
                       END-IF
                   END-PERFORM
                   IF EXCLUIDO
                       MOVE "EN DISPUTA" TO MOTIVO-EXCLUSION
                       PERFORM INFORMA-EXCLUSION
                   END-IF
               END-IF
               IF NOT EXCLUIDO
                   PERFORM AGREGA-PROPUESTA
               END-IF.

      *AGREGA LA PROPUESTA DEL CLIENTE I AL ARCHIVO EN MEMORIA
           AGREGA-PROPUESTA.
               IF REE-CNT < 2000
                   ADD 1 TO PROX-NUMERO
                   INITIALIZE REEMBOLSO-REC
                   MOVE PROX-NUMERO TO REE-NUMERO
                   MOVE SAL-ID(I) TO REE-CLIENTE-ID
                   MOVE CREDITO TO REE-MONTO
                   MOVE FECHA-PROCESO TO REE-FECHA-PROPUESTA
                   MOVE "P" TO REE-ESTADO
                   MOVE SPACES TO REE-APROBADOR
                   ADD 1 TO REE-CNT
                   MOVE REEMBOLSO-REC TO TAB-REEMBOLSO(REE-CNT)
                   ADD 1 TO CNT-PROPUESTOS
                   ADD CREDITO TO TOTAL-PROPUESTO
                   MOVE CREDITO TO MONTO-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  NRO " REE-NUMERO " CLIENTE "
                       REE-CLIENTE-ID " " MONTO-EDIT " "
                       CONTACTO-NOMBRE
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               ELSE
                   DISPLAY "TABLA DE REEMBOLSOS LLENA, EL CLIENTE "
                       SAL-ID(I) " QUEDA PARA LA PROXIMA CORRIDA"
               END-IF.

      *DEJA EN EL REGISTRO EL CREDITO QUE NO SE PROPONE Y POR QUE
           INFORMA-EXCLUSION.
               ADD 1 TO CNT-EXCLUIDOS
               MOVE CREDITO TO MONTO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  (EXCLUIDO) CLIENTE " SAL-ID(I) " "
                   MONTO-EDIT " " MOTIVO-EXCLUSION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *CIERRA EL REGISTRO CON LOS TOTALES DE LA CORRIDA
           IMPRIME-TOTALES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-EMITIDOS TO CNT-EDIT
               MOVE TOTAL-EMITIDO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "EMITIDOS             : " CNT-EDIT
                   "  " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-VENCIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "VENCIDOS             : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-PROPUESTOS TO CNT-EDIT
               MOVE TOTAL-PROPUESTO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "PROPUESTOS           : " CNT-EDIT
                   "  " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-EXCLUIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CREDITOS EXCLUIDOS   : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *REESCRIBE REEMBOLS.DAT CON LOS ESTADOS ACTUALIZADOS Y LAS
      *PROPUESTAS NUEVAS
           REESCRIBE-REEMBOLSOS.
               OPEN OUTPUT REEMBOLSO-FILE
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > REE-CNT
                   MOVE TAB-REEMBOLSO(R) TO REEMBOLSO-REC
                   WRITE REEMBOLSO-REC
               END-PERFORM
               CLOSE REEMBOLSO-FILE.

       END PROGRAM REEMBOLSO.
