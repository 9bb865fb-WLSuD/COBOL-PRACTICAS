      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank returned-items processor. Reads BANCODEV.DAT
      *          (the bank's returned / NSF lockbox items, released
      *          by the LOTEGATE staging gate with the envelope
      *          already validated and stripped) and matches each
      *          item against the CLIPAGOS.DAT payment journal by
      *          customer, reference and - when the bank echoes it -
      *          sequence. A matched payment gets a linked reversal
      *          entry (PAG-TIPO "R") that CLIENTE-BAL adds back to
      *          the CLIBAL.DAT balance, and the returned-payment
      *          charge (DEV-CARGO in PARAMS.DAT) is billed on
      *          FEEBILL.DAT. A customer the payment had returned to
      *          ACTIVO gets a CLITRX-format transaction back to
      *          MOROSO staged on PAGOTRX.DAT with reason DV, for
      *          CLIENTE-CARGA. Every item, matched or not, lands on
      *          BANCODEV.RPT; the unmatched ones are the manual
      *          follow-up list. The consumed file is deleted.
      *          The items read, reversed and left for follow-up go
      *          to CARGACTL.DAT for the LOTECONC reconciliation.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  STOP RUN replaced with GOBACK so the program can be
      *             CALLed as a step of the NOCTURNO nightly driver and
      *             return control to it, while still ending the run
      *             normally when executed on its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCODEV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVUELTO-FILE ASSIGN TO "BANCODEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVUELTO-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT FACTURA-FILE ASSIGN TO "FEEBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURA-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "CLIAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

           SELECT TRANSAC-FILE ASSIGN TO "PAGOTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSAC-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "BANCODEV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEVUELTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEVUELTO-REC.
           COPY BCODEV.

       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  FACTURA-FILE
           LABEL RECORDS ARE STANDARD.
       01  FACTURA-REC.
           COPY FEEREC.

       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDITORIA-REC.
           COPY CLIAUD.

       FD  TRANSAC-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSAC-REC.
           COPY CLITRX.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 DEVUELTO-STATUS   PIC X(2) VALUE "00".
               88 DEVUELTO-NEW-FILE VALUE "35".
           77 DEVUELTO-EOF-SW   PIC X VALUE "N".
               88 DEVUELTO-EOF      VALUE "Y".
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".
           77 FACTURA-STATUS    PIC X(2) VALUE "00".
               88 FACTURA-NEW-FILE  VALUE "35".
           77 FACTURA-EOF-SW    PIC X VALUE "N".
               88 FACTURA-EOF       VALUE "Y".
           77 AUDITORIA-STATUS  PIC X(2) VALUE "00".
               88 AUDITORIA-NEW-FILE VALUE "35".
           77 AUDITORIA-EOF-SW  PIC X VALUE "N".
               88 AUDITORIA-EOF     VALUE "Y".
           77 TRANSAC-STATUS    PIC X(2) VALUE "00".
               88 TRANSAC-NEW-FILE  VALUE "35".
           77 TRANSAC-EOF-SW    PIC X VALUE "N".
               88 TRANSAC-EOF       VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).

      *CARGO POR PAGO DEVUELTO SEGUN PARAMS.DAT
           77 CARGO-DEVOLUCION  PIC 9(7)V99 VALUE 10.
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

      *JOURNAL DE PAGOS EN MEMORIA PARA CASAR LAS DEVOLUCIONES
           01 TABLA-PAGOS.
               05 PAGOS OCCURS 3000 TIMES.
                   10 TAB-ID            PIC 9(6).
                   10 TAB-MONTO         PIC 9(7)V99.
                   10 TAB-FECHA         PIC 9(8).
                   10 TAB-REFERENCIA    PIC X(10).
                   10 TAB-SECUENCIA     PIC 9(6).
                   10 TAB-REVERTIDO     PIC X.
                       88 PAGO-REVERTIDO    VALUE "Y".
           77 PAGO-CNT          PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 PROX-SECUENCIA    PIC 9(6) VALUE 0.
           77 PROX-SEC-FEE      PIC 9(6) VALUE 0.

           77 I                 PIC 9(4) VALUE 0.
           77 P                 PIC 9(4) VALUE 0.
           77 ID-PRUEBA         PIC 9(6) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 YA-REVERTIDO-SW   PIC X VALUE "N".
               88 YA-REVERTIDO      VALUE "Y".
           77 MOTIVO-PENDIENTE  PIC X(30).

      *VUELTA A MOROSO: REACTIVACION POR PAGO YA APLICADA (ULTIMA
      *TRANSICION DE CLIAUD) O TODAVIA APILADA EN PAGOTRX.DAT
           77 REACTIVADO-SW     PIC X VALUE "N".
               88 REACTIVADO-POR-PAGO VALUE "Y".
           77 ULT-AUD-ANTERIOR  PIC 9 VALUE 0.
           77 ULT-AUD-NUEVO     PIC 9 VALUE 0.
           77 ULT-AUD-FECHA     PIC 9(8) VALUE 0.
           77 ULT-AUD-MOTIVO    PIC X(2) VALUE SPACES.

           77 CNT-LEIDOS        PIC 9(6) VALUE 0.
           77 CNT-REVERTIDOS    PIC 9(6) VALUE 0.
           77 CNT-PENDIENTES    PIC 9(6) VALUE 0.
           77 CNT-MOROSOS       PIC 9(6) VALUE 0.
           77 TOTAL-REVERTIDO   PIC 9(9)V99 VALUE 0.
           77 TOTAL-PENDIENTE   PIC 9(9)V99 VALUE 0.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
           77 CNT-EDIT          PIC ZZZ,ZZ9.

      *CONTROL DE CARGA PARA LA CONCILIACION DE LOTES (CARGAGRB)
           77 CARGA-ARCHIVO     PIC X(12) VALUE "BANCODEV.DAT".
           77 CARGA-TIPO        PIC X VALUE "C".
           77 CARGA-PROGRAMA    PIC X(14) VALUE "BANCODEV".
           77 CARGA-RECIBIDOS   PIC 9(6) VALUE 0.
           77 CARGA-APLICADOS   PIC 9(6) VALUE 0.
           77 CARGA-RECHAZADOS  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            OPEN INPUT DEVUELTO-FILE
            IF DEVUELTO-NEW-FILE
                CLOSE DEVUELTO-FILE
                DISPLAY "NO EXISTE BANCODEV.DAT, NADA QUE PROCESAR"
            ELSE
                CLOSE DEVUELTO-FILE
                PERFORM CARGA-PARAMETROS
                PERFORM CARGA-PAGOS
                PERFORM BUSCA-SECUENCIA-FEE
                PERFORM PROCESA-DEVUELTOS
                PERFORM GRABA-CONTROL-CARGA
                DISPLAY "DEVOLUCIONES LEIDAS    : " CNT-LEIDOS
                DISPLAY "PAGOS REVERTIDOS       : " CNT-REVERTIDOS
                DISPLAY "SIN CASAR, A REVISAR   : " CNT-PENDIENTES
                DISPLAY "VUELTAS A MOROSO       : " CNT-MOROSOS
            END-IF

            GOBACK.

      *LEE EL CARGO POR PAGO DEVUELTO DE LA TABLA CENTRAL DE
      *PARAMETROS, CONSERVANDO 10.00 POR DEFECTO
           CARGA-PARAMETROS.
               MOVE "DEV-CARGO" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE CARGO-DEVOLUCION =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *CARGA EL JOURNAL DE PAGOS: LOS PAGOS COMUNES A LA TABLA, LAS
      *REVERSIONES MARCAN EL PAGO QUE ANULAN, Y DE PASO LA ULTIMA
      *SECUENCIA ASIGNADA
           CARGA-PAGOS.
               MOVE 0 TO PROX-SECUENCIA
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
                               EVALUATE TRUE
                                   WHEN PAG-ES-REVERSO
                                       PERFORM MARCA-REVERTIDO
                                   WHEN PAG-ES-REEMBOLSO
                                   WHEN PAG-ES-CASTIGO
                                       CONTINUE
                                   WHEN OTHER
                                       PERFORM AGREGA-PAGO
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF
               IF CNT-DESBORDE > 0
                   DISPLAY "TABLA DE PAGOS LLENA, " CNT-DESBORDE
                       " PAGOS SIN LUGAR - SUS DEVOLUCIONES QUEDARAN "
                       "A REVISAR"
               END-IF.

      *GUARDA EL PAGO COMUN LEIDO EN LA TABLA
           AGREGA-PAGO.
               IF PAGO-CNT < 3000
                   ADD 1 TO PAGO-CNT
                   MOVE PAG-CLIENTE-ID TO TAB-ID(PAGO-CNT)
                   MOVE PAG-MONTO TO TAB-MONTO(PAGO-CNT)
                   MOVE PAG-FECHA TO TAB-FECHA(PAGO-CNT)
                   MOVE PAG-REFERENCIA TO TAB-REFERENCIA(PAGO-CNT)
                   MOVE PAG-SECUENCIA TO TAB-SECUENCIA(PAGO-CNT)
                   MOVE "N" TO TAB-REVERTIDO(PAGO-CNT)
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF.

      *MARCA COMO YA REVERTIDO EL PAGO QUE LA REVERSION LEIDA ANULA
           MARCA-REVERTIDO.
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PAGO-CNT
                   IF TAB-SECUENCIA(I) = PAG-REF-SECUENCIA
                       MOVE "Y" TO TAB-REVERTIDO(I)
                   END-IF
               END-PERFORM.

      *RECORRE FEEBILL.DAT PARA SEGUIR LA SECUENCIA DE CARGOS DESDE
      *EL ULTIMO NUMERO ASIGNADO
           BUSCA-SECUENCIA-FEE.
               MOVE 0 TO PROX-SEC-FEE
               OPEN INPUT FACTURA-FILE
               IF FACTURA-NEW-FILE
                   CLOSE FACTURA-FILE
               ELSE
                   PERFORM UNTIL FACTURA-EOF
                       READ FACTURA-FILE
                           AT END
                               SET FACTURA-EOF TO TRUE
                           NOT AT END
                               IF FEE-SECUENCIA IS NUMERIC AND
                                   FEE-SECUENCIA > PROX-SEC-FEE
                                   MOVE FEE-SECUENCIA TO PROX-SEC-FEE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FACTURA-FILE
               END-IF.

      *DEJA EN CARGACTL.DAT LAS DEVOLUCIONES LEIDAS: LOS PAGOS
      *REVERTIDOS COMO APLICADOS Y LAS QUE QUEDAN A REVISAR A MANO
      *COMO RECHAZOS
           GRABA-CONTROL-CARGA.
               MOVE CNT-LEIDOS TO CARGA-RECIBIDOS
               MOVE CNT-REVERTIDOS TO CARGA-APLICADOS
               MOVE CNT-PENDIENTES TO CARGA-RECHAZADOS
               CALL "CARGAGRB" USING CARGA-ARCHIVO CARGA-TIPO
                   CARGA-PROGRAMA CARGA-RECIBIDOS CARGA-APLICADOS
                   CARGA-RECHAZADOS.

      *PROCESA CADA DEVOLUCION DEL BANCO Y ELIMINA EL ARCHIVO YA
      *CONSUMIDO PARA QUE NADA SE REVIERTA DOS VECES
           PROCESA-DEVUELTOS.
               OPEN INPUT DEVUELTO-FILE
               OPEN INPUT CLIENTE-FILE
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "PAGOS DEVUELTOS POR EL BANCO - " FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM UNTIL DEVUELTO-EOF
                   READ DEVUELTO-FILE
                       AT END
                           SET DEVUELTO-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CNT-LEIDOS
                           PERFORM PROCESA-UN-DEVUELTO
                   END-READ
               END-PERFORM
               PERFORM CIERRA-REPORTE
               CLOSE DEVUELTO-FILE
               IF NOT CLIENTE-NEW-FILE
                   CLOSE CLIENTE-FILE
               END-IF
               DELETE FILE DEVUELTO-FILE.

      *CASA LA DEVOLUCION LEIDA CONTRA EL JOURNAL; LA QUE NO CASA
      *QUEDA EN EL REPORTE PARA SEGUIMIENTO MANUAL
           PROCESA-UN-DEVUELTO.
               IF DEV-CLIENTE-ID IS NOT NUMERIC
                   MOVE "ID DE CLIENTE NO NUMERICO"
                       TO MOTIVO-PENDIENTE
                   PERFORM GRABA-PENDIENTE
               ELSE
                   MOVE DEV-CLIENTE-ID TO ID-PRUEBA
                   PERFORM BUSCA-PAGO
                   EVALUATE TRUE
                       WHEN ENCONTRADO
                           PERFORM REVIERTE-PAGO
                       WHEN YA-REVERTIDO
                           MOVE "PAGO YA REVERTIDO"
                               TO MOTIVO-PENDIENTE
                           PERFORM GRABA-PENDIENTE
                       WHEN OTHER
                           MOVE "SIN PAGO QUE COINCIDA"
                               TO MOTIVO-PENDIENTE
                           PERFORM GRABA-PENDIENTE
                   END-EVALUATE
               END-IF.

      *BUSCA EL PAGO DEL CLIENTE CON LA MISMA REFERENCIA Y MONTO (Y
      *LA MISMA SECUENCIA SI EL BANCO LA INFORMA) QUE NO HAYA SIDO
      *REVERTIDO; SE QUEDA CON EL MAS RECIENTE
           BUSCA-PAGO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE "N" TO YA-REVERTIDO-SW
               MOVE 0 TO P
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PAGO-CNT
                   IF TAB-ID(I) = ID-PRUEBA AND
                       TAB-REFERENCIA(I) = DEV-REFERENCIA AND
                       TAB-MONTO(I) = DEV-MONTO AND
                       (DEV-SECUENCIA = 0 OR
                       TAB-SECUENCIA(I) = DEV-SECUENCIA)
                       IF PAGO-REVERTIDO(I)
                           SET YA-REVERTIDO TO TRUE
                       ELSE
                           MOVE I TO P
                           SET ENCONTRADO TO TRUE
                       END-IF
                   END-IF
               END-PERFORM.

      *ASIENTA LA REVERSION, FACTURA EL CARGO Y, SI EL PAGO HABIA
      *DEVUELTO AL CLIENTE A ACTIVO, LO VUELVE A MOROSO
           REVIERTE-PAGO.
               PERFORM GRABA-REVERSION
               MOVE "Y" TO TAB-REVERTIDO(P)
               IF CARGO-DEVOLUCION > 0
                   PERFORM GRABA-CARGO
               END-IF
               ADD 1 TO CNT-REVERTIDOS
               ADD DEV-MONTO TO TOTAL-REVERTIDO
               MOVE DEV-MONTO TO MONTO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  " DEV-CLIENTE-ID " " MONTO-EDIT
                   " REF " DEV-REFERENCIA " SEC " TAB-SECUENCIA(P)
                   " MOT " DEV-MOTIVO " : REVERTIDO"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE ID-PRUEBA TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VERIFICA-REACTIVACION
                       IF REACTIVADO-POR-PAGO
                           PERFORM GENERA-VUELTA-MOROSO
                       END-IF
               END-READ.

      *AGREGA AL JOURNAL LA REVERSION VINCULADA AL PAGO DEVUELTO
           GRABA-REVERSION.
               OPEN EXTEND PAGOS-FILE
               IF PAGOS-NEW-FILE
                   OPEN OUTPUT PAGOS-FILE
                   CLOSE PAGOS-FILE
                   OPEN EXTEND PAGOS-FILE
               END-IF
               ADD 1 TO PROX-SECUENCIA
               MOVE ID-PRUEBA TO PAG-CLIENTE-ID
               MOVE DEV-MONTO TO PAG-MONTO
               MOVE DEV-FECHA TO PAG-FECHA
               MOVE "BANCODEV" TO PAG-ORIGEN
               MOVE DEV-REFERENCIA TO PAG-REFERENCIA
               MOVE PROX-SECUENCIA TO PAG-SECUENCIA
               MOVE "BANCODEV" TO PAG-OPERADOR
               MOVE "R" TO PAG-TIPO
               MOVE TAB-SECUENCIA(P) TO PAG-REF-SECUENCIA
               WRITE PAGOS-REC
               CLOSE PAGOS-FILE.

      *FACTURA EL CARGO POR PAGO DEVUELTO EN FEEBILL.DAT
           GRABA-CARGO.
               OPEN EXTEND FACTURA-FILE
               IF FACTURA-NEW-FILE
                   OPEN OUTPUT FACTURA-FILE
                   CLOSE FACTURA-FILE
                   OPEN EXTEND FACTURA-FILE
               END-IF
               ADD 1 TO PROX-SEC-FEE
               MOVE ID-PRUEBA TO FEE-CLIENTE-ID
               MOVE 0 TO FEE-DIAS
               MOVE 0 TO FEE-TASA
               MOVE CARGO-DEVOLUCION TO FEE-MONTO
               MOVE FECHA-PROCESO TO FEE-FECHA
               MOVE "D" TO FEE-AJUSTE
               MOVE "DV" TO FEE-MOTIVO
               MOVE TAB-FECHA(P) TO FEE-REF-FECHA
               MOVE PROX-SEC-FEE TO FEE-SECUENCIA
               WRITE FACTURA-REC
               CLOSE FACTURA-FILE.

      *EL PAGO DEVOLVIO AL CLIENTE A ACTIVO SI SU ULTIMA TRANSICION
      *EN CLIAUD FUE MOROSO -> ACTIVO POR PAGO (MOTIVO PG) DESDE LA
      *FECHA DEL PAGO, O SI ESA VUELTA SIGUE APILADA EN PAGOTRX.DAT
           VERIFICA-REACTIVACION.
               MOVE "N" TO REACTIVADO-SW
               IF ACTIVO
                   PERFORM BUSCA-ULTIMA-TRANSICION
                   IF ULT-AUD-ANTERIOR = 4 AND ULT-AUD-NUEVO = 1 AND
                       ULT-AUD-MOTIVO = "PG" AND
                       ULT-AUD-FECHA >= TAB-FECHA(P)
                       SET REACTIVADO-POR-PAGO TO TRUE
                   END-IF
               END-IF
               IF MOROSO
                   PERFORM BUSCA-REACTIVACION-APILADA
               END-IF.

      *RECORRE LA AUDITORIA QUEDANDOSE CON LA ULTIMA TRANSICION
      *DEL CLIENTE
           BUSCA-ULTIMA-TRANSICION.
               MOVE 0 TO ULT-AUD-ANTERIOR
               MOVE 0 TO ULT-AUD-NUEVO
               MOVE 0 TO ULT-AUD-FECHA
               MOVE SPACES TO ULT-AUD-MOTIVO
               MOVE "N" TO AUDITORIA-EOF-SW
               OPEN INPUT AUDITORIA-FILE
               IF AUDITORIA-NEW-FILE
                   CLOSE AUDITORIA-FILE
               ELSE
                   PERFORM UNTIL AUDITORIA-EOF
                       READ AUDITORIA-FILE
                           AT END
                               SET AUDITORIA-EOF TO TRUE
                           NOT AT END
                               IF AUD-CLIENTE-ID = ID-PRUEBA
                                   MOVE AUD-ESTADO-ANTERIOR TO
                                       ULT-AUD-ANTERIOR
                                   MOVE AUD-ESTADO-NUEVO TO
                                       ULT-AUD-NUEVO
                                   MOVE AUD-FECHA TO ULT-AUD-FECHA
                                   MOVE AUD-MOTIVO TO ULT-AUD-MOTIVO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA-FILE
               END-IF.

      *UNA VUELTA A ACTIVO POR PAGO TODAVIA SIN APLICAR: LA VUELTA
      *A MOROSO SE APILA DETRAS Y CLIENTE-CARGA APLICA AMBAS EN
      *ORDEN
           BUSCA-REACTIVACION-APILADA.
               MOVE "N" TO TRANSAC-EOF-SW
               OPEN INPUT TRANSAC-FILE
               IF TRANSAC-NEW-FILE
                   CLOSE TRANSAC-FILE
               ELSE
                   PERFORM UNTIL TRANSAC-EOF
                       READ TRANSAC-FILE
                           AT END
                               SET TRANSAC-EOF TO TRUE
                           NOT AT END
                               IF TRX-CLIENTE-ID = DEV-CLIENTE-ID AND
                                   TRX-ESTADO = "1" AND
                                   TRX-MOTIVO = "PG"
                                   SET REACTIVADO-POR-PAGO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSAC-FILE
               END-IF.

      *EMITE LA TRANSACCION DE VUELTA A MOROSO EN FORMATO CLITRX,
      *PARA QUE CLIENTE-CARGA LA APLIQUE POR EL CAMINO AUDITADO
           GENERA-VUELTA-MOROSO.
               OPEN EXTEND TRANSAC-FILE
               IF TRANSAC-NEW-FILE
                   OPEN OUTPUT TRANSAC-FILE
                   CLOSE TRANSAC-FILE
                   OPEN EXTEND TRANSAC-FILE
               END-IF
               MOVE CLIENTE-ID TO TRX-CLIENTE-ID
               MOVE "4" TO TRX-ESTADO
               MOVE "BANCODEV" TO TRX-OPERADOR
               MOVE CONTACTO-NOMBRE TO TRX-NOMBRE
               MOVE CONTACTO-TELEFONO TO TRX-TELEFONO
               MOVE CONTACTO-EMAIL TO TRX-EMAIL
               MOVE CONTACTO-DIRECCION TO TRX-DIRECCION
               MOVE "DV" TO TRX-MOTIVO
               MOVE CLIENTE-SUCURSAL TO TRX-SUCURSAL
               WRITE TRANSAC-REC
               CLOSE TRANSAC-FILE
               ADD 1 TO CNT-MOROSOS
               MOVE SPACES TO LINEA-REPORTE
               STRING "           VUELTA A MOROSO APILADA EN "
                   "PAGOTRX.DAT"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *DEJA LA DEVOLUCION SIN CASAR EN EL REPORTE CON SU MOTIVO
           GRABA-PENDIENTE.
               ADD 1 TO CNT-PENDIENTES
               ADD DEV-MONTO TO TOTAL-PENDIENTE
               MOVE DEV-MONTO TO MONTO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  " DEV-CLIENTE-ID " " MONTO-EDIT
                   " REF " DEV-REFERENCIA " MOT " DEV-MOTIVO
                   " : " MOTIVO-PENDIENTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *CIERRA EL REPORTE CON LOS TOTALES DE LA CORRIDA
           CIERRA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-REVERTIDOS TO CNT-EDIT
               MOVE TOTAL-REVERTIDO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "PAGOS REVERTIDOS    : " CNT-EDIT
                   "  " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-PENDIENTES TO CNT-EDIT
               MOVE TOTAL-PENDIENTE TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "A REVISAR A MANO    : " CNT-EDIT
                   "  " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-MOROSOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "VUELTAS A MOROSO    : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               CLOSE REPORTE-FILE.

       END PROGRAM BANCODEV.
