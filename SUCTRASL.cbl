      ******************************************************************
      * Author:
      * Date:
      * Purpose: Branch transfer job, for closing or merging a branch
      *          office. CLIENTE-SUCURSAL is set at alta and the
      *          CLIENTE-MANT cambio leaves it alone, so the customers
      *          of a branch are moved here, under supervisor
      *          approval, in two runs:
      *          - A SUCTCARD.DAT card (from-branch, to-branch, both
      *            on SUCURSAL.DAT, and an optional ESTADO filter) is
      *            filed through PENDSOL with the count and balance
      *            of the customers it would move. A supervisor
      *            approves it in APRUEBA, which stages the order on
      *            SUCTRASL.DAT.
      *          - Each approved order on SUCTRASL.DAT is applied:
      *            CLIENTE-SUCURSAL is rewritten on every matching
      *            customer with a CONTAUD.DAT before/after record
      *            per customer, and the transfer register
      *            SUCTRASL.RPT lists them with the counts and the
      *            balances moved.
      *          Neither run goes ahead while CLITRX.ENT still has
      *          staged transactions from the from-branch or for its
      *          customers; an order refused that way stays on
      *          SUCTRASL.DAT for the next run. The balance is the
      *          CLIBAL.DAT one brought up to date with the journal
      *          entries not yet applied, as in CLIMASIV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCTRASL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "SUCTCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARJETA-STATUS.

           SELECT ORDEN-FILE ASSIGN TO "SUCTRASL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDEN-STATUS.

           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCURSAL-STATUS.

           SELECT ENTRADA-FILE ASSIGN TO "CLITRX.ENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT PENDIENTE-FILE ASSIGN TO "PENDIENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDIENTE-STATUS.

           SELECT CONTAUD-FILE ASSIGN TO "CONTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTAUD-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "CLIBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "SUCTRASL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  TARJETA-FILE
           LABEL RECORDS ARE STANDARD.
       01  TARJETA-REC             PIC X(50).

       FD  ORDEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDEN-REC               PIC X(50).

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUCURSAL-REC.
           COPY SUCURSAL.

       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSAC-REC.
           COPY CLITRX.
       01  ENVOLTURA-REC.
           COPY LOTENV.

       FD  PENDIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDIENTE-REC.
           COPY PENDCHG.

       FD  CONTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTAUD-REC.
           COPY CTAAUD.

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REC.
           COPY CLIBAL.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(100).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CLIENTE-EOF-SW    PIC X VALUE "N".
               88 CLIENTE-EOF       VALUE "Y".
           77 TARJETA-STATUS    PIC X(2) VALUE "00".
               88 TARJETA-NEW-FILE  VALUE "35".
           77 TARJETA-LEIDA-SW  PIC X VALUE "N".
               88 TARJETA-LEIDA     VALUE "Y".
           77 ORDEN-STATUS      PIC X(2) VALUE "00".
               88 ORDEN-NEW-FILE    VALUE "35".
           77 ORDEN-EOF-SW      PIC X VALUE "N".
               88 ORDEN-EOF         VALUE "Y".
           77 SUCURSAL-STATUS   PIC X(2) VALUE "00".
               88 SUCURSAL-NEW-FILE VALUE "35".
           77 SUCURSAL-EOF-SW   PIC X VALUE "N".
               88 SUCURSAL-EOF      VALUE "Y".
           77 ENTRADA-STATUS    PIC X(2) VALUE "00".
               88 ENTRADA-NEW-FILE  VALUE "35".
           77 ENTRADA-EOF-SW    PIC X VALUE "N".
               88 ENTRADA-EOF       VALUE "Y".
           77 PENDIENTE-STATUS  PIC X(2) VALUE "00".
               88 PENDIENTE-NEW-FILE VALUE "35".
           77 PENDIENTE-EOF-SW  PIC X VALUE "N".
               88 PENDIENTE-EOF     VALUE "Y".
           77 CONTAUD-STATUS    PIC X(2) VALUE "00".
               88 CONTAUD-NEW-FILE  VALUE "35".
           77 BALANCE-STATUS    PIC X(2) VALUE "00".
               88 BALANCE-NEW-FILE  VALUE "35".
           77 BALANCE-EOF-SW    PIC X VALUE "N".
               88 BALANCE-EOF       VALUE "Y".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".

           01 FECHA-PROCESO     PIC 9(8).

      *ORDEN DE TRASLADO EN CURSO (TARJETA U ORDEN APROBADA)
           01 ORDEN-TRASLADO.
               COPY SUCTRA.

      *ORDENES APROBADAS; LAS RECHAZADAS POR TRANSACCIONES EN CURSO
      *VUELVEN A SUCTRASL.DAT
           01 TABLA-ORDENES.
               05 ORDENES OCCURS 20 TIMES.
                   10 TAB-ORDEN         PIC X(50).
           77 ORD-CNT           PIC 9(2) VALUE 0.
           77 ORD-QUEDAN        PIC 9(2) VALUE 0.
           77 O                 PIC 9(2) VALUE 0.
           77 ORDEN-HECHA-SW    PIC X VALUE "N".
               88 ORDEN-HECHA       VALUE "Y".

           01 TABLA-SUCURSALES.
               05 SUCURSALES OCCURS 100 TIMES.
                   10 TAB-SUC-CODIGO    PIC X(3).
           77 SUC-CNT           PIC 9(3) VALUE 0.
           77 SX                PIC 9(3) VALUE 0.
           77 SUCURSAL-BUSCADA  PIC X(3).
           77 SUCURSAL-OK-SW    PIC X VALUE "N".
               88 SUCURSAL-OK       VALUE "Y".
           77 ORDEN-OK-SW       PIC X VALUE "Y".
               88 ORDEN-OK          VALUE "Y".

      *SALDOS DEL SUBLEDGER AJUSTADOS POR EL JOURNAL SIN APLICAR
           01 TABLA-SALDOS.
               05 SALDOS OCCURS 1000 TIMES.
                   10 SAL-ID            PIC 9(6).
                   10 SAL-SALDO         PIC S9(9)V99.
                   10 SAL-ULT-PAGO      PIC 9(6).
           77 SAL-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 SALDO-CLIENTE     PIC S9(9)V99 VALUE 0.
           77 I                 PIC 9(4) VALUE 0.
           77 ID-BUSCADO        PIC 9(6) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

      *PARAMETROS DE LA LLAMADA A PENDSOL
           77 SOL-ARCHIVO       PIC X(12) VALUE "SUCTRASL.DAT".
           77 SOL-ACCION        PIC X VALUE "M".
           77 SOL-ANTES         PIC X(80).
           77 SOL-DESPUES       PIC X(80).
           77 SOL-OPERADOR      PIC X(8).
           77 YA-EN-CURSO-SW    PIC X VALUE "N".
               88 YA-EN-CURSO       VALUE "Y".

           77 CNT-EN-TRANSITO   PIC 9(6) VALUE 0.
           77 CNT-CLIENTES      PIC 9(6) VALUE 0.
           77 TOTAL-SALDO       PIC S9(11)V99 VALUE 0.
           77 ESTADO-NOMBRE     PIC X(10).
           77 MONTO-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 REPORTE-ABIERTO-SW PIC X VALUE "N".
               88 REPORTE-ABIERTO   VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-SUCURSALES
            OPEN I-O CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM CARGA-SALDOS
            PERFORM AJUSTA-POR-JOURNAL

            PERFORM CARGA-ORDENES
            IF ORD-CNT > 0
                PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-CNT
                    PERFORM APLICA-ORDEN
                END-PERFORM
                PERFORM REESCRIBE-ORDENES
            END-IF
            IF REPORTE-ABIERTO
                CLOSE REPORTE-FILE
            END-IF

            PERFORM LEE-TARJETA
            IF TARJETA-LEIDA
                PERFORM PROPONE-TRASLADO
            END-IF

            IF ORD-CNT = 0 AND NOT TARJETA-LEIDA
                DISPLAY "SIN ORDENES APROBADAS EN SUCTRASL.DAT NI "
                    "TARJETA SUCTCARD.DAT, NO HAY NADA QUE HACER"
            END-IF
            CLOSE CLIENTE-FILE

            STOP RUN.

      *CARGA LOS CODIGOS DE SUCURSAL VALIDOS
           CARGA-SUCURSALES.
               OPEN INPUT SUCURSAL-FILE
               IF SUCURSAL-NEW-FILE
                   CLOSE SUCURSAL-FILE
               ELSE
                   PERFORM UNTIL SUCURSAL-EOF OR SUC-CNT = 100
                       READ SUCURSAL-FILE
                           AT END
                               SET SUCURSAL-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO SUC-CNT
                               MOVE SUC-CODIGO TO
                                   TAB-SUC-CODIGO(SUC-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE SUCURSAL-FILE
               END-IF.

      *BUSCA SUCURSAL-BUSCADA EN LA TABLA DE SUCURSALES
           BUSCA-SUCURSAL.
               MOVE "N" TO SUCURSAL-OK-SW
               MOVE 0 TO SX
               PERFORM UNTIL SUCURSAL-OK OR SX >= SUC-CNT
                   ADD 1 TO SX
                   IF TAB-SUC-CODIGO(SX) = SUCURSAL-BUSCADA
                       SET SUCURSAL-OK TO TRUE
                   END-IF
               END-PERFORM.

      *UNA ORDEN CON UNA SUCURSAL QUE NO FIGURA EN SUCURSAL.DAT, LAS
      *DOS SUCURSALES IGUALES O UN ESTADO FUERA DE 0-4 NO SE PROCESA
           VALIDA-ORDEN.
               MOVE "Y" TO ORDEN-OK-SW
               MOVE STR-SUC-DESDE TO SUCURSAL-BUSCADA
               PERFORM BUSCA-SUCURSAL
               IF NOT SUCURSAL-OK
                   DISPLAY "SUCURSAL ORIGEN " STR-SUC-DESDE
                       " INEXISTENTE EN SUCURSAL.DAT"
                   MOVE "N" TO ORDEN-OK-SW
               END-IF
               MOVE STR-SUC-HASTA TO SUCURSAL-BUSCADA
               PERFORM BUSCA-SUCURSAL
               IF NOT SUCURSAL-OK
                   DISPLAY "SUCURSAL DESTINO " STR-SUC-HASTA
                       " INEXISTENTE EN SUCURSAL.DAT"
                   MOVE "N" TO ORDEN-OK-SW
               END-IF
               IF STR-SUC-DESDE = STR-SUC-HASTA
                   DISPLAY "LA SUCURSAL DESTINO ES LA DE ORIGEN"
                   MOVE "N" TO ORDEN-OK-SW
               END-IF
               IF STR-ESTADO IS NOT NUMERIC OR STR-ESTADO > 4
                   DISPLAY "ESTADO A TRASLADAR FUERA DE RANGO 0-4"
                   MOVE "N" TO ORDEN-OK-SW
               END-IF.

      *CUENTA LAS TRANSACCIONES DE CLITRX.ENT TODAVIA SIN CARGAR QUE
      *MANDO LA SUCURSAL DE ORIGEN O QUE TOCAN A UNO DE SUS CLIENTES
           CUENTA-EN-TRANSITO.
               MOVE 0 TO CNT-EN-TRANSITO
               MOVE "N" TO ENTRADA-EOF-SW
               OPEN INPUT ENTRADA-FILE
               IF ENTRADA-NEW-FILE
                   CLOSE ENTRADA-FILE
               ELSE
                   PERFORM UNTIL ENTRADA-EOF
                       READ ENTRADA-FILE
                           AT END
                               SET ENTRADA-EOF TO TRUE
                           NOT AT END
                               IF NOT ENV-CABECERA AND
                                   NOT ENV-FINAL
                                   PERFORM EVALUA-EN-TRANSITO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENTRADA-FILE
               END-IF.

      *UNA TRANSACCION DE LA SUCURSAL DE ORIGEN, O PARA UN CLIENTE
      *QUE HOY PERTENECE A ELLA, DETIENE EL TRASLADO
           EVALUA-EN-TRANSITO.
               IF TRX-SUCURSAL = STR-SUC-DESDE
                   ADD 1 TO CNT-EN-TRANSITO
               ELSE
                   IF TRX-CLIENTE-ID IS NUMERIC
                       MOVE TRX-CLIENTE-ID TO CLIENTE-ID
                       READ CLIENTE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CLIENTE-SUCURSAL = STR-SUC-DESDE
                                   ADD 1 TO CNT-EN-TRANSITO
                               END-IF
                       END-READ
                   END-IF
               END-IF.

      *CARGA LAS ORDENES APROBADAS EN APRUEBA
           CARGA-ORDENES.
               OPEN INPUT ORDEN-FILE
               IF ORDEN-NEW-FILE
                   CLOSE ORDEN-FILE
               ELSE
                   PERFORM UNTIL ORDEN-EOF OR ORD-CNT = 20
                       READ ORDEN-FILE
                           AT END
                               SET ORDEN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO ORD-CNT
                               MOVE ORDEN-REC TO TAB-ORDEN(ORD-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE ORDEN-FILE
               END-IF.

      *APLICA LA ORDEN APROBADA O SI EL ORIGEN TIENE TRANSACCIONES
      *EN CURSO LA DEJA PARA LA PROXIMA CORRIDA
           APLICA-ORDEN.
               MOVE TAB-ORDEN(O) TO ORDEN-TRASLADO
               MOVE "N" TO ORDEN-HECHA-SW
               DISPLAY "ORDEN DE TRASLADO " STR-SUC-DESDE " A "
                   STR-SUC-HASTA " APROBADA POR " STR-APROBADOR
               PERFORM VALIDA-ORDEN
               IF NOT ORDEN-OK
                   DISPLAY "  ORDEN INVALIDA, SE DESCARTA"
                   SET ORDEN-HECHA TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CUENTA-EN-TRANSITO
                   IF CNT-EN-TRANSITO > 0
                       DISPLAY "  " CNT-EN-TRANSITO " TRANSACCIONES "
                           "DE LA SUCURSAL " STR-SUC-DESDE
                           " SIN CARGAR EN CLITRX.ENT, EL TRASLADO "
                           "QUEDA PARA LA PROXIMA CORRIDA"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM TRASLADA-CLIENTES
                       SET ORDEN-HECHA TO TRUE
                   END-IF
               END-IF
               IF ORDEN-HECHA
                   MOVE HIGH-VALUES TO TAB-ORDEN(O)
               END-IF.

      *RECORRE EL MAESTRO Y PASA A LA SUCURSAL DESTINO A CADA CLIENTE
      *DEL ORIGEN EN EL ESTADO PEDIDO, DEJANDO CONSTANCIA EN CONTAUD
      *Y EN EL REGISTRO DEL TRASLADO
           TRASLADA-CLIENTES.
               IF NOT REPORTE-ABIERTO
                   OPEN OUTPUT REPORTE-FILE
                   SET REPORTE-ABIERTO TO TRUE
               END-IF
               PERFORM IMPRIME-ENCABEZADO
               OPEN EXTEND CONTAUD-FILE
               IF CONTAUD-NEW-FILE
                   OPEN OUTPUT CONTAUD-FILE
                   CLOSE CONTAUD-FILE
                   OPEN EXTEND CONTAUD-FILE
               END-IF
               MOVE 0 TO CNT-CLIENTES
               MOVE 0 TO TOTAL-SALDO
               MOVE "N" TO CLIENTE-EOF-SW
               MOVE ZEROS TO CLIENTE-ID
               START CLIENTE-FILE KEY IS NOT LESS THAN CLIENTE-ID
                   INVALID KEY
                       SET CLIENTE-EOF TO TRUE
               END-START
               PERFORM UNTIL CLIENTE-EOF
                   READ CLIENTE-FILE NEXT RECORD
                       AT END
                           SET CLIENTE-EOF TO TRUE
                       NOT AT END
                           IF CLIENTE-SUCURSAL = STR-SUC-DESDE AND
                               (STR-ESTADO = 0 OR
                               ESTADO = STR-ESTADO)
                               PERFORM TRASLADA-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAUD-FILE
               PERFORM IMPRIME-TOTALES
               DISPLAY "  CLIENTES TRASLADADOS: " CNT-CLIENTES.

      *PASA AL CLIENTE LEIDO A LA SUCURSAL DESTINO
           TRASLADA-CLIENTE.
               MOVE STR-SUC-HASTA TO CLIENTE-SUCURSAL
               REWRITE CLIENTE-REC
                   INVALID KEY
                       DISPLAY "  NO SE PUDO REGRABAR EL CLIENTE "
                           CLIENTE-ID
               END-REWRITE
               IF CLIENTE-STATUS = "00"
                   MOVE CLIENTE-ID TO CTA-CLIENTE-ID
                   MOVE "SUCURSAL" TO CTA-CAMPO
                   MOVE STR-SUC-DESDE TO CTA-ANTES
                   MOVE STR-SUC-HASTA TO CTA-DESPUES
                   MOVE FECHA-PROCESO TO CTA-FECHA
                   ACCEPT CTA-HORA FROM TIME
                   MOVE STR-SOLICITANTE TO CTA-OPERADOR
                   WRITE CONTAUD-REC
                   PERFORM SALDO-DEL-CLIENTE
                   ADD 1 TO CNT-CLIENTES
                   ADD SALDO-CLIENTE TO TOTAL-SALDO
                   PERFORM NOMBRE-DE-ESTADO
                   MOVE SALDO-CLIENTE TO MONTO-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  " CLIENTE-ID " " CONTACTO-NOMBRE " "
                       ESTADO-NOMBRE " " MONTO-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *REESCRIBE SUCTRASL.DAT CON LAS ORDENES QUE QUEDARON SIN
      *APLICAR, O LO BORRA SI SE APLICARON TODAS
           REESCRIBE-ORDENES.
               MOVE 0 TO ORD-QUEDAN
               PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-CNT
                   IF TAB-ORDEN(O) NOT = HIGH-VALUES
                       ADD 1 TO ORD-QUEDAN
                   END-IF
               END-PERFORM
               IF ORD-QUEDAN = 0
                   DELETE FILE ORDEN-FILE
               ELSE
                   OPEN OUTPUT ORDEN-FILE
                   PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-CNT
                       IF TAB-ORDEN(O) NOT = HIGH-VALUES
                           MOVE TAB-ORDEN(O) TO ORDEN-REC
                           WRITE ORDEN-REC
                       END-IF
                   END-PERFORM
                   CLOSE ORDEN-FILE
               END-IF.

      *LEE LA UNICA TARJETA DE TRASLADO
           LEE-TARJETA.
               OPEN INPUT TARJETA-FILE
               IF TARJETA-NEW-FILE
                   CLOSE TARJETA-FILE
               ELSE
                   READ TARJETA-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           SET TARJETA-LEIDA TO TRUE
                   END-READ
                   CLOSE TARJETA-FILE
               END-IF.

      *VALIDA LA TARJETA, CUENTA LO QUE MOVERIA Y LA DEJA EN
      *PENDIENT.DAT PARA LA APROBACION DE UN SUPERVISOR
           PROPONE-TRASLADO.
               MOVE SPACES TO ORDEN-TRASLADO
               MOVE TARJETA-REC(1:15) TO ORDEN-TRASLADO(1:15)
               IF ORDEN-TRASLADO(7:1) = SPACE
                   MOVE 0 TO STR-ESTADO
               END-IF
               IF STR-SOLICITANTE = SPACES
                   MOVE "SUCTRASL" TO STR-SOLICITANTE
               END-IF
               DISPLAY "TARJETA DE TRASLADO " STR-SUC-DESDE " A "
                   STR-SUC-HASTA " ESTADO " STR-ESTADO
               PERFORM VALIDA-ORDEN
               IF ORDEN-OK
                   PERFORM BUSCA-EN-CURSO
                   IF YA-EN-CURSO
                       DISPLAY "  YA HAY UN TRASLADO DE LA SUCURSAL "
                           STR-SUC-DESDE " PEDIDO O APROBADO SIN "
                           "APLICAR"
                       MOVE "N" TO ORDEN-OK-SW
                   END-IF
               END-IF
               IF ORDEN-OK
                   PERFORM CUENTA-EN-TRANSITO
                   IF CNT-EN-TRANSITO > 0
                       DISPLAY "  " CNT-EN-TRANSITO " TRANSACCIONES "
                           "DE LA SUCURSAL " STR-SUC-DESDE
                           " SIN CARGAR EN CLITRX.ENT, NO SE PIDE "
                           "EL TRASLADO"
                       MOVE "N" TO ORDEN-OK-SW
                   END-IF
               END-IF
               IF NOT ORDEN-OK
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CUENTA-A-TRASLADAR
                   MOVE CNT-CLIENTES TO STR-CLIENTES
                   MOVE TOTAL-SALDO TO STR-SALDO
                   MOVE FECHA-PROCESO TO STR-FECHA-PROPUESTA
                   MOVE SPACES TO STR-APROBADOR
                   MOVE STR-SOLICITANTE TO SOL-OPERADOR
                   MOVE SPACES TO SOL-ANTES
                   MOVE ORDEN-TRASLADO(1:15) TO SOL-ANTES
                   MOVE SPACES TO SOL-DESPUES
                   MOVE ORDEN-TRASLADO TO SOL-DESPUES
                   CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                       SOL-ANTES SOL-DESPUES SOL-OPERADOR
                   MOVE CNT-CLIENTES TO CNT-EDIT
                   MOVE TOTAL-SALDO TO TOTAL-EDIT
                   DISPLAY "  TRASLADO PEDIDO: " CNT-EDIT
                       " CLIENTES, SALDO " TOTAL-EDIT
                   DISPLAY "  LO APRUEBA UN SUPERVISOR EN APRUEBA Y "
                       "SE APLICA EN LA PROXIMA CORRIDA DE SUCTRASL"
               END-IF.

      *UN TRASLADO DE LA MISMA SUCURSAL YA PEDIDO SIN DECIDIR, O YA
      *APROBADO Y TODAVIA EN SUCTRASL.DAT, NO SE PIDE DOS VECES
           BUSCA-EN-CURSO.
               MOVE "N" TO YA-EN-CURSO-SW
               PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-CNT
                   IF TAB-ORDEN(O) NOT = HIGH-VALUES AND
                       TAB-ORDEN(O)(1:3) = STR-SUC-DESDE
                       SET YA-EN-CURSO TO TRUE
                   END-IF
               END-PERFORM
               MOVE "N" TO PENDIENTE-EOF-SW
               OPEN INPUT PENDIENTE-FILE
               IF PENDIENTE-NEW-FILE
                   CLOSE PENDIENTE-FILE
               ELSE
                   PERFORM UNTIL PENDIENTE-EOF
                       READ PENDIENTE-FILE
                           AT END
                               SET PENDIENTE-EOF TO TRUE
                           NOT AT END
                               IF PEN-ARCHIVO = "SUCTRASL.DAT" AND
                                   PEN-PENDIENTE AND
                                   PEN-DESPUES(1:3) = STR-SUC-DESDE
                                   SET YA-EN-CURSO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDIENTE-FILE
               END-IF.

      *CUENTA LOS CLIENTES Y EL SALDO QUE MOVERIA LA TARJETA
           CUENTA-A-TRASLADAR.
               MOVE 0 TO CNT-CLIENTES
               MOVE 0 TO TOTAL-SALDO
               MOVE "N" TO CLIENTE-EOF-SW
               MOVE ZEROS TO CLIENTE-ID
               START CLIENTE-FILE KEY IS NOT LESS THAN CLIENTE-ID
                   INVALID KEY
                       SET CLIENTE-EOF TO TRUE
               END-START
               PERFORM UNTIL CLIENTE-EOF
                   READ CLIENTE-FILE NEXT RECORD
                       AT END
                           SET CLIENTE-EOF TO TRUE
                       NOT AT END
                           IF CLIENTE-SUCURSAL = STR-SUC-DESDE AND
                               (STR-ESTADO = 0 OR
                               ESTADO = STR-ESTADO)
                               PERFORM SALDO-DEL-CLIENTE
                               ADD 1 TO CNT-CLIENTES
                               ADD SALDO-CLIENTE TO TOTAL-SALDO
                           END-IF
                   END-READ
               END-PERFORM.

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
                       " CLIENTES QUEDAN CON SALDO CERO"
               END-IF.

      *LLEVA LOS SALDOS AL DIA CON LOS MOVIMIENTOS DEL JOURNAL QUE
      *CLIENTE-BAL TODAVIA NO APLICO - UN RECUPERO NO LOS MUEVE
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

      *DEJA EN SALDO-CLIENTE EL SALDO DEL CLIENTE LEIDO
           SALDO-DEL-CLIENTE.
               MOVE CLIENTE-ID TO ID-BUSCADO
               PERFORM BUSCA-SALDO
               MOVE 0 TO SALDO-CLIENTE
               IF ENCONTRADO
                   MOVE SAL-SALDO(I) TO SALDO-CLIENTE
               END-IF.

      *NOMBRE DEL ESTADO DEL CLIENTE LEIDO
           NOMBRE-DE-ESTADO.
               EVALUATE ESTADO
                   WHEN 1 MOVE "ACTIVO" TO ESTADO-NOMBRE
                   WHEN 2 MOVE "INACTIVO" TO ESTADO-NOMBRE
                   WHEN 3 MOVE "SUSPENDIDO" TO ESTADO-NOMBRE
                   WHEN 4 MOVE "MOROSO" TO ESTADO-NOMBRE
                   WHEN OTHER MOVE "?" TO ESTADO-NOMBRE
               END-EVALUATE.

      *ENCABEZADO DEL REGISTRO DE LA ORDEN QUE SE APLICA
           IMPRIME-ENCABEZADO.
               MOVE SPACES TO LINEA-REPORTE
               STRING "REGISTRO DE TRASLADO DE SUCURSAL - "
                   FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "DE " STR-SUC-DESDE " A " STR-SUC-HASTA
                   "  ESTADO " STR-ESTADO " (0 = TODOS)"
                   "  PIDIO " STR-SOLICITANTE " EL "
                   STR-FECHA-PROPUESTA "  APROBO " STR-APROBADOR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CLIENTE NOMBRE                         "
                   "ESTADO               SALDO"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *CIERRA EL REGISTRO DE LA ORDEN CON LO MOVIDO Y LO PROPUESTO
           IMPRIME-TOTALES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-CLIENTES TO CNT-EDIT
               MOVE TOTAL-SALDO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CLIENTES TRASLADADOS: " CNT-EDIT
                   "  SALDO TRASLADADO " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE STR-CLIENTES TO CNT-EDIT
               MOVE STR-SALDO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "AL PEDIRLO ERAN     : " CNT-EDIT
                   "  SALDO             " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       END PROGRAM SUCTRASL.
