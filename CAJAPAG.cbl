      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collections-desk payment capture screen. The cashier
      *          signs on through SIGNON and, for each walk-in or
      *          phone payment, keys the CLIENTE-ID (CHKDIG check),
      *          the amount and the tender reference. The payment is
      *          appended to the CLIPAGOS.DAT journal with origin
      *          "CAJA" and the operator, under the next PAG-SECUENCIA
      *          - which is also the number printed on the receipt
      *          appended to RECIBOS.OUT. The amount is checked
      *          against the CLIBAL.DAT balance less the journal
      *          payments CLIENTE-BAL has not applied yet, so two
      *          payments the same day cannot overpay the account.
      *          A payment that clears a MOROSO balance stages the
      *          same PAGOTRX.DAT return-to-ACTIVO transaction
      *          BANCOPAG stages, for CLIENTE-CARGA to apply.
      *          A customer written off on CASTIGOS.DAT with nothing
      *          else owed may still pay: the amount is taken in full
      *          as a recovery (PAG-TIPO "U"), the receipt says so,
      *          and the customer stays INACTIVO.
      *          A payment matching a pending COTIZ-CANC payoff quote
      *          on COTIZA.DAT (through COTIZAPL) is taken even when
      *          it exceeds the balance on file - the quote projects
      *          the fees and interest still to come: once journaled,
      *          COTIZAPL bills what the runs have not, waives any cent
      *          difference and closes the quote, the account is left
      *          at zero and the receipt names the quote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJAPAG.
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

           SELECT BALANCE-FILE ASSIGN TO "CLIBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT RECIBO-FILE ASSIGN TO "RECIBOS.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIBO-STATUS.

           SELECT TRANSAC-FILE ASSIGN TO "PAGOTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSAC-STATUS.

           SELECT CASTIGO-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASTIGO-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REC.
           COPY CLIBAL.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  RECIBO-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-RECIBO            PIC X(80).

       FD  TRANSAC-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSAC-REC.
           COPY CLITRX.

       FD  CASTIGO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASTIGO-REC.
           COPY CASTIG.

       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 BALANCE-STATUS    PIC X(2) VALUE "00".
               88 BALANCE-NEW-FILE  VALUE "35".
           77 BALANCE-EOF-SW    PIC X VALUE "N".
               88 BALANCE-EOF       VALUE "Y".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".
           77 RECIBO-STATUS     PIC X(2) VALUE "00".
               88 RECIBO-NEW-FILE   VALUE "35".
           77 TRANSAC-STATUS    PIC X(2) VALUE "00".
               88 TRANSAC-NEW-FILE  VALUE "35".
           77 CASTIGO-STATUS    PIC X(2) VALUE "00".
               88 CASTIGO-NEW-FILE  VALUE "35".
           77 CASTIGO-EOF-SW    PIC X VALUE "N".
               88 CASTIGO-EOF       VALUE "Y".
           77 ERR-LOG-STATUS    PIC X(2) VALUE "00".
               88 ERR-LOG-NEW-FILE  VALUE "35".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

           77 CLIENTE-ID-ENTRADA PIC 9(6).
           77 MONTO-ENTRADA     PIC 9(7)V99.
           77 REFERENCIA-ENTRADA PIC X(10).
           77 CONFIRMA-ENTRADA  PIC X.
           77 DIGITO-CALCULADO  PIC 9 VALUE 0.
           77 ID-VALIDO-SW      PIC X VALUE "N".
               88 ID-VALIDO         VALUE "Y".
           77 SIGUE-SW          PIC X VALUE "S".
               88 FIN-CAPTURA       VALUE "N".
           77 FECHA-PROCESO     PIC 9(8).
           77 HORA-PROCESO      PIC 9(8).
           77 CNT-PAGOS         PIC 9(4) VALUE 0.
           77 TOTAL-CAJA        PIC 9(9)V99 VALUE 0.

      *SALDO DISPONIBLE DEL CLIENTE: SUBLEDGER MENOS LOS PAGOS DEL
      *JOURNAL QUE CLIENTE-BAL TODAVIA NO APLICO
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 SALDO-CLIENTE     PIC S9(9)V99 VALUE 0.
           77 ULT-PAGO-APLICADO PIC 9(6) VALUE 0.
           77 PROX-SECUENCIA    PIC 9(6) VALUE 0.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 SALDO-EDIT        PIC ---,---,--9.99.
           77 RECUPERO-SW       PIC X VALUE "N".
               88 ES-RECUPERO       VALUE "Y".

      *CALCE DEL PAGO CON UNA COTIZACION DE CANCELACION PENDIENTE
           01 COTIZA-PAGO.
               COPY COTAPL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            MOVE "S" TO SIGUE-SW
            MOVE 0 TO CNT-PAGOS
            MOVE 0 TO TOTAL-CAJA
            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                GOBACK
            END-IF

            PERFORM ABRIR-ARCHIVOS
            PERFORM CAPTURA-PAGO UNTIL FIN-CAPTURA
            PERFORM CERRAR-ARCHIVOS

            MOVE TOTAL-CAJA TO MONTO-EDIT
            DISPLAY CNT-PAGOS " PAGOS REGISTRADOS POR " OPERADOR
                " TOTAL " MONTO-EDIT

            GOBACK.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *ABRE EL MAESTRO DE CLIENTES EN CONSULTA
           ABRIR-ARCHIVOS.
               OPEN INPUT CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   DISPLAY "NO EXISTE CLIENTE.DAT"
                   CLOSE CLIENTE-FILE
                   SET FIN-CAPTURA TO TRUE
               END-IF.

      *TOMA UN PAGO: CLIENTE, MONTO Y REFERENCIA DEL MEDIO DE PAGO
           CAPTURA-PAGO.
               DISPLAY "INGRESE EL ID DEL CLIENTE (0 PARA SALIR): "
               ACCEPT CLIENTE-ID-ENTRADA
               IF CLIENTE-ID-ENTRADA = 0
                   SET FIN-CAPTURA TO TRUE
               ELSE
                   PERFORM VALIDA-ID-CLIENTE
                   IF ID-VALIDO
                       PERFORM LEE-CLIENTE
                   END-IF
                   IF ID-VALIDO
                       PERFORM BUSCA-SALDO
                   END-IF
                   IF ID-VALIDO
                       PERFORM TOMA-PAGO
                   END-IF
               END-IF.

      *VERIFICA EL DIGITO VERIFICADOR DEL ID INGRESADO VIA CHKDIG,
      *DEJANDO CONSTANCIA DEL RECHAZO EN ERRORES.LOG
           VALIDA-ID-CLIENTE.
               CALL "CHKDIG" USING CLIENTE-ID-ENTRADA
                   DIGITO-CALCULADO ID-VALIDO-SW
               IF NOT ID-VALIDO
                   DISPLAY "ID " CLIENTE-ID-ENTRADA " CON DIGITO "
                       "VERIFICADOR INVALIDO"
                   MOVE CLIENTE-ID-ENTRADA TO ERR-VALOR
                   PERFORM GRABA-ERROR
               END-IF.

      *EL CLIENTE DEBE EXISTIR EN EL MAESTRO
           LEE-CLIENTE.
               MOVE CLIENTE-ID-ENTRADA TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE UN CLIENTE CON ESE ID"
                       MOVE "N" TO ID-VALIDO-SW
                   NOT INVALID KEY
                       DISPLAY "CLIENTE: " CONTACTO-NOMBRE
               END-READ.

      *TOMA EL SALDO DEL SUBLEDGER Y LE DESCUENTA LOS PAGOS DEL
      *JOURNAL POSTERIORES AL ULTIMO APLICADO; DE PASO FIJA LA
      *PROXIMA SECUENCIA DEL JOURNAL
           BUSCA-SALDO.
               MOVE 0 TO SALDO-CLIENTE
               MOVE 0 TO ULT-PAGO-APLICADO
               MOVE "N" TO ENCONTRADO-SW
               MOVE "N" TO BALANCE-EOF-SW
               OPEN INPUT BALANCE-FILE
               IF BALANCE-NEW-FILE
                   CLOSE BALANCE-FILE
               ELSE
                   PERFORM UNTIL BALANCE-EOF OR ENCONTRADO
                       READ BALANCE-FILE
                           AT END
                               SET BALANCE-EOF TO TRUE
                           NOT AT END
                               IF BAL-CLIENTE-ID = CLIENTE-ID-ENTRADA
                                   SET ENCONTRADO TO TRUE
                                   MOVE BAL-SALDO TO SALDO-CLIENTE
                                   MOVE BAL-ULT-PAGO-SEC TO
                                       ULT-PAGO-APLICADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
               MOVE 0 TO PROX-SECUENCIA
               MOVE "N" TO PAGOS-EOF-SW
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
                               IF PAG-CLIENTE-ID = CLIENTE-ID-ENTRADA
                                   AND PAG-SECUENCIA >
                                       ULT-PAGO-APLICADO
                                   EVALUATE TRUE
                                       WHEN PAG-ES-REVERSO
                                       WHEN PAG-ES-REEMBOLSO
                                           ADD PAG-MONTO TO
                                               SALDO-CLIENTE
                                       WHEN PAG-ES-RECUPERO
                                           CONTINUE
                                       WHEN OTHER
                                           SUBTRACT PAG-MONTO FROM
                                               SALDO-CLIENTE
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF
               MOVE "N" TO RECUPERO-SW
               IF SALDO-CLIENTE NOT > 0
                   PERFORM BUSCA-CASTIGO
               END-IF
               EVALUATE TRUE
                   WHEN ES-RECUPERO
                       DISPLAY "CUENTA CASTIGADA: EL PAGO SE TOMA "
                           "COMO RECUPERO"
                   WHEN SALDO-CLIENTE NOT > 0
                       DISPLAY "EL CLIENTE NO TIENE SALDO DEUDOR, NO "
                           "SE TOMA EL PAGO"
                       MOVE "N" TO ID-VALIDO-SW
                   WHEN OTHER
                       MOVE SALDO-CLIENTE TO SALDO-EDIT
                       DISPLAY "SALDO ADEUDADO: " SALDO-EDIT
               END-EVALUATE.

      *UN CLIENTE SIN SALDO QUE FIGURA EN CASTIGOS.DAT PUEDE PAGAR:
      *LO QUE TRAE ES UN RECUPERO DE LA DEUDA CASTIGADA
           BUSCA-CASTIGO.
               MOVE "N" TO CASTIGO-EOF-SW
               OPEN INPUT CASTIGO-FILE
               IF CASTIGO-NEW-FILE
                   CLOSE CASTIGO-FILE
               ELSE
                   PERFORM UNTIL CASTIGO-EOF OR ES-RECUPERO
                       READ CASTIGO-FILE
                           AT END
                               SET CASTIGO-EOF TO TRUE
                           NOT AT END
                               IF CAS-CLIENTE-ID = CLIENTE-ID-ENTRADA
                                   SET ES-RECUPERO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CASTIGO-FILE
               END-IF.

      *PIDE MONTO Y REFERENCIA, CONTROLA QUE NO EXCEDA EL SALDO Y
      *ASIENTA EL PAGO SI EL CAJERO LO CONFIRMA
           TOMA-PAGO.
               DISPLAY "MONTO RECIBIDO: "
               ACCEPT MONTO-ENTRADA
               IF MONTO-ENTRADA = 0
                   DISPLAY "MONTO EN CERO, PAGO DESCARTADO"
               ELSE
                   MOVE "N" TO CAP-HALLADA
                   IF NOT ES-RECUPERO
                       PERFORM VERIFICA-COTIZACION
                   END-IF
                   IF MONTO-ENTRADA > SALDO-CLIENTE AND
                       NOT ES-RECUPERO AND NOT CAP-COTIZACION-HALLADA
                       DISPLAY "EL PAGO EXCEDE EL SALDO ADEUDADO, "
                           "NO SE TOMA"
                   ELSE
                       IF CAP-COTIZACION-HALLADA
                           MOVE CAP-TOTAL TO MONTO-EDIT
                           DISPLAY "EL PAGO CANCELA LA COTIZACION NRO "
                               CAP-NUMERO " POR " MONTO-EDIT
                       END-IF
                       DISPLAY "REFERENCIA (CHEQUE, COMPROBANTE): "
                       ACCEPT REFERENCIA-ENTRADA
                       MOVE MONTO-ENTRADA TO MONTO-EDIT
                       DISPLAY "CONFIRMA EL PAGO DE " MONTO-EDIT
                           " (S/N)? "
                       ACCEPT CONFIRMA-ENTRADA
                       IF CONFIRMA-ENTRADA = "S"
                           PERFORM GRABA-PAGO
                           EVALUATE TRUE
                               WHEN CAP-COTIZACION-HALLADA
                                   PERFORM APLICA-COTIZACION
                               WHEN NOT ES-RECUPERO
                                   SUBTRACT MONTO-ENTRADA FROM
                                       SALDO-CLIENTE
                           END-EVALUATE
                           PERFORM IMPRIME-RECIBO
                           IF SALDO-CLIENTE = 0 AND MOROSO
                               AND NOT ES-RECUPERO
                               PERFORM GENERA-REACTIVACION
                           END-IF
                       ELSE
                           DISPLAY "PAGO DESCARTADO"
                       END-IF
                   END-IF
               END-IF.

      *CONSULTA A COTIZAPL SI EL PAGO CALZA CON UNA COTIZACION DE
      *CANCELACION PENDIENTE DEL CLIENTE
           VERIFICA-COTIZACION.
               MOVE "V" TO CAP-MODO
               MOVE CLIENTE-ID-ENTRADA TO CAP-CLIENTE-ID
               MOVE MONTO-ENTRADA TO CAP-MONTO
               MOVE FECHA-PROCESO TO CAP-FECHA-PAGO
               MOVE FECHA-PROCESO TO CAP-FECHA-PROCESO
               MOVE 0 TO CAP-PAG-SECUENCIA
               MOVE OPERADOR TO CAP-OPERADOR
               CALL "COTIZAPL" USING COTIZA-PAGO.

      *CON EL PAGO YA ASENTADO, COTIZAPL FACTURA LO PROYECTADO,
      *BONIFICA LA DIFERENCIA Y CIERRA LA COTIZACION: LA CUENTA
      *QUEDA EN CERO
           APLICA-COTIZACION.
               MOVE "A" TO CAP-MODO
               MOVE PROX-SECUENCIA TO CAP-PAG-SECUENCIA
               CALL "COTIZAPL" USING COTIZA-PAGO
               IF CAP-COTIZACION-HALLADA
                   MOVE 0 TO SALDO-CLIENTE
               ELSE
                   SUBTRACT MONTO-ENTRADA FROM SALDO-CLIENTE
               END-IF.

      *ASIENTA EL PAGO EN EL JOURNAL CLIPAGOS.DAT CON LA SIGUIENTE
      *SECUENCIA, QUE ES TAMBIEN EL NUMERO DEL RECIBO; EL RECUPERO
      *VA CON TIPO "U"
           GRABA-PAGO.
               OPEN EXTEND PAGOS-FILE
               IF PAGOS-NEW-FILE
                   OPEN OUTPUT PAGOS-FILE
                   CLOSE PAGOS-FILE
                   OPEN EXTEND PAGOS-FILE
               END-IF
               ADD 1 TO PROX-SECUENCIA
               MOVE CLIENTE-ID-ENTRADA TO PAG-CLIENTE-ID
               MOVE MONTO-ENTRADA TO PAG-MONTO
               MOVE FECHA-PROCESO TO PAG-FECHA
               MOVE "CAJA" TO PAG-ORIGEN
               MOVE REFERENCIA-ENTRADA TO PAG-REFERENCIA
               MOVE PROX-SECUENCIA TO PAG-SECUENCIA
               MOVE OPERADOR TO PAG-OPERADOR
               IF ES-RECUPERO
                   MOVE "U" TO PAG-TIPO
               ELSE
                   MOVE SPACE TO PAG-TIPO
               END-IF
               MOVE 0 TO PAG-REF-SECUENCIA
               WRITE PAGOS-REC
               CLOSE PAGOS-FILE
               ADD 1 TO CNT-PAGOS
               ADD MONTO-ENTRADA TO TOTAL-CAJA.

      *AGREGA EL RECIBO NUMERADO AL ARCHIVO DE IMPRESION
           IMPRIME-RECIBO.
               OPEN EXTEND RECIBO-FILE
               IF RECIBO-NEW-FILE
                   OPEN OUTPUT RECIBO-FILE
                   CLOSE RECIBO-FILE
                   OPEN EXTEND RECIBO-FILE
               END-IF
               ACCEPT HORA-PROCESO FROM TIME
               MOVE SPACES TO LINEA-RECIBO
               STRING "RECIBO DE PAGO NRO " PROX-SECUENCIA
                   "     FECHA " FECHA-PROCESO
                   " HORA " HORA-PROCESO(1:4)
                   DELIMITED BY SIZE INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
               MOVE SPACES TO LINEA-RECIBO
               STRING "CUENTA NRO " CLIENTE-ID-ENTRADA "  "
                   CONTACTO-NOMBRE
                   DELIMITED BY SIZE INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
               MOVE MONTO-ENTRADA TO MONTO-EDIT
               MOVE SPACES TO LINEA-RECIBO
               STRING "RECIBIMOS LA SUMA DE " MONTO-EDIT
                   "  REF " REFERENCIA-ENTRADA
                   DELIMITED BY SIZE INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
               MOVE SALDO-CLIENTE TO SALDO-EDIT
               MOVE SPACES TO LINEA-RECIBO
               EVALUATE TRUE
                   WHEN ES-RECUPERO
                       MOVE "RECUPERO DE DEUDA CASTIGADA" TO
                           LINEA-RECIBO
                   WHEN CAP-COTIZACION-HALLADA
                       STRING "CANCELACION TOTAL SEGUN COTIZACION NRO "
                           CAP-NUMERO
                           DELIMITED BY SIZE INTO LINEA-RECIBO
                   WHEN OTHER
                       STRING "SALDO PENDIENTE LUEGO DEL PAGO: "
                           SALDO-EDIT
                           DELIMITED BY SIZE INTO LINEA-RECIBO
               END-EVALUATE
               WRITE LINEA-RECIBO
               IF CAP-COTIZACION-HALLADA AND CAP-BONIFICADO > 0
                   MOVE CAP-BONIFICADO TO MONTO-EDIT
                   MOVE SPACES TO LINEA-RECIBO
                   STRING "DIFERENCIA BONIFICADA: " MONTO-EDIT
                       "  SALDO PENDIENTE: 0"
                       DELIMITED BY SIZE INTO LINEA-RECIBO
                   WRITE LINEA-RECIBO
               END-IF
               MOVE SPACES TO LINEA-RECIBO
               STRING "CAJERO: " OPERADOR
                   DELIMITED BY SIZE INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
               MOVE ALL "-" TO LINEA-RECIBO
               WRITE LINEA-RECIBO
               CLOSE RECIBO-FILE
               DISPLAY "PAGO REGISTRADO, RECIBO NRO " PROX-SECUENCIA.

      *EMITE LA TRANSACCION DE VUELTA A ACTIVO EN FORMATO CLITRX,
      *IGUAL QUE BANCOPAG, PARA QUE CLIENTE-CARGA LA APLIQUE POR EL
      *CAMINO AUDITADO
           GENERA-REACTIVACION.
               OPEN EXTEND TRANSAC-FILE
               IF TRANSAC-NEW-FILE
                   OPEN OUTPUT TRANSAC-FILE
                   CLOSE TRANSAC-FILE
                   OPEN EXTEND TRANSAC-FILE
               END-IF
               MOVE CLIENTE-ID TO TRX-CLIENTE-ID
               MOVE "1" TO TRX-ESTADO
               MOVE OPERADOR TO TRX-OPERADOR
               MOVE CONTACTO-NOMBRE TO TRX-NOMBRE
               MOVE CONTACTO-TELEFONO TO TRX-TELEFONO
               MOVE CONTACTO-EMAIL TO TRX-EMAIL
               MOVE CONTACTO-DIRECCION TO TRX-DIRECCION
               MOVE "PG" TO TRX-MOTIVO
               MOVE CLIENTE-SUCURSAL TO TRX-SUCURSAL
               WRITE TRANSAC-REC
               CLOSE TRANSAC-FILE
               DISPLAY "SALDO CANCELADO: VUELTA A ACTIVO PREPARADA "
                   "PARA CLIENTE-CARGA".

      *DEJA CONSTANCIA DE UN INGRESO RECHAZADO EN EL LOG COMPARTIDO
      *ERRORES.LOG
           GRABA-ERROR.
               OPEN EXTEND ERROR-LOG-FILE
               IF ERR-LOG-NEW-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
                   CLOSE ERROR-LOG-FILE
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "CAJAPAG" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE.

      *CIERRA EL MAESTRO DE CLIENTES
           CERRAR-ARCHIVOS.
               IF NOT CLIENTE-NEW-FILE
                   CLOSE CLIENTE-FILE
               END-IF.

       END PROGRAM CAJAPAG.
