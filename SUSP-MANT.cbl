      ******************************************************************
      * Author:
      * Date:
      * Purpose: Unapplied-cash suspense maintenance screen, for
      *          supervisors only (SIGNON supervisor flag). The open
      *          items BANCOPAG posted to SUSPENSO.DAT are called up
      *          by suspense number and either applied to the right
      *          CLIENTE-ID - a normal CLIPAGOS.DAT entry with origin
      *          "SUSPENSO", checked against the customer's balance
      *          like a desk payment; applying less than what is
      *          open splits the item, the rest staying open for
      *          the next application - or marked for refund, which
      *          closes whatever is still open. Every action is an
      *          APLICACION or DEVOLUCION posting on SUSPENSO.DAT
      *          stamped with the date, time and supervisor. A
      *          payment that clears a MOROSO balance stages the
      *          usual PAGOTRX.DAT return-to-ACTIVO transaction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTIDAS-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTIDAS-STATUS.

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

           SELECT TRANSAC-FILE ASSIGN TO "PAGOTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSAC-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTIDAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARTIDAS-REC.
           COPY SUSPAR.

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

       FD  TRANSAC-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSAC-REC.
           COPY CLITRX.

       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
           77 PARTIDAS-STATUS   PIC X(2) VALUE "00".
               88 PARTIDAS-NEW-FILE VALUE "35".
           77 PARTIDAS-EOF-SW   PIC X VALUE "N".
               88 PARTIDAS-EOF      VALUE "Y".
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
           77 TRANSAC-STATUS    PIC X(2) VALUE "00".
               88 TRANSAC-NEW-FILE  VALUE "35".
           77 ERR-LOG-STATUS    PIC X(2) VALUE "00".
               88 ERR-LOG-NEW-FILE  VALUE "35".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

      *PARTIDAS DE SUSPENSO.DAT CON LO QUE SIGUE ABIERTO DE CADA UNA
           01 TABLA-PARTIDAS.
               05 PARTIDAS OCCURS 2000 TIMES.
                   10 PAR-NUMERO        PIC 9(6).
                   10 PAR-CLIENTE-ID    PIC X(6).
                   10 PAR-MONTO         PIC 9(7)V99.
                   10 PAR-ABIERTO       PIC S9(7)V99.
                   10 PAR-FECHA-PAGO    PIC 9(8).
                   10 PAR-REFERENCIA    PIC X(10).
                   10 PAR-MOTIVO        PIC X(30).
           77 PAR-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 P                 PIC 9(4) VALUE 0.

           77 NUMERO-ENTRADA    PIC 9(6).
           77 ACCION-ENTRADA    PIC X.
           77 CLIENTE-ID-ENTRADA PIC 9(6).
           77 MONTO-ENTRADA     PIC 9(7)V99.
           77 CONFIRMA-ENTRADA  PIC X.
           77 DIGITO-CALCULADO  PIC 9 VALUE 0.
           77 ID-VALIDO-SW      PIC X VALUE "N".
               88 ID-VALIDO         VALUE "Y".
           77 SIGUE-SW          PIC X VALUE "S".
               88 FIN-CAPTURA       VALUE "N".
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 FECHA-PROCESO     PIC 9(8).
           77 HORA-PROCESO      PIC 9(8).
           77 CNT-APLICADAS     PIC 9(4) VALUE 0.
           77 CNT-DEVUELTAS     PIC 9(4) VALUE 0.

      *SALDO DISPONIBLE DEL CLIENTE: SUBLEDGER MENOS LOS PAGOS DEL
      *JOURNAL QUE CLIENTE-BAL TODAVIA NO APLICO, COMO EN CAJAPAG
           77 SALDO-CLIENTE     PIC S9(9)V99 VALUE 0.
           77 ULT-PAGO-APLICADO PIC 9(6) VALUE 0.
           77 PROX-SECUENCIA    PIC 9(6) VALUE 0.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 SALDO-EDIT        PIC ---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            MOVE "S" TO SIGUE-SW
            MOVE 0 TO CNT-APLICADAS
            MOVE 0 TO CNT-DEVUELTAS
            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                GOBACK
            END-IF
            IF SUPERV-OPER NOT = "Y"
                DISPLAY "LA APLICACION DE PARTIDAS EN SUSPENSO ES "
                    "UNA OPERACION DE SUPERVISOR"
                GOBACK
            END-IF

            PERFORM CARGA-PARTIDAS
            PERFORM ABRIR-ARCHIVOS
            PERFORM TRATA-PARTIDA UNTIL FIN-CAPTURA
            PERFORM CERRAR-ARCHIVOS

            DISPLAY CNT-APLICADAS " APLICACIONES Y " CNT-DEVUELTAS
                " DEVOLUCIONES REGISTRADAS POR " OPERADOR

            GOBACK.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *CARGA LAS PARTIDAS: CADA INGRESO ABRE UNA, CADA APLICACION
      *O DEVOLUCION DESCUENTA DE LO QUE QUEDA ABIERTO
           CARGA-PARTIDAS.
               MOVE 0 TO PAR-CNT
               MOVE "N" TO PARTIDAS-EOF-SW
               OPEN INPUT PARTIDAS-FILE
               IF PARTIDAS-NEW-FILE
                   CLOSE PARTIDAS-FILE
                   DISPLAY "NO HAY PARTIDAS EN SUSPENSO"
               ELSE
                   PERFORM UNTIL PARTIDAS-EOF
                       READ PARTIDAS-FILE
                           AT END
                               SET PARTIDAS-EOF TO TRUE
                           NOT AT END
                               IF SUS-ES-INGRESO
                                   PERFORM AGREGA-PARTIDA
                               ELSE
                                   PERFORM DESCUENTA-PARTIDA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PARTIDAS-FILE
               END-IF
               IF CNT-DESBORDE > 0
                   DISPLAY "TABLA DE PARTIDAS LLENA, " CNT-DESBORDE
                       " PARTIDAS NO SE PUEDEN TRATAR"
               END-IF.

      *ABRE LA PARTIDA DEL INGRESO LEIDO
           AGREGA-PARTIDA.
               IF PAR-CNT < 2000
                   ADD 1 TO PAR-CNT
                   MOVE SUS-NUMERO TO PAR-NUMERO(PAR-CNT)
                   MOVE SUS-CLIENTE-ID TO PAR-CLIENTE-ID(PAR-CNT)
                   MOVE SUS-MONTO TO PAR-MONTO(PAR-CNT)
                   MOVE SUS-MONTO TO PAR-ABIERTO(PAR-CNT)
                   MOVE SUS-FECHA-PAGO TO PAR-FECHA-PAGO(PAR-CNT)
                   MOVE SUS-REFERENCIA TO PAR-REFERENCIA(PAR-CNT)
                   MOVE SUS-MOTIVO TO PAR-MOTIVO(PAR-CNT)
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF.

      *DESCUENTA LA APLICACION O DEVOLUCION LEIDA DE SU PARTIDA
           DESCUENTA-PARTIDA.
               MOVE SUS-NUMERO TO NUMERO-ENTRADA
               PERFORM BUSCA-PARTIDA
               IF ENCONTRADO
                   SUBTRACT SUS-MONTO FROM PAR-ABIERTO(P)
               END-IF.

      *UBICA LA PARTIDA NUMERO-ENTRADA EN LA TABLA
           BUSCA-PARTIDA.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO P
               PERFORM UNTIL ENCONTRADO OR P >= PAR-CNT
                   ADD 1 TO P
                   IF PAR-NUMERO(P) = NUMERO-ENTRADA
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *ABRE EL MAESTRO DE CLIENTES EN CONSULTA
           ABRIR-ARCHIVOS.
               OPEN INPUT CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   DISPLAY "NO EXISTE CLIENTE.DAT"
                   CLOSE CLIENTE-FILE
                   SET FIN-CAPTURA TO TRUE
               END-IF.

      *PIDE EL NUMERO DE PARTIDA, LA MUESTRA Y TOMA LA ACCION
           TRATA-PARTIDA.
               DISPLAY "NUMERO DE PARTIDA EN SUSPENSO (0 PARA SALIR): "
               ACCEPT NUMERO-ENTRADA
               IF NUMERO-ENTRADA = 0
                   SET FIN-CAPTURA TO TRUE
               ELSE
                   PERFORM BUSCA-PARTIDA
                   IF NOT ENCONTRADO
                       DISPLAY "NO EXISTE ESA PARTIDA"
                   ELSE
                       IF PAR-ABIERTO(P) NOT > 0
                           DISPLAY "LA PARTIDA YA ESTA CERRADA"
                       ELSE
                           PERFORM MUESTRA-PARTIDA
                           PERFORM TOMA-ACCION
                       END-IF
                   END-IF
               END-IF.

      *MUESTRA LOS DATOS DEL PAGO Y LO QUE SIGUE ABIERTO
           MUESTRA-PARTIDA.
               MOVE PAR-MONTO(P) TO MONTO-EDIT
               DISPLAY "PAGO DEL " PAR-FECHA-PAGO(P) " REF "
                   PAR-REFERENCIA(P) " POR " MONTO-EDIT
               DISPLAY "ID INFORMADO POR EL BANCO: " PAR-CLIENTE-ID(P)
               DISPLAY "MOTIVO DEL SUSPENSO: " PAR-MOTIVO(P)
               MOVE PAR-ABIERTO(P) TO MONTO-EDIT
               DISPLAY "IMPORTE ABIERTO: " MONTO-EDIT.

      *APLICAR A UN CLIENTE O MARCAR PARA DEVOLUCION
           TOMA-ACCION.
               DISPLAY "(A)PLICAR A UN CLIENTE, (D)EVOLVER, "
                   "OTRA TECLA VUELVE: "
               ACCEPT ACCION-ENTRADA
               EVALUATE ACCION-ENTRADA
                   WHEN "A"
                       PERFORM APLICA-PARTIDA
                   WHEN "D"
                       PERFORM DEVUELVE-PARTIDA
                   WHEN OTHER
                       DISPLAY "PARTIDA SIN CAMBIOS"
               END-EVALUATE.

      *APLICA TODO O PARTE DE LO ABIERTO AL CLIENTE CORRECTO
           APLICA-PARTIDA.
               DISPLAY "ID DEL CLIENTE AL QUE SE APLICA: "
               ACCEPT CLIENTE-ID-ENTRADA
               PERFORM VALIDA-ID-CLIENTE
               IF ID-VALIDO
                   PERFORM LEE-CLIENTE
               END-IF
               IF ID-VALIDO
                   PERFORM BUSCA-SALDO
               END-IF
               IF ID-VALIDO
                   PERFORM TOMA-APLICACION
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
               IF SALDO-CLIENTE NOT > 0
                   DISPLAY "EL CLIENTE NO TIENE SALDO DEUDOR, NO SE "
                       "LE APLICA LA PARTIDA"
                   MOVE "N" TO ID-VALIDO-SW
               ELSE
                   MOVE SALDO-CLIENTE TO SALDO-EDIT
                   DISPLAY "SALDO ADEUDADO: " SALDO-EDIT
               END-IF.

      *PIDE EL IMPORTE A APLICAR: HASTA LO ABIERTO Y HASTA EL SALDO
      *DEL CLIENTE; MENOS QUE LO ABIERTO DIVIDE LA PARTIDA
           TOMA-APLICACION.
               DISPLAY "IMPORTE A APLICAR: "
               ACCEPT MONTO-ENTRADA
               EVALUATE TRUE
                   WHEN MONTO-ENTRADA = 0
                       DISPLAY "IMPORTE EN CERO, NADA SE APLICA"
                   WHEN MONTO-ENTRADA > PAR-ABIERTO(P)
                       DISPLAY "EL IMPORTE EXCEDE LO ABIERTO DE LA "
                           "PARTIDA"
                   WHEN MONTO-ENTRADA > SALDO-CLIENTE
                       DISPLAY "EL IMPORTE EXCEDE EL SALDO ADEUDADO, "
                           "DIVIDA LA PARTIDA"
                   WHEN OTHER
                       MOVE MONTO-ENTRADA TO MONTO-EDIT
                       DISPLAY "CONFIRMA APLICAR " MONTO-EDIT
                           " AL CLIENTE " CLIENTE-ID-ENTRADA " (S/N)? "
                       ACCEPT CONFIRMA-ENTRADA
                       IF CONFIRMA-ENTRADA = "S"
                           PERFORM GRABA-PAGO
                           MOVE "A" TO SUS-MOVIMIENTO
                           MOVE CLIENTE-ID-ENTRADA TO SUS-CLIENTE-ID
                           MOVE MONTO-ENTRADA TO SUS-MONTO
                           MOVE PROX-SECUENCIA TO SUS-PAG-SECUENCIA
                           MOVE "APLICADA A CLIENTE" TO SUS-MOTIVO
                           PERFORM GRABA-MOVIMIENTO
                           ADD 1 TO CNT-APLICADAS
                           SUBTRACT MONTO-ENTRADA FROM SALDO-CLIENTE
                           IF SALDO-CLIENTE = 0 AND MOROSO
                               PERFORM GENERA-REACTIVACION
                           END-IF
                           MOVE PAR-ABIERTO(P) TO MONTO-EDIT
                           DISPLAY "APLICADO CON SECUENCIA "
                               PROX-SECUENCIA ", QUEDA ABIERTO "
                               MONTO-EDIT
                       ELSE
                           DISPLAY "APLICACION DESCARTADA"
                       END-IF
               END-EVALUATE.

      *MARCA PARA DEVOLUCION TODO LO QUE SIGUE ABIERTO
           DEVUELVE-PARTIDA.
               MOVE PAR-ABIERTO(P) TO MONTO-EDIT
               DISPLAY "CONFIRMA MARCAR " MONTO-EDIT
                   " PARA DEVOLUCION (S/N)? "
               ACCEPT CONFIRMA-ENTRADA
               IF CONFIRMA-ENTRADA = "S"
                   MOVE "D" TO SUS-MOVIMIENTO
                   MOVE PAR-CLIENTE-ID(P) TO SUS-CLIENTE-ID
                   MOVE PAR-ABIERTO(P) TO SUS-MONTO
                   MOVE 0 TO SUS-PAG-SECUENCIA
                   MOVE "MARCADA PARA DEVOLUCION" TO SUS-MOTIVO
                   PERFORM GRABA-MOVIMIENTO
                   ADD 1 TO CNT-DEVUELTAS
                   DISPLAY "PARTIDA MARCADA PARA DEVOLUCION"
               ELSE
                   DISPLAY "DEVOLUCION DESCARTADA"
               END-IF.

      *ASIENTA LA APLICACION EN EL JOURNAL CLIPAGOS.DAT COMO UN
      *PAGO COMUN CON LA SIGUIENTE SECUENCIA
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
               MOVE "SUSPENSO" TO PAG-ORIGEN
               MOVE PAR-REFERENCIA(P) TO PAG-REFERENCIA
               MOVE PROX-SECUENCIA TO PAG-SECUENCIA
               MOVE OPERADOR TO PAG-OPERADOR
               MOVE SPACE TO PAG-TIPO
               MOVE 0 TO PAG-REF-SECUENCIA
               WRITE PAGOS-REC
               CLOSE PAGOS-FILE.

      *AGREGA A SUSPENSO.DAT EL MOVIMIENTO ARMADO, CON LOS DATOS DE
      *LA PARTIDA Y EL SELLO DEL SUPERVISOR, Y LO DESCUENTA DE LO
      *ABIERTO
           GRABA-MOVIMIENTO.
               OPEN EXTEND PARTIDAS-FILE
               IF PARTIDAS-NEW-FILE
                   OPEN OUTPUT PARTIDAS-FILE
                   CLOSE PARTIDAS-FILE
                   OPEN EXTEND PARTIDAS-FILE
               END-IF
               ACCEPT HORA-PROCESO FROM TIME
               MOVE PAR-NUMERO(P) TO SUS-NUMERO
               MOVE PAR-FECHA-PAGO(P) TO SUS-FECHA-PAGO
               MOVE PAR-REFERENCIA(P) TO SUS-REFERENCIA
               MOVE FECHA-PROCESO TO SUS-FECHA
               MOVE HORA-PROCESO TO SUS-HORA
               MOVE OPERADOR TO SUS-OPERADOR
               WRITE PARTIDAS-REC
               CLOSE PARTIDAS-FILE
               SUBTRACT SUS-MONTO FROM PAR-ABIERTO(P).

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
               MOVE "SUSP-MANT" TO ERR-PROGRAMA
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

       END PROGRAM SUSP-MANT.
