      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payoff quote at the collections desk. The operator
      *          signs on through SIGNON, keys the CLIENTE-ID (CHKDIG
      *          check) and the date the customer means to pay, and
      *          gets what it takes to close the account that day:
      *          the balance owed now - CLIBAL.DAT plus the FEEBILL
      *          and CLIPAGOS.DAT postings CLIENTE-BAL has not applied
      *          yet - plus the late fees the month-end CLIENTE-FEE
      *          runs would bill until then (days in MOROSO since
      *          CLIENTE-ULT-FECHA times FEE-TASA-DIARIA, none while
      *          a dispute is open) and the interest CLIENTE-INT would
      *          accrue on the positive balance, the fees and each
      *          month's interest joining the balance at month-end as
      *          the runs post them (none under dispute, a VIGENTE
      *          payment plan or a write-off). Once confirmed, the
      *          quote is numbered and kept on COTIZA.DAT with its
      *          good-through date - the payment date plus the
      *          COTIZ-DIAS-VALIDEZ business days of PARAMS.DAT - and
      *          the quote letter with the breakdown is appended to
      *          COTIZA.OUT. A payment matching it in time is settled
      *          in full by COTIZAPL from CAJAPAG or BANCOPAG. Runs
      *          from the MENU console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTIZ-CANC.
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

           SELECT FACTURA-FILE ASSIGN TO "FEEBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURA-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTA-STATUS.

           SELECT CONVENIO-FILE ASSIGN TO "CONVENIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVENIO-STATUS.

           SELECT CASTIGO-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASTIGO-STATUS.

           SELECT COTIZA-FILE ASSIGN TO "COTIZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COTIZA-STATUS.

           SELECT CARTA-FILE ASSIGN TO "COTIZA.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTA-STATUS.

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

       FD  FACTURA-FILE
           LABEL RECORDS ARE STANDARD.
       01  FACTURA-REC.
           COPY FEEREC.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  DISPUTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTA-REC.
           COPY COBDIS.

       FD  CONVENIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONVENIO-REC.
           COPY COBCNV.

       FD  CASTIGO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASTIGO-REC.
           COPY CASTIG.

       FD  COTIZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  COTIZA-REC.
           COPY COTIZA.

       FD  CARTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CARTA             PIC X(80).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 BALANCE-STATUS    PIC X(2) VALUE "00".
               88 BALANCE-NEW-FILE  VALUE "35".
           77 BALANCE-EOF-SW    PIC X VALUE "N".
               88 BALANCE-EOF       VALUE "Y".
           77 FACTURA-STATUS    PIC X(2) VALUE "00".
               88 FACTURA-NEW-FILE  VALUE "35".
           77 FACTURA-EOF-SW    PIC X VALUE "N".
               88 FACTURA-EOF       VALUE "Y".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".
           77 DISPUTA-STATUS    PIC X(2) VALUE "00".
               88 DISPUTA-NEW-FILE  VALUE "35".
           77 DISPUTA-EOF-SW    PIC X VALUE "N".
               88 DISPUTA-EOF       VALUE "Y".
           77 CONVENIO-STATUS   PIC X(2) VALUE "00".
               88 CONVENIO-NEW-FILE VALUE "35".
           77 CONVENIO-EOF-SW   PIC X VALUE "N".
               88 CONVENIO-EOF      VALUE "Y".
           77 CASTIGO-STATUS    PIC X(2) VALUE "00".
               88 CASTIGO-NEW-FILE  VALUE "35".
           77 CASTIGO-EOF-SW    PIC X VALUE "N".
               88 CASTIGO-EOF       VALUE "Y".
           77 COTIZA-STATUS     PIC X(2) VALUE "00".
               88 COTIZA-NEW-FILE   VALUE "35".
           77 COTIZA-EOF-SW     PIC X VALUE "N".
               88 COTIZA-EOF        VALUE "Y".
           77 CARTA-STATUS      PIC X(2) VALUE "00".
               88 CARTA-NEW-FILE    VALUE "35".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 TASA-DIARIA       PIC 9(3)V99 VALUE 0.
           77 TASA-ANUAL        PIC 9(3)V99 VALUE 0.
           77 BASE-DIAS         PIC 9(3) VALUE 365.
           77 DIAS-VALIDEZ      PIC 9(3) VALUE 0.

           77 CLIENTE-ID-ENTRADA PIC 9(6).
           77 DIGITO-CALCULADO  PIC 9 VALUE 0.
           77 ID-VALIDO-SW      PIC X VALUE "N".
               88 ID-VALIDO         VALUE "Y".
           77 SIGUE-SW          PIC X VALUE "S".
               88 FIN-COTIZACION    VALUE "N".
           77 CONFIRMA          PIC X VALUE "N".
           77 CNT-EMITIDAS      PIC 9(4) VALUE 0.
           77 HORA-PROCESO      PIC 9(8).

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).

      *FECHA EN QUE EL CLIENTE PIENSA PAGAR Y HASTA CUANDO VALE LA
      *COTIZACION
           01 FECHA-PAGO        PIC 9(8).
           01 FECHA-PAGO-DET REDEFINES FECHA-PAGO.
               05 PAGO-ANIO     PIC 9(4).
               05 PAGO-MES      PIC 9(2).
               05 PAGO-DIA      PIC 9(2).
           77 FECHA-TOPE        PIC 9(8).
           01 FECHA-VALIDA      PIC 9(8).
           01 FECHA-VALIDA-DET REDEFINES FECHA-VALIDA.
               05 VALIDA-ANIO   PIC 9(4).
               05 VALIDA-MES    PIC 9(2).
               05 VALIDA-DIA    PIC 9(2).
           77 HABIL-HALLADO-SW  PIC X VALUE "N".
               88 HABIL-HALLADO     VALUE "Y".
           77 ANIO-CALCULO      PIC 9(4) VALUE 0.
           77 BISIESTO-FLAG     PIC X VALUE "N".
               88 ES-BISIESTO       VALUE "Y".
           77 MES-IX            PIC 9(2) VALUE 0.
           77 MAX-DIA           PIC 9(2) VALUE 31.

      *SALDO DEL CLIENTE: SUBLEDGER CON SUS MARCAS DE AVANCE MAS LO
      *QUE CLIENTE-BAL TODAVIA NO APLICO
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 SALDO-CLIENTE     PIC S9(9)V99 VALUE 0.
           77 MARCA-CARGO       PIC 9(8) VALUE 0.
           77 ULT-PAGO-APLICADO PIC 9(6) VALUE 0.
           77 ULT-AJU-APLICADO  PIC 9(6) VALUE 0.
           77 ULT-FEE-SECUENCIA PIC 9(6) VALUE 0.
           77 ULT-INTERES       PIC 9(8) VALUE 0.
           77 CUOTA-HOY-SW      PIC X VALUE "N".
               88 CUOTA-HOY         VALUE "Y".

      *CAUSA POR LA QUE EL CLIENTE NO DEVENGA INTERES, COMO EN
      *CLIENTE-INT; LA DISPUTA TAMBIEN FRENA LA MORA
           77 CAUSA-EXCLUSION   PIC X VALUE SPACE.
               88 EXCLUIDO-DISPUTA  VALUE "D".
               88 EXCLUIDO-CONVENIO VALUE "C".
               88 EXCLUIDO-CASTIGO  VALUE "K".

      *PROYECCION MES A MES HASTA LA FECHA DE PAGO
           01 FECHA-CORTE-ANT   PIC 9(8).
           01 FECHA-CORTE-DET REDEFINES FECHA-CORTE-ANT.
               05 CORTE-ANIO    PIC 9(4).
               05 CORTE-MES     PIC 9(2).
               05 CORTE-DIA     PIC 9(2).
           77 FECHA-INICIO-ANT  PIC 9(8).
           01 FECHA-FIN-MES     PIC 9(8).
           01 FECHA-FIN-DET REDEFINES FECHA-FIN-MES.
               05 FIN-ANIO      PIC 9(4).
               05 FIN-MES       PIC 9(2).
               05 FIN-DIA       PIC 9(2).
           01 FECHA-ULTIMA      PIC 9(8).
           01 FECHA-ULT-DET REDEFINES FECHA-ULTIMA.
               05 ULT-ANIO      PIC 9(4).
               05 ULT-MES       PIC 9(2).
               05 ULT-DIA       PIC 9(2).
           01 FECHA-PUNTO       PIC 9(8).
           01 FECHA-PUNTO-DET REDEFINES FECHA-PUNTO.
               05 PUNTO-ANIO    PIC 9(4).
               05 PUNTO-MES     PIC 9(2).
               05 PUNTO-DIA     PIC 9(2).
           01 FECHA-TRAMO       PIC 9(8).
           01 FECHA-TRAMO-DET REDEFINES FECHA-TRAMO.
               05 TRAMO-ANIO    PIC 9(4).
               05 TRAMO-MES     PIC 9(2).
               05 TRAMO-DIA     PIC 9(2).
           77 DIAS-TRAMO        PIC S9(7) VALUE 0.
           77 DIAS-MORA         PIC S9(7) VALUE 0.
           77 SALDO-CORRIENTE   PIC S9(9)V99 VALUE 0.
           77 INTERES-ACUM      PIC S9(9)V9(6) VALUE 0.
           77 MONTO-INTERES     PIC 9(7)V99 VALUE 0.
           77 MONTO-CUOTA       PIC 9(7)V99 VALUE 0.
           77 MORA-PROYECTADA   PIC 9(7)V99 VALUE 0.
           77 INTERES-PROYECTADO PIC 9(7)V99 VALUE 0.
           77 TOTAL-COTIZADO    PIC 9(9)V99 VALUE 0.
           77 CNT-CUOTAS        PIC 9(2) VALUE 0.
           77 ULTIMO-NUMERO     PIC 9(6) VALUE 0.

           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 SALDO-EDIT        PIC ---,---,--9.99.
           77 TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
           77 CNT-EDIT          PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM INICIALIZA-SESION

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                GOBACK
            END-IF

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM LEE-PARAMETROS

            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                GOBACK
            END-IF

            DISPLAY "COTIZACION DE CANCELACION - FECHA DE PROCESO "
                FECHA-PROCESO
            PERFORM ATIENDE-PEDIDO UNTIL FIN-COTIZACION
            CLOSE CLIENTE-FILE

            DISPLAY CNT-EMITIDAS " COTIZACIONES EMITIDAS POR "
                OPERADOR ", VER COTIZA.OUT"

            GOBACK.

      *REINICIA LOS INTERRUPTORES Y CONTADORES DE LA SESION: EL
      *PROGRAMA SE LLAMA REPETIDO DESDE LA CONSOLA MENU Y LA
      *WORKING-STORAGE CONSERVA EL ESTADO DE LA CORRIDA ANTERIOR
           INICIALIZA-SESION.
               MOVE "N" TO SIGNON-SW
               MOVE "S" TO SIGUE-SW
               MOVE 0 TO CNT-EMITIDAS.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *LEE DE LA TABLA CENTRAL DE PARAMETROS LAS TARIFAS CON QUE SE
      *PROYECTA (LAS MISMAS DE CLIENTE-FEE Y CLIENTE-INT) Y LOS DIAS
      *HABILES DE VALIDEZ DE LA COTIZACION
           LEE-PARAMETROS.
               MOVE 0 TO TASA-DIARIA
               MOVE "FEE-TASA-DIARIA" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE TASA-DIARIA =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE 0 TO TASA-ANUAL
               MOVE "INTERES-TASA-ANUAL" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE TASA-ANUAL =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE 365 TO BASE-DIAS
               MOVE "INTERES-BASE-DIAS" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE BASE-DIAS =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               IF BASE-DIAS = 0
                   MOVE 365 TO BASE-DIAS
               END-IF
               MOVE 0 TO DIAS-VALIDEZ
               MOVE "COTIZ-DIAS-VALIDEZ" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-VALIDEZ =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *ATIENDE UN PEDIDO: CLIENTE, FECHA DE PAGO, PROYECCION Y, SI EL
      *OPERADOR LA CONFIRMA, EMISION DE LA COTIZACION
           ATIENDE-PEDIDO.
               DISPLAY "INGRESE EL ID DEL CLIENTE (0 PARA SALIR): "
               ACCEPT CLIENTE-ID-ENTRADA
               IF CLIENTE-ID-ENTRADA = 0
                   SET FIN-COTIZACION TO TRUE
               ELSE
                   PERFORM VALIDA-ID-CLIENTE
                   IF ID-VALIDO
                       PERFORM LEE-CLIENTE
                   END-IF
                   IF ID-VALIDO
                       PERFORM PIDE-FECHA-PAGO
                   END-IF
                   IF ID-VALIDO
                       PERFORM BUSCA-SALDO
                   END-IF
                   IF ID-VALIDO
                       PERFORM PROYECTA-CARGOS
                       PERFORM CALCULA-VALIDEZ
                       PERFORM MUESTRA-COTIZACION
                       DISPLAY "EMITE LA COTIZACION (S/N)? "
                       ACCEPT CONFIRMA
                       IF CONFIRMA = "S" OR CONFIRMA = "s"
                           PERFORM EMITE-COTIZACION
                       ELSE
                           DISPLAY "COTIZACION DESCARTADA"
                       END-IF
                   END-IF
               END-IF.

      *VERIFICA EL DIGITO VERIFICADOR DEL ID INGRESADO VIA CHKDIG
           VALIDA-ID-CLIENTE.
               CALL "CHKDIG" USING CLIENTE-ID-ENTRADA
                   DIGITO-CALCULADO ID-VALIDO-SW
               IF NOT ID-VALIDO
                   DISPLAY "ID " CLIENTE-ID-ENTRADA " CON DIGITO "
                       "VERIFICADOR INVALIDO"
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

      *PIDE LA FECHA DE PAGO: UNA FECHA REAL, NO ANTERIOR A LA DE
      *PROCESO Y A NO MAS DE UN ANIO DE ELLA
           PIDE-FECHA-PAGO.
               DISPLAY "FECHA EN QUE PAGARA AAAAMMDD (0 = HOY): "
               ACCEPT FECHA-PAGO
               IF FECHA-PAGO = 0
                   MOVE FECHA-PROCESO TO FECHA-PAGO
               END-IF
               COMPUTE FECHA-TOPE = FECHA-PROCESO + 10000
               MOVE PAGO-ANIO TO ANIO-CALCULO
               CALL "BISLEAP" USING ANIO-CALCULO BISIESTO-FLAG
               MOVE PAGO-MES TO MES-IX
               PERFORM CALCULA-MAX-DIA-MES
               EVALUATE TRUE
                   WHEN PAGO-MES < 1 OR PAGO-MES > 12 OR
                       PAGO-DIA < 1 OR PAGO-DIA > MAX-DIA
                       DISPLAY "FECHA DE PAGO INVALIDA"
                       MOVE "N" TO ID-VALIDO-SW
                   WHEN FECHA-PAGO < FECHA-PROCESO
                       DISPLAY "LA FECHA DE PAGO NO PUEDE SER ANTERIOR "
                           "AL " FECHA-PROCESO
                       MOVE "N" TO ID-VALIDO-SW
                   WHEN FECHA-PAGO > FECHA-TOPE
                       DISPLAY "LA FECHA DE PAGO NO PUEDE PASAR DEL "
                           FECHA-TOPE
                       MOVE "N" TO ID-VALIDO-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *CANTIDAD DE DIAS DEL MES MES-IX, CON FEBRERO SEGUN EL ANIO
           CALCULA-MAX-DIA-MES.
               EVALUATE MES-IX
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       MOVE 30 TO MAX-DIA
                   WHEN 02
                       IF ES-BISIESTO
                           MOVE 29 TO MAX-DIA
                       ELSE
                           MOVE 28 TO MAX-DIA
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO MAX-DIA
               END-EVALUATE.

      *ARMA EL SALDO ADEUDADO HOY Y DEJA LAS MARCAS QUE USA LA
      *PROYECCION; SIN SALDO DEUDOR NO HAY NADA QUE COTIZAR
           BUSCA-SALDO.
               MOVE 0 TO SALDO-CLIENTE
               MOVE 0 TO MARCA-CARGO
               MOVE 0 TO ULT-PAGO-APLICADO
               MOVE 0 TO ULT-AJU-APLICADO
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
                                   MOVE BAL-ULT-CARGO TO MARCA-CARGO
                                   MOVE BAL-ULT-PAGO-SEC TO
                                       ULT-PAGO-APLICADO
                                   MOVE BAL-ULT-AJU-SEC TO
                                       ULT-AJU-APLICADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
               IF NOT ENCONTRADO
                   DISPLAY "EL CLIENTE NO FIGURA EN EL SUBLEDGER, NO "
                       "SE COTIZA"
                   MOVE "N" TO ID-VALIDO-SW
               ELSE
                   PERFORM SUMA-CARGOS-PENDIENTES
                   PERFORM SUMA-PAGOS-PENDIENTES
                   PERFORM BUSCA-EXCLUSION
                   IF SALDO-CLIENTE NOT > 0
                       DISPLAY "EL CLIENTE NO TIENE SALDO DEUDOR, NO "
                           "SE COTIZA"
                       MOVE "N" TO ID-VALIDO-SW
                   END-IF
               END-IF.

      *RECORRE FEEBILL.DAT: LA ULTIMA SECUENCIA, EL ULTIMO DEVENGO
      *DEL CLIENTE, SI YA TIENE CUOTA DE HOY, Y LOS CARGOS QUE
      *CLIENTE-BAL NO APLICO - LOS DE SECUENCIA POR ELLA, LAS CUOTAS
      *COMUNES POR FECHA
           SUMA-CARGOS-PENDIENTES.
               MOVE 0 TO ULT-FEE-SECUENCIA
               MOVE 0 TO ULT-INTERES
               MOVE "N" TO CUOTA-HOY-SW
               MOVE "N" TO FACTURA-EOF-SW
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
                                   FEE-SECUENCIA > ULT-FEE-SECUENCIA
                                   MOVE FEE-SECUENCIA TO
                                       ULT-FEE-SECUENCIA
                               END-IF
                               IF FEE-CLIENTE-ID = CLIENTE-ID-ENTRADA
                                   PERFORM SUMA-UN-CARGO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FACTURA-FILE
               END-IF.

      *UN AJUSTE DESCARGA EL SALDO; LOS DEMAS LO CARGAN
           SUMA-UN-CARGO.
               IF FEE-ES-INTERES AND FEE-FECHA > ULT-INTERES
                   MOVE FEE-FECHA TO ULT-INTERES
               END-IF
               IF FEE-ES-AJUSTE OR FEE-ES-DEVOLUCION OR
                   FEE-ES-INTERES OR FEE-ES-COTIZADO
                   IF FEE-SECUENCIA > ULT-AJU-APLICADO
                       IF FEE-ES-AJUSTE
                           SUBTRACT FEE-MONTO FROM SALDO-CLIENTE
                       ELSE
                           ADD FEE-MONTO TO SALDO-CLIENTE
                       END-IF
                   END-IF
               ELSE
                   IF FEE-FECHA = FECHA-PROCESO
                       SET CUOTA-HOY TO TRUE
                   END-IF
                   IF FEE-FECHA > MARCA-CARGO
                       ADD FEE-MONTO TO SALDO-CLIENTE
                       MOVE FEE-FECHA TO MARCA-CARGO
                   END-IF
               END-IF.

      *DESCUENTA LOS PAGOS DEL JOURNAL POSTERIORES AL ULTIMO
      *APLICADO: UNA REVERSION O UN REEMBOLSO CARGAN, UN RECUPERO NO
      *MUEVE EL SALDO
           SUMA-PAGOS-PENDIENTES.
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
               END-IF.

      *DISPUTA ABIERTA, CONVENIO VIGENTE O CASTIGO DEL CLIENTE, EN
      *ESE ORDEN
           BUSCA-EXCLUSION.
               MOVE SPACE TO CAUSA-EXCLUSION
               MOVE "N" TO DISPUTA-EOF-SW
               OPEN INPUT DISPUTA-FILE
               IF DISPUTA-NEW-FILE
                   CLOSE DISPUTA-FILE
               ELSE
                   PERFORM UNTIL DISPUTA-EOF OR
                       CAUSA-EXCLUSION NOT = SPACE
                       READ DISPUTA-FILE
                           AT END
                               SET DISPUTA-EOF TO TRUE
                           NOT AT END
                               IF DIS-ABIERTA AND
                                   DIS-CLIENTE-ID = CLIENTE-ID-ENTRADA
                                   SET EXCLUIDO-DISPUTA TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTA-FILE
               END-IF
               IF CAUSA-EXCLUSION = SPACE
                   MOVE "N" TO CONVENIO-EOF-SW
                   OPEN INPUT CONVENIO-FILE
                   IF CONVENIO-NEW-FILE
                       CLOSE CONVENIO-FILE
                   ELSE
                       PERFORM UNTIL CONVENIO-EOF OR
                           CAUSA-EXCLUSION NOT = SPACE
                           READ CONVENIO-FILE
                               AT END
                                   SET CONVENIO-EOF TO TRUE
                               NOT AT END
                                   IF PLAN-VIGENTE AND CNV-CLIENTE-ID =
                                       CLIENTE-ID-ENTRADA
                                       SET EXCLUIDO-CONVENIO TO TRUE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE CONVENIO-FILE
                   END-IF
               END-IF
               IF CAUSA-EXCLUSION = SPACE
                   MOVE "N" TO CASTIGO-EOF-SW
                   OPEN INPUT CASTIGO-FILE
                   IF CASTIGO-NEW-FILE
                       CLOSE CASTIGO-FILE
                   ELSE
                       PERFORM UNTIL CASTIGO-EOF OR
                           CAUSA-EXCLUSION NOT = SPACE
                           READ CASTIGO-FILE
                               AT END
                                   SET CASTIGO-EOF TO TRUE
                               NOT AT END
                                   IF CAS-CLIENTE-ID =
                                       CLIENTE-ID-ENTRADA
                                       SET EXCLUIDO-CASTIGO TO TRUE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE CASTIGO-FILE
                   END-IF
               END-IF.

      *PROYECTA MES A MES HASTA LA FECHA DE PAGO: EL INTERES CORRE
      *DESDE DONDE LO DEJARIA CLIENTE-INT (SU ULTIMO DEVENGO SI CAYO
      *EN EL MES ANTERIOR O DESPUES, SI NO EL FIN DE ESE MES) Y CADA
      *FIN DE MES SUMA AL SALDO EL INTERES DEL MES Y LA CUOTA DE MORA
      *QUE FACTURARIA CLIENTE-FEE
           PROYECTA-CARGOS.
               MOVE 0 TO MORA-PROYECTADA
               MOVE 0 TO INTERES-PROYECTADO
               MOVE 0 TO INTERES-ACUM
               MOVE 0 TO CNT-CUOTAS
               MOVE SALDO-CLIENTE TO SALDO-CORRIENTE
               PERFORM CALCULA-PERIODO
               MOVE FECHA-CORTE-ANT TO FECHA-PUNTO
               IF ULT-INTERES NOT < FECHA-INICIO-ANT
                   MOVE ULT-INTERES TO FECHA-PUNTO
               END-IF
               MOVE PROC-ANIO TO FIN-ANIO
               MOVE PROC-MES TO FIN-MES
               PERFORM FIJA-FIN-MES
               PERFORM PROYECTA-MES UNTIL FECHA-FIN-MES > FECHA-PAGO
               IF FECHA-PUNTO < FECHA-PAGO
                   MOVE FECHA-PAGO TO FECHA-TRAMO
                   PERFORM ACUMULA-TRAMO
               END-IF
               PERFORM CAPITALIZA-INTERES
               COMPUTE TOTAL-COTIZADO = SALDO-CLIENTE +
                   MORA-PROYECTADA + INTERES-PROYECTADO.

      *ULTIMO DIA DEL MES ANTERIOR AL DE PROCESO Y PRIMER DIA DE ESE
      *MES, COMO LOS TOMA CLIENTE-INT
           CALCULA-PERIODO.
               IF PROC-MES = 1
                   COMPUTE CORTE-ANIO = PROC-ANIO - 1
                   MOVE 12 TO CORTE-MES
               ELSE
                   MOVE PROC-ANIO TO CORTE-ANIO
                   COMPUTE CORTE-MES = PROC-MES - 1
               END-IF
               MOVE CORTE-ANIO TO ANIO-CALCULO
               CALL "BISLEAP" USING ANIO-CALCULO BISIESTO-FLAG
               MOVE CORTE-MES TO MES-IX
               PERFORM CALCULA-MAX-DIA-MES
               MOVE MAX-DIA TO CORTE-DIA
               COMPUTE FECHA-INICIO-ANT = CORTE-ANIO * 10000 +
                   CORTE-MES * 100 + 1.

      *PONE EN FIN-DIA EL ULTIMO DIA DEL MES FIN-MES DE FIN-ANIO
           FIJA-FIN-MES.
               MOVE FIN-ANIO TO ANIO-CALCULO
               CALL "BISLEAP" USING ANIO-CALCULO BISIESTO-FLAG
               MOVE FIN-MES TO MES-IX
               PERFORM CALCULA-MAX-DIA-MES
               MOVE MAX-DIA TO FIN-DIA.

      *UN FIN DE MES DENTRO DEL PLAZO: DEVENGA HASTA EL, CAPITALIZA
      *EL INTERES DEL MES, SUMA LA CUOTA Y PASA AL MES SIGUIENTE
           PROYECTA-MES.
               IF FECHA-PUNTO < FECHA-FIN-MES
                   MOVE FECHA-FIN-MES TO FECHA-TRAMO
                   PERFORM ACUMULA-TRAMO
               END-IF
               PERFORM CAPITALIZA-INTERES
               PERFORM PROYECTA-CUOTA
               IF FIN-MES = 12
                   ADD 1 TO FIN-ANIO
                   MOVE 1 TO FIN-MES
               ELSE
                   ADD 1 TO FIN-MES
               END-IF
               PERFORM FIJA-FIN-MES.

      *DEVENGA EL SALDO CORRIENTE DESDE EL PUNTO HASTA FECHA-TRAMO,
      *SOLO MIENTRAS SEA DEUDOR Y EL CLIENTE NO ESTE EXCLUIDO
           ACUMULA-TRAMO.
               CALL "DATEDIF" USING PUNTO-DIA PUNTO-MES PUNTO-ANIO
                   TRAMO-DIA TRAMO-MES TRAMO-ANIO DIAS-TRAMO
               IF DIAS-TRAMO > 0 AND SALDO-CORRIENTE > 0 AND
                   CAUSA-EXCLUSION = SPACE
                   COMPUTE INTERES-ACUM = INTERES-ACUM +
                       SALDO-CORRIENTE * DIAS-TRAMO * TASA-ANUAL
                       / 100 / BASE-DIAS
               END-IF
               MOVE FECHA-TRAMO TO FECHA-PUNTO.

      *EL INTERES ACUMULADO PASA, REDONDEADO, A LO PROYECTADO Y AL
      *SALDO, COMO LO DEJA EL DEVENGO DE FIN DE MES
           CAPITALIZA-INTERES.
               COMPUTE MONTO-INTERES ROUNDED = INTERES-ACUM
               ADD MONTO-INTERES TO INTERES-PROYECTADO
               ADD MONTO-INTERES TO SALDO-CORRIENTE
               MOVE 0 TO INTERES-ACUM.

      *LA CUOTA DE MORA DEL FIN DE MES CON LA REGLA DE CLIENTE-FEE:
      *CLIENTE MOROSO SIN DISPUTA ABIERTA, DIAS DESDE EL CAMBIO DE
      *ESTADO POR LA TARIFA DIARIA - SI HOY ES FIN DE MES Y LA CUOTA
      *DE HOY YA ESTA FACTURADA, NO SE CUENTA DOS VECES
           PROYECTA-CUOTA.
               IF MOROSO AND NOT EXCLUIDO-DISPUTA AND
                   CLIENTE-ULT-FECHA NOT = 0 AND TASA-DIARIA > 0 AND
                   NOT (FECHA-FIN-MES = FECHA-PROCESO AND CUOTA-HOY)
                   MOVE CLIENTE-ULT-FECHA TO FECHA-ULTIMA
                   CALL "DATEDIF" USING ULT-DIA ULT-MES ULT-ANIO
                       FIN-DIA FIN-MES FIN-ANIO DIAS-MORA
                   IF DIAS-MORA > 0
                       COMPUTE MONTO-CUOTA ROUNDED =
                           DIAS-MORA * TASA-DIARIA
                       ADD MONTO-CUOTA TO MORA-PROYECTADA
                       ADD MONTO-CUOTA TO SALDO-CORRIENTE
                       ADD 1 TO CNT-CUOTAS
                   END-IF
               END-IF.

      *LA COTIZACION VALE HASTA COTIZ-DIAS-VALIDEZ DIAS HABILES
      *DESPUES DE LA FECHA DE PAGO; SIN CALENDARIO, SOLO ESE DIA
           CALCULA-VALIDEZ.
               MOVE FECHA-PAGO TO FECHA-VALIDA
               IF DIAS-VALIDEZ > 0
                   CALL "FECHAHAB" USING PAGO-DIA PAGO-MES PAGO-ANIO
                       DIAS-VALIDEZ VALIDA-DIA VALIDA-MES VALIDA-ANIO
                       HABIL-HALLADO-SW
                   IF NOT HABIL-HALLADO
                       MOVE FECHA-PAGO TO FECHA-VALIDA
                       DISPLAY "SIN CALENDARIO DE DIAS HABILES, LA "
                           "COTIZACION VALE SOLO EL " FECHA-PAGO
                   END-IF
               END-IF.

      *MUESTRA EL DETALLE AL OPERADOR ANTES DE EMITIR
           MUESTRA-COTIZACION.
               MOVE SALDO-CLIENTE TO SALDO-EDIT
               DISPLAY "SALDO ADEUDADO HOY         : " SALDO-EDIT
               MOVE MORA-PROYECTADA TO MONTO-EDIT
               MOVE CNT-CUOTAS TO CNT-EDIT
               DISPLAY "CARGOS POR MORA A FACTURAR : " MONTO-EDIT
                   " (" CNT-EDIT " CUOTAS)"
               MOVE INTERES-PROYECTADO TO MONTO-EDIT
               DISPLAY "INTERES A DEVENGAR         : " MONTO-EDIT
               MOVE TOTAL-COTIZADO TO TOTAL-EDIT
               DISPLAY "TOTAL PARA CANCELAR EL " FECHA-PAGO " : "
                   TOTAL-EDIT
               DISPLAY "VALIDA PARA PAGOS HASTA EL " FECHA-VALIDA
               EVALUATE TRUE
                   WHEN EXCLUIDO-DISPUTA
                       DISPLAY "CLIENTE CON DISPUTA ABIERTA: SIN MORA "
                           "NI INTERES PROYECTADOS"
                   WHEN EXCLUIDO-CONVENIO
                       DISPLAY "CLIENTE CON CONVENIO VIGENTE: SIN "
                           "INTERES PROYECTADO"
                   WHEN EXCLUIDO-CASTIGO
                       DISPLAY "CLIENTE CASTIGADO: SIN INTERES "
                           "PROYECTADO"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *NUMERA LA COTIZACION, LA GUARDA EN COTIZA.DAT Y EMITE LA CARTA
           EMITE-COTIZACION.
               PERFORM BUSCA-ULTIMO-NUMERO
               ACCEPT HORA-PROCESO FROM TIME
               OPEN EXTEND COTIZA-FILE
               IF COTIZA-NEW-FILE
                   OPEN OUTPUT COTIZA-FILE
                   CLOSE COTIZA-FILE
                   OPEN EXTEND COTIZA-FILE
               END-IF
               ADD 1 TO ULTIMO-NUMERO
               MOVE ULTIMO-NUMERO TO COT-NUMERO
               MOVE "E" TO COT-MOVIMIENTO
               MOVE CLIENTE-ID-ENTRADA TO COT-CLIENTE-ID
               MOVE FECHA-PAGO TO COT-FECHA-PAGO
               MOVE FECHA-VALIDA TO COT-VALIDA-HASTA
               MOVE SALDO-CLIENTE TO COT-SALDO
               MOVE MORA-PROYECTADA TO COT-MORA
               MOVE INTERES-PROYECTADO TO COT-INTERES
               MOVE TOTAL-COTIZADO TO COT-TOTAL
               MOVE ULT-FEE-SECUENCIA TO COT-FEE-SECUENCIA
               MOVE 0 TO COT-PAG-SECUENCIA
               MOVE 0 TO COT-DIFERENCIA
               MOVE FECHA-PROCESO TO COT-FECHA
               MOVE HORA-PROCESO TO COT-HORA
               MOVE OPERADOR TO COT-OPERADOR
               WRITE COTIZA-REC
               CLOSE COTIZA-FILE
               PERFORM IMPRIME-CARTA
               ADD 1 TO CNT-EMITIDAS
               DISPLAY "COTIZACION NRO " ULTIMO-NUMERO " EMITIDA".

      *RECORRE COTIZA.DAT PARA NUMERAR DESDE LA ULTIMA EMITIDA
           BUSCA-ULTIMO-NUMERO.
               MOVE 0 TO ULTIMO-NUMERO
               MOVE "N" TO COTIZA-EOF-SW
               OPEN INPUT COTIZA-FILE
               IF COTIZA-NEW-FILE
                   CLOSE COTIZA-FILE
               ELSE
                   PERFORM UNTIL COTIZA-EOF
                       READ COTIZA-FILE
                           AT END
                               SET COTIZA-EOF TO TRUE
                           NOT AT END
                               IF COT-NUMERO > ULTIMO-NUMERO
                                   MOVE COT-NUMERO TO ULTIMO-NUMERO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COTIZA-FILE
               END-IF.

      *AGREGA LA CARTA DE COTIZACION AL ARCHIVO DE IMPRESION
           IMPRIME-CARTA.
               OPEN EXTEND CARTA-FILE
               IF CARTA-NEW-FILE
                   OPEN OUTPUT CARTA-FILE
                   CLOSE CARTA-FILE
                   OPEN EXTEND CARTA-FILE
               END-IF
               MOVE ALL "=" TO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               STRING "COTIZACION DE CANCELACION NRO " ULTIMO-NUMERO
                   "     FECHA " FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               STRING "SR/SRA: " CONTACTO-NOMBRE
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               STRING "DIRECCION: " CONTACTO-DIRECCION
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               STRING "CUENTA NRO " CLIENTE-ID-ENTRADA
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               STRING "PARA CANCELAR LA TOTALIDAD DE SU CUENTA CON UN "
                   "PAGO EL " FECHA-PAGO
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE "EL IMPORTE A ABONAR ES EL SIGUIENTE:"
                   TO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SALDO-CLIENTE TO SALDO-EDIT
               MOVE SPACES TO LINEA-CARTA
               STRING "  SALDO ADEUDADO AL " FECHA-PROCESO
                   "                " SALDO-EDIT
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE MORA-PROYECTADA TO MONTO-EDIT
               MOVE SPACES TO LINEA-CARTA
               STRING "  CARGOS POR MORA HASTA EL PAGO"
                   "               " MONTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE INTERES-PROYECTADO TO MONTO-EDIT
               MOVE SPACES TO LINEA-CARTA
               STRING "  INTERES SOBRE SALDO HASTA EL PAGO"
                   "           " MONTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE TOTAL-COTIZADO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-CARTA
               STRING "  TOTAL A PAGAR                  "
                   "           " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               STRING "ESTA COTIZACION VALE PARA PAGOS RECIBIDOS HASTA "
                   "EL " FECHA-VALIDA "."
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               STRING "RECIBIDO EL PAGO POR ESE IMPORTE EN ESE PLAZO, "
                   "SU CUENTA QUEDA CANCELADA."
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               STRING "EMITIDA POR: " OPERADOR
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE ALL "=" TO LINEA-CARTA
               WRITE LINEA-CARTA
               CLOSE CARTA-FILE.

       END PROGRAM COTIZ-CANC.
