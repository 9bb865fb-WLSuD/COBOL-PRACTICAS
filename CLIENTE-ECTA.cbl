      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly customer account statement (estado de
      *          cuenta). For every customer on the CLIBAL.DAT
      *          subledger it prints on ESTCTA.OUT the opening
      *          balance, each fee charged on FEEBILL.DAT during the
      *          month (FEE-MANT waivers shown as credits), each
      *          payment on CLIPAGOS.DAT with its reference (a
      *          payment the bank returned shows again as a debit,
      *          next to its returned-payment charge, accrued
      *          interest and the late fees billed when a payoff
      *          quote settles the account as charges of their own,
      *          a refund of a
      *          credit balance as a debit too, a bad-debt write-off
      *          as a credit, and a recovery on a written-off account
      *          as the loss reinstated and paid), and the
      *          closing balance, addressed from the CONTACTO segment
      *          of CLIENTE.DAT. The month is the one in progress, or
      *          the one named by ECTA-PERIODO (AAAAMM) in
      *          PARAMS.DAT. Customers flagged CLIENTE-NO-ESCRIBIR
      *          get no statement and are listed on the ESTCTA.RPT
      *          control page, together with any customer whose
      *          closing balance (plus later activity) does not tie
      *          to BAL-SALDO, and the control totals proving the
      *          statements add up to the subledger. The fees and
      *          payments that CIERRE-ANIO moved out to the year
      *          archives (each generation ARCHIVADO.LOG records OK)
      *          are read before the live files, so the opening
      *          balance still carries the closed years. A customer
      *          beyond the in-memory subledger table gets no
      *          statement, but its BAL-SALDO still counts in the
      *          subledger total and the control page lists how many
      *          were left out, so the proof fails and the run ends
      *          with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-ECTA.
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

           SELECT FACTURA-FILE ASSIGN USING FACTURA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURA-STATUS.

           SELECT PAGOS-FILE ASSIGN USING PAGOS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT BITACORA-FILE ASSIGN TO "ARCHIVADO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BITACORA-STATUS.

           SELECT ESTADO-FILE ASSIGN TO "ESTCTA.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-FILE ASSIGN TO "ESTCTA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  BITACORA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-BITACORA          PIC X(90).

       FD  ESTADO-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ESTADO            PIC X(80).

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CONTROL           PIC X(80).

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
           77 BITACORA-STATUS   PIC X(2) VALUE "00".
               88 BITACORA-NEW-FILE VALUE "35".
           77 BITACORA-EOF-SW   PIC X VALUE "N".
               88 BITACORA-EOF      VALUE "Y".
           77 FACTURA-NOMBRE    PIC X(30).
           77 PAGOS-NOMBRE      PIC X(30).

      *DESARME DE LA LINEA DE ARCHIVADO.LOG, COMO EN ARCONSUL
           01 LINEA-DESARME     PIC X(90).
           01 LINEA-DET REDEFINES LINEA-DESARME.
               05 DET-FECHA         PIC X(8).
               05 FILLER            PIC X.
               05 DET-HORA          PIC X(8).
               05 FILLER            PIC X.
               05 DET-VIVO          PIC X(12).
               05 FILLER            PIC X(7).
               05 DET-CORTE         PIC X(8).
               05 FILLER            PIC X(35).
               05 DET-RESULTADO     PIC X(10).

      *GENERACIONES ARCHIVADAS DE FEEBILL.DAT Y CLIPAGOS.DAT
           01 TABLA-CORTES.
               05 CORTES OCCURS 50 TIMES.
                   10 CORTE-VIVO        PIC X(12).
                   10 CORTE-FECHA       PIC X(8).
           77 CORTE-CNT         PIC 9(2) VALUE 0.
           77 C                 PIC 9(2) VALUE 0.

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIOMES  PIC 9(6).
               05 PROC-DIA      PIC 9(2).

      *PERIODO DEL ESTADO DE CUENTA: EL MES EN CURSO O EL QUE FIJE
      *ECTA-PERIODO EN PARAMS.DAT
           77 PERIODO           PIC 9(6) VALUE 0.
           01 FECHA-DESDE       PIC 9(8).
           01 FECHA-DESDE-DET REDEFINES FECHA-DESDE.
               05 DESDE-ANIOMES PIC 9(6).
               05 DESDE-DIA     PIC 9(2).
           01 FECHA-HASTA       PIC 9(8).
           01 FECHA-HASTA-DET REDEFINES FECHA-HASTA.
               05 HASTA-ANIOMES PIC 9(6).
               05 HASTA-DIA     PIC 9(2).
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

      *SUBLEDGER EN MEMORIA CON EL ARMADO DE CADA ESTADO
           01 TABLA-BALANCES.
               05 BALANCES OCCURS 1000 TIMES.
                   10 TAB-ID            PIC 9(6).
                   10 TAB-SALDO         PIC S9(9)V99.
                   10 TAB-APERTURA      PIC S9(9)V99.
                   10 TAB-CARGOS        PIC S9(9)V99.
                   10 TAB-CREDITOS      PIC S9(9)V99.
                   10 TAB-PAGOS         PIC S9(9)V99.
                   10 TAB-POSTERIOR     PIC S9(9)V99.
           77 BAL-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.

      *MOVIMIENTOS DEL PERIODO, ORDENADOS POR CLIENTE Y FECHA
           01 TABLA-MOVIMIENTOS.
               05 MOVIMIENTOS OCCURS 3000 TIMES.
                   10 MOV-CLAVE.
                       15 MOV-ID        PIC 9(6).
                       15 MOV-FECHA     PIC 9(8).
                   10 MOV-TIPO          PIC X.
                   10 MOV-DETALLE       PIC X(10).
                   10 MOV-MONTO         PIC S9(9)V99.
           77 MOV-CNT           PIC 9(4) VALUE 0.
           77 MOV-DESBORDE      PIC 9(6) VALUE 0.
           01 MOV-TEMP.
               05 TMP-CLAVE         PIC X(14).
               05 TMP-TIPO          PIC X.
               05 TMP-DETALLE       PIC X(10).
               05 TMP-MONTO         PIC S9(9)V99.

           77 I                 PIC 9(4) VALUE 0.
           77 J                 PIC 9(4) VALUE 0.
           77 K                 PIC 9(4) VALUE 0.
           77 ID-BUSCADO        PIC 9(6) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 ORDENADO-SW       PIC X VALUE "N".
               88 ORDENADO          VALUE "Y".
           77 MONTO-MOV         PIC S9(9)V99 VALUE 0.
           77 SALDO-CIERRE      PIC S9(9)V99 VALUE 0.
           77 DIFERENCIA        PIC S9(9)V99 VALUE 0.

      *TOTALES DE CONTROL CONTRA EL SUBLEDGER
           77 CNT-ESTADOS       PIC 9(6) VALUE 0.
           77 CNT-NO-ESCRIBIR   PIC 9(6) VALUE 0.
           77 CNT-SIN-MAESTRO   PIC 9(6) VALUE 0.
           77 CNT-SIN-MOVIM     PIC 9(6) VALUE 0.
           77 CNT-DIFERENCIAS   PIC 9(6) VALUE 0.
           77 CNT-FUERA-SUBL    PIC 9(6) VALUE 0.
           77 TOT-APERTURA      PIC S9(11)V99 VALUE 0.
           77 TOT-CARGOS        PIC S9(11)V99 VALUE 0.
           77 TOT-CREDITOS      PIC S9(11)V99 VALUE 0.
           77 TOT-PAGOS         PIC S9(11)V99 VALUE 0.
           77 TOT-CIERRE        PIC S9(11)V99 VALUE 0.
           77 TOT-POSTERIOR     PIC S9(11)V99 VALUE 0.
           77 TOT-OMITIDOS      PIC S9(11)V99 VALUE 0.
           77 TOT-SUBLEDGER     PIC S9(11)V99 VALUE 0.
           77 TOT-CUADRE        PIC S9(11)V99 VALUE 0.
           77 MONTO-EDIT        PIC ZZZ,ZZZ,ZZ9.99-.
           77 TOTAL-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77 CNT-EDIT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM FIJA-PERIODO
            PERFORM CARGA-BALANCES
            IF BAL-CNT = 0
                DISPLAY "SIN CLIENTES EN CLIBAL.DAT, NO HAY ESTADOS "
                    "QUE EMITIR"
            ELSE
                PERFORM CARGA-CORTES
                PERFORM CARGA-CARGOS
                PERFORM CARGA-PAGOS
                PERFORM ORDENA-MOVIMIENTOS
                PERFORM EMITE-ESTADOS
                PERFORM IMPRIME-CONTROL
                DISPLAY CNT-ESTADOS " ESTADOS DE CUENTA DEL PERIODO "
                    PERIODO " EN ESTCTA.OUT, CONTROL EN ESTCTA.RPT"
                IF CNT-DIFERENCIAS > 0
                    DISPLAY CNT-DIFERENCIAS " CLIENTES NO CUADRAN "
                        "CON CLIBAL.DAT, VER ESTCTA.RPT"
                    MOVE 4 TO RETURN-CODE
                END-IF
                IF CNT-DESBORDE > 0
                    DISPLAY CNT-DESBORDE " CLIENTES DE CLIBAL.DAT SIN "
                        "ESTADO DE CUENTA, VER ESTCTA.RPT"
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF

            GOBACK.

      *FIJA EL MES DEL ESTADO: ECTA-PERIODO (AAAAMM) SI ESTA EN LA
      *TABLA DE PARAMETROS, SI NO EL MES EN CURSO HASTA HOY
           FIJA-PERIODO.
               MOVE PROC-ANIOMES TO PERIODO
               MOVE "ECTA-PERIODO" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO AND PARM-VALOR-LEIDO(1:6) IS NUMERIC
                   MOVE PARM-VALOR-LEIDO(1:6) TO PERIODO
               END-IF
               MOVE PERIODO TO DESDE-ANIOMES
               MOVE 1 TO DESDE-DIA
               MOVE PERIODO TO HASTA-ANIOMES
               MOVE 31 TO HASTA-DIA.

      *CARGA EL SUBLEDGER: UN ESTADO POR CLIENTE DE CLIBAL.DAT - EL
      *SALDO DE UN CLIENTE QUE NO ENTRA EN LA TABLA SUMA IGUAL AL
      *TOTAL DEL SUBLEDGER, ASI EL CONTROL NO CUADRA SIN EL
           CARGA-BALANCES.
               OPEN INPUT BALANCE-FILE
               IF BALANCE-NEW-FILE
                   DISPLAY "NO EXISTE CLIBAL.DAT, CORRA CLIENTE-BAL"
                   CLOSE BALANCE-FILE
               ELSE
                   PERFORM UNTIL BALANCE-EOF
                       READ BALANCE-FILE
                           AT END
                               SET BALANCE-EOF TO TRUE
                           NOT AT END
                               IF BAL-CNT < 1000
                                   ADD 1 TO BAL-CNT
                                   MOVE BAL-CLIENTE-ID TO
                                       TAB-ID(BAL-CNT)
                                   MOVE BAL-SALDO TO
                                       TAB-SALDO(BAL-CNT)
                                   MOVE 0 TO TAB-APERTURA(BAL-CNT)
                                   MOVE 0 TO TAB-CARGOS(BAL-CNT)
                                   MOVE 0 TO TAB-CREDITOS(BAL-CNT)
                                   MOVE 0 TO TAB-PAGOS(BAL-CNT)
                                   MOVE 0 TO TAB-POSTERIOR(BAL-CNT)
                                   ADD BAL-SALDO TO TOT-SUBLEDGER
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                                   ADD BAL-SALDO TO TOT-SUBLEDGER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
               IF CNT-DESBORDE > 0
                   DISPLAY "TABLA DE BALANCES LLENA, " CNT-DESBORDE
                       " CLIENTES SIN ESTADO DE CUENTA"
               END-IF.

      *BUSCA EL CLIENTE EN LA TABLA DEL SUBLEDGER
           BUSCA-CLIENTE.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= BAL-CNT
                   ADD 1 TO I
                   IF TAB-ID(I) = ID-BUSCADO
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *JUNTA LAS GENERACIONES DE FEEBILL.DAT Y CLIPAGOS.DAT QUE
      *ARCHIVADO.LOG DA POR BUENAS, SIN REPETIR CORTES
           CARGA-CORTES.
               OPEN INPUT BITACORA-FILE
               IF BITACORA-NEW-FILE
                   CLOSE BITACORA-FILE
               ELSE
                   PERFORM UNTIL BITACORA-EOF
                       READ BITACORA-FILE
                           AT END
                               SET BITACORA-EOF TO TRUE
                           NOT AT END
                               MOVE LINEA-BITACORA TO LINEA-DESARME
                               IF (DET-VIVO = "FEEBILL.DAT" OR
                                   DET-VIVO = "CLIPAGOS.DAT") AND
                                   DET-RESULTADO(1:2) = "OK"
                                   PERFORM AGREGA-CORTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BITACORA-FILE
               END-IF.

      *AGREGA EL CORTE LEIDO SI AUN NO FIGURA PARA ESE ARCHIVO
           AGREGA-CORTE.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO C
               PERFORM UNTIL ENCONTRADO OR C >= CORTE-CNT
                   ADD 1 TO C
                   IF CORTE-VIVO(C) = DET-VIVO AND
                       CORTE-FECHA(C) = DET-CORTE
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENCONTRADO AND CORTE-CNT < 50
                   ADD 1 TO CORTE-CNT
                   MOVE DET-VIVO TO CORTE-VIVO(CORTE-CNT)
                   MOVE DET-CORTE TO CORTE-FECHA(CORTE-CNT)
               END-IF.

      *RECORRE LAS GENERACIONES ARCHIVADAS DE FEEBILL.DAT Y LUEGO EL
      *ARCHIVO VIVO: LO ANTERIOR AL PERIODO VA AL SALDO ANTERIOR, LO
      *DEL PERIODO AL DETALLE Y LO POSTERIOR SOLO AL CUADRE CONTRA EL
      *SUBLEDGER
           CARGA-CARGOS.
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > CORTE-CNT
                   IF CORTE-VIVO(C) = "FEEBILL.DAT"
                       MOVE SPACES TO FACTURA-NOMBRE
                       STRING "FEEBILL." CORTE-FECHA(C) ".ARC"
                           DELIMITED BY SIZE INTO FACTURA-NOMBRE
                       PERFORM LEE-CARGOS
                   END-IF
               END-PERFORM
               MOVE "FEEBILL.DAT" TO FACTURA-NOMBRE
               PERFORM LEE-CARGOS.

      *LEE UNA GENERACION DE CARGOS (O EL ARCHIVO VIVO)
           LEE-CARGOS.
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
                               PERFORM CLASIFICA-CARGO
                       END-READ
                   END-PERFORM
                   CLOSE FACTURA-FILE
               END-IF.

      *UBICA EL CARGO O LA BONIFICACION LEIDA EN EL ESTADO DE SU
      *CLIENTE - UNA BONIFICACION DE FEE-MANT ES UN CREDITO; EL
      *CARGO POR PAGO DEVUELTO DE BANCODEV Y EL INTERES DEVENGADO
      *POR CLIENTE-INT SON UN CARGO MAS
           CLASIFICA-CARGO.
               MOVE FEE-CLIENTE-ID TO ID-BUSCADO
               PERFORM BUSCA-CLIENTE
               IF NOT ENCONTRADO
                   ADD 1 TO CNT-FUERA-SUBL
               ELSE
                   IF FEE-ES-AJUSTE
                       COMPUTE MONTO-MOV = 0 - FEE-MONTO
                   ELSE
                       MOVE FEE-MONTO TO MONTO-MOV
                   END-IF
                   EVALUATE TRUE
                       WHEN FEE-FECHA < FECHA-DESDE
                           ADD MONTO-MOV TO TAB-APERTURA(I)
                       WHEN FEE-FECHA > FECHA-HASTA
                           ADD MONTO-MOV TO TAB-POSTERIOR(I)
                       WHEN FEE-ES-AJUSTE
                           ADD FEE-MONTO TO TAB-CREDITOS(I)
                           MOVE "B" TO TMP-TIPO
                           MOVE SPACES TO TMP-DETALLE
                           MOVE FEE-MOTIVO TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                       WHEN FEE-ES-DEVOLUCION
                           ADD FEE-MONTO TO TAB-CARGOS(I)
                           MOVE "D" TO TMP-TIPO
                           MOVE SPACES TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                       WHEN FEE-ES-INTERES
                           ADD FEE-MONTO TO TAB-CARGOS(I)
                           MOVE "N" TO TMP-TIPO
                           MOVE SPACES TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                       WHEN FEE-ES-COTIZADO
                           ADD FEE-MONTO TO TAB-CARGOS(I)
                           MOVE "L" TO TMP-TIPO
                           MOVE SPACES TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                       WHEN OTHER
                           ADD FEE-MONTO TO TAB-CARGOS(I)
                           MOVE "C" TO TMP-TIPO
                           MOVE SPACES TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                   END-EVALUATE
               END-IF.

      *RECORRE LAS GENERACIONES ARCHIVADAS DE CLIPAGOS.DAT Y LUEGO
      *EL ARCHIVO VIVO, CON EL MISMO CORTE POR FECHA
           CARGA-PAGOS.
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > CORTE-CNT
                   IF CORTE-VIVO(C) = "CLIPAGOS.DAT"
                       MOVE SPACES TO PAGOS-NOMBRE
                       STRING "CLIPAGOS." CORTE-FECHA(C) ".ARC"
                           DELIMITED BY SIZE INTO PAGOS-NOMBRE
                       PERFORM LEE-PAGOS
                   END-IF
               END-PERFORM
               MOVE "CLIPAGOS.DAT" TO PAGOS-NOMBRE
               PERFORM LEE-PAGOS.

      *LEE UNA GENERACION DE PAGOS (O EL ARCHIVO VIVO)
           LEE-PAGOS.
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
                               PERFORM CLASIFICA-PAGO
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF.

      *UBICA EL PAGO LEIDO EN EL ESTADO DE SU CLIENTE - LA
      *REVERSION DE UN PAGO DEVUELTO VUELVE A DEBITARLO, IGUAL QUE
      *EL REEMBOLSO DE UN SALDO A FAVOR, QUE VA CON LOS CARGOS; EL
      *CASTIGO ES UN CREDITO Y EL RECUPERO NO MUEVE EL SALDO
           CLASIFICA-PAGO.
               MOVE PAG-CLIENTE-ID TO ID-BUSCADO
               PERFORM BUSCA-CLIENTE
               IF NOT ENCONTRADO
                   ADD 1 TO CNT-FUERA-SUBL
               ELSE
                   EVALUATE TRUE
                       WHEN PAG-ES-REVERSO
                       WHEN PAG-ES-REEMBOLSO
                           MOVE PAG-MONTO TO MONTO-MOV
                       WHEN PAG-ES-RECUPERO
                           MOVE 0 TO MONTO-MOV
                       WHEN OTHER
                           COMPUTE MONTO-MOV = 0 - PAG-MONTO
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN PAG-FECHA < FECHA-DESDE
                           ADD MONTO-MOV TO TAB-APERTURA(I)
                       WHEN PAG-FECHA > FECHA-HASTA
                           ADD MONTO-MOV TO TAB-POSTERIOR(I)
                       WHEN PAG-ES-REVERSO
                           SUBTRACT PAG-MONTO FROM TAB-PAGOS(I)
                           MOVE "R" TO TMP-TIPO
                           MOVE PAG-REFERENCIA TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                       WHEN PAG-ES-REEMBOLSO
                           ADD PAG-MONTO TO TAB-CARGOS(I)
                           MOVE "E" TO TMP-TIPO
                           MOVE PAG-REFERENCIA TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                       WHEN PAG-ES-CASTIGO
                           ADD PAG-MONTO TO TAB-CREDITOS(I)
                           MOVE "I" TO TMP-TIPO
                           MOVE SPACES TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                       WHEN PAG-ES-RECUPERO
                           ADD PAG-MONTO TO TAB-CARGOS(I)
                           ADD PAG-MONTO TO TAB-PAGOS(I)
                           MOVE PAG-MONTO TO MONTO-MOV
                           MOVE "K" TO TMP-TIPO
                           MOVE SPACES TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                           COMPUTE MONTO-MOV = 0 - PAG-MONTO
                           MOVE "U" TO TMP-TIPO
                           MOVE PAG-REFERENCIA TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                       WHEN OTHER
                           ADD PAG-MONTO TO TAB-PAGOS(I)
                           MOVE "P" TO TMP-TIPO
                           MOVE PAG-REFERENCIA TO TMP-DETALLE
                           PERFORM AGREGA-MOVIMIENTO
                   END-EVALUATE
               END-IF.

      *GUARDA EL MOVIMIENTO DEL PERIODO ARMADO EN MOV-TEMP
           AGREGA-MOVIMIENTO.
               IF MOV-CNT < 3000
                   ADD 1 TO MOV-CNT
                   MOVE ID-BUSCADO TO MOV-ID(MOV-CNT)
                   IF TMP-TIPO = "P" OR TMP-TIPO = "R" OR
                       TMP-TIPO = "E" OR TMP-TIPO = "I" OR
                       TMP-TIPO = "K" OR TMP-TIPO = "U"
                       MOVE PAG-FECHA TO MOV-FECHA(MOV-CNT)
                   ELSE
                       MOVE FEE-FECHA TO MOV-FECHA(MOV-CNT)
                   END-IF
                   MOVE TMP-TIPO TO MOV-TIPO(MOV-CNT)
                   MOVE TMP-DETALLE TO MOV-DETALLE(MOV-CNT)
                   MOVE MONTO-MOV TO MOV-MONTO(MOV-CNT)
               ELSE
                   ADD 1 TO MOV-DESBORDE
               END-IF.

      *ORDENA LOS MOVIMIENTOS POR CLIENTE Y FECHA (BURBUJA, SIN
      *ALTERAR EL ORDEN DE LLEGADA DE LOS DE IGUAL CLAVE)
           ORDENA-MOVIMIENTOS.
               MOVE "N" TO ORDENADO-SW
               PERFORM UNTIL ORDENADO OR MOV-CNT < 2
                   SET ORDENADO TO TRUE
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J >= MOV-CNT
                       COMPUTE K = J + 1
                       IF MOV-CLAVE(J) > MOV-CLAVE(K)
                           MOVE MOVIMIENTOS(J) TO MOV-TEMP
                           MOVE MOVIMIENTOS(K) TO MOVIMIENTOS(J)
                           MOVE MOV-TEMP TO MOVIMIENTOS(K)
                           MOVE "N" TO ORDENADO-SW
                       END-IF
                   END-PERFORM
               END-PERFORM.

      *RECORRE EL SUBLEDGER EMITIENDO UN ESTADO POR CLIENTE, SALVO
      *LOS QUE PIDIERON NO RECIBIR CORRESPONDENCIA
           EMITE-ESTADOS.
               OPEN OUTPUT ESTADO-FILE
               OPEN OUTPUT CONTROL-FILE
               MOVE SPACES TO LINEA-CONTROL
               STRING "ESTADOS DE CUENTA - CONTROL DEL PERIODO "
                   PERIODO " - " FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE SPACES TO LINEA-CONTROL
               WRITE LINEA-CONTROL
               OPEN INPUT CLIENTE-FILE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAL-CNT
                   PERFORM EMITE-UN-ESTADO
               END-PERFORM
               IF NOT CLIENTE-NEW-FILE
                   CLOSE CLIENTE-FILE
               END-IF
               CLOSE ESTADO-FILE.

      *DECIDE EL ESTADO DEL CLIENTE I: SIN SALDO NI MOVIMIENTOS NO
      *SE EMITE, SIN CORRESPONDENCIA O FUERA DEL MAESTRO VA A LA
      *PAGINA DE CONTROL
           EMITE-UN-ESTADO.
               COMPUTE SALDO-CIERRE = TAB-APERTURA(I) + TAB-CARGOS(I)
                   - TAB-CREDITOS(I) - TAB-PAGOS(I)
               COMPUTE DIFERENCIA = TAB-SALDO(I)
                   - (SALDO-CIERRE + TAB-POSTERIOR(I))
               ADD TAB-POSTERIOR(I) TO TOT-POSTERIOR
               IF DIFERENCIA NOT = 0
                   ADD 1 TO CNT-DIFERENCIAS
                   MOVE DIFERENCIA TO MONTO-EDIT
                   MOVE SPACES TO LINEA-CONTROL
                   STRING "  " TAB-ID(I) " NO CUADRA CON CLIBAL.DAT,"
                       " DIFERENCIA " MONTO-EDIT
                       DELIMITED BY SIZE INTO LINEA-CONTROL
                   WRITE LINEA-CONTROL
               END-IF
               IF TAB-APERTURA(I) = 0 AND TAB-CARGOS(I) = 0 AND
                   TAB-CREDITOS(I) = 0 AND TAB-PAGOS(I) = 0
                   ADD 1 TO CNT-SIN-MOVIM
               ELSE
                   MOVE "N" TO ENCONTRADO-SW
                   IF NOT CLIENTE-NEW-FILE
                       MOVE TAB-ID(I) TO CLIENTE-ID
                       READ CLIENTE-FILE
                           INVALID KEY
                               MOVE "N" TO ENCONTRADO-SW
                           NOT INVALID KEY
                               SET ENCONTRADO TO TRUE
                       END-READ
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT ENCONTRADO
                           ADD 1 TO CNT-SIN-MAESTRO
                           ADD SALDO-CIERRE TO TOT-OMITIDOS
                           MOVE SPACES TO LINEA-CONTROL
                           STRING "  " TAB-ID(I) " SIN ESTADO: NO "
                               "FIGURA EN CLIENTE.DAT"
                               DELIMITED BY SIZE INTO LINEA-CONTROL
                           WRITE LINEA-CONTROL
                       WHEN NO-ESCRIBIR
                           ADD 1 TO CNT-NO-ESCRIBIR
                           ADD SALDO-CIERRE TO TOT-OMITIDOS
                           MOVE SALDO-CIERRE TO MONTO-EDIT
                           MOVE SPACES TO LINEA-CONTROL
                           STRING "  " TAB-ID(I) " SIN ESTADO: "
                               "NO-ESCRIBIR  " CONTACTO-NOMBRE
                               " " MONTO-EDIT
                               DELIMITED BY SIZE INTO LINEA-CONTROL
                           WRITE LINEA-CONTROL
                       WHEN OTHER
                           PERFORM IMPRIME-ESTADO
                   END-EVALUATE
               END-IF.

      *ESCRIBE EL ESTADO DE CUENTA DEL CLIENTE I: ENCABEZADO CON
      *DIRECCION, SALDO ANTERIOR, MOVIMIENTOS Y SALDO AL CIERRE
           IMPRIME-ESTADO.
               ADD 1 TO CNT-ESTADOS
               ADD TAB-APERTURA(I) TO TOT-APERTURA
               ADD TAB-CARGOS(I) TO TOT-CARGOS
               ADD TAB-CREDITOS(I) TO TOT-CREDITOS
               ADD TAB-PAGOS(I) TO TOT-PAGOS
               ADD SALDO-CIERRE TO TOT-CIERRE
               MOVE SPACES TO LINEA-ESTADO
               STRING "ESTADO DE CUENTA - PERIODO " PERIODO
                   DELIMITED BY SIZE INTO LINEA-ESTADO
               WRITE LINEA-ESTADO
               MOVE SPACES TO LINEA-ESTADO
               STRING "CUENTA NRO " TAB-ID(I)
                   DELIMITED BY SIZE INTO LINEA-ESTADO
               WRITE LINEA-ESTADO
               MOVE SPACES TO LINEA-ESTADO
               STRING "SR/SRA: " CONTACTO-NOMBRE
                   DELIMITED BY SIZE INTO LINEA-ESTADO
               WRITE LINEA-ESTADO
               MOVE SPACES TO LINEA-ESTADO
               STRING "DIRECCION: " CONTACTO-DIRECCION
                   DELIMITED BY SIZE INTO LINEA-ESTADO
               WRITE LINEA-ESTADO
               MOVE SPACES TO LINEA-ESTADO
               WRITE LINEA-ESTADO
               MOVE TAB-APERTURA(I) TO MONTO-EDIT
               MOVE SPACES TO LINEA-ESTADO
               STRING "          SALDO ANTERIOR               "
                   "           " MONTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-ESTADO
               WRITE LINEA-ESTADO
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > MOV-CNT
                   IF MOV-ID(J) = TAB-ID(I)
                       PERFORM IMPRIME-MOVIMIENTO
                   END-IF
               END-PERFORM
               MOVE SALDO-CIERRE TO MONTO-EDIT
               MOVE SPACES TO LINEA-ESTADO
               STRING "          SALDO AL CIERRE              "
                   "           " MONTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-ESTADO
               WRITE LINEA-ESTADO
               MOVE SPACES TO LINEA-ESTADO
               WRITE LINEA-ESTADO
               MOVE ALL "-" TO LINEA-ESTADO
               WRITE LINEA-ESTADO.

      *ESCRIBE UNA LINEA DE MOVIMIENTO: CARGO, INTERES, BONIFICACION
      *CON SU MOTIVO, PAGO, PAGO DEVUELTO, REEMBOLSO O RECUPERO CON SU
      *REFERENCIA, CASTIGO O DEUDA CASTIGADA REINGRESADA
           IMPRIME-MOVIMIENTO.
               MOVE MOV-MONTO(J) TO MONTO-EDIT
               MOVE SPACES TO LINEA-ESTADO
               EVALUATE MOV-TIPO(J)
                   WHEN "C"
                       STRING MOV-FECHA(J) "  CARGO POR MORA       "
                           "               " MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   WHEN "B"
                       STRING MOV-FECHA(J) "  BONIFICACION MOTIVO "
                           MOV-DETALLE(J)(1:2) "              "
                           MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   WHEN "D"
                       STRING MOV-FECHA(J) "  CARGO POR PAGO DEVUELTO"
                           "             " MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   WHEN "N"
                       STRING MOV-FECHA(J) "  INTERES SOBRE SALDO"
                           "                 " MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   WHEN "L"
                       STRING MOV-FECHA(J) "  MORA AL CANCELAR CUENTA"
                           "             " MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   WHEN "R"
                       STRING MOV-FECHA(J) "  PAGO DEVUELTO REF   "
                           MOV-DETALLE(J) "      " MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   WHEN "E"
                       STRING MOV-FECHA(J) "  REEMBOLSO REF       "
                           MOV-DETALLE(J) "      " MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   WHEN "I"
                       STRING MOV-FECHA(J) "  CASTIGO DEUDA INCOBRABLE"
                           "            " MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   WHEN "K"
                       STRING MOV-FECHA(J) "  REINGRESO DEUDA CASTIGADA"
                           "           " MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   WHEN "U"
                       STRING MOV-FECHA(J) "  PAGO RECUPERO REF   "
                           MOV-DETALLE(J) "      " MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   WHEN OTHER
                       STRING MOV-FECHA(J) "  PAGO RECIBIDO REF   "
                           MOV-DETALLE(J) "      " MONTO-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
               END-EVALUATE
               WRITE LINEA-ESTADO.

      *CIERRA LA PAGINA DE CONTROL CON LOS TOTALES QUE PRUEBAN QUE
      *LOS ESTADOS MAS LO OMITIDO SUMAN EL SUBLEDGER
           IMPRIME-CONTROL.
               COMPUTE TOT-CUADRE = TOT-CIERRE + TOT-OMITIDOS
                   + TOT-POSTERIOR
               MOVE SPACES TO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE CNT-ESTADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "ESTADOS EMITIDOS            : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE CNT-NO-ESCRIBIR TO CNT-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "OMITIDOS POR NO-ESCRIBIR    : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE CNT-SIN-MAESTRO TO CNT-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "OMITIDOS SIN MAESTRO        : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE CNT-SIN-MOVIM TO CNT-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "SIN SALDO NI MOVIMIENTOS    : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE CNT-FUERA-SUBL TO CNT-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "MOVIMIENTOS FUERA DE CLIBAL : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE CNT-DESBORDE TO CNT-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "CLIENTES SIN LUGAR EN LA TABLA: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE SPACES TO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE TOT-APERTURA TO TOTAL-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "SALDO ANTERIOR EN ESTADOS   : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE TOT-CARGOS TO TOTAL-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "  MAS CARGOS DEL PERIODO    : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE TOT-CREDITOS TO TOTAL-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "  MENOS BONIFICACIONES      : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE TOT-PAGOS TO TOTAL-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "  MENOS PAGOS               : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE TOT-CIERRE TO TOTAL-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "SALDO AL CIERRE EN ESTADOS  : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE TOT-OMITIDOS TO TOTAL-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "  MAS SALDO DE OMITIDOS     : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE TOT-POSTERIOR TO TOTAL-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "  MAS MOVIMIENTOS POSTERIORES: " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE TOT-CUADRE TO TOTAL-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "TOTAL CONCILIADO            : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE TOT-SUBLEDGER TO TOTAL-EDIT
               MOVE SPACES TO LINEA-CONTROL
               STRING "TOTAL BAL-SALDO CLIBAL.DAT  : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-CONTROL
               WRITE LINEA-CONTROL
               MOVE SPACES TO LINEA-CONTROL
               IF TOT-CUADRE = TOT-SUBLEDGER
                   MOVE "ESTADOS CUADRAN CON EL SUBLEDGER" TO
                       LINEA-CONTROL
               ELSE
                   COMPUTE DIFERENCIA = TOT-SUBLEDGER - TOT-CUADRE
                   MOVE DIFERENCIA TO MONTO-EDIT
                   STRING "ESTADOS NO CUADRAN, DIFERENCIA "
                       MONTO-EDIT
                       DELIMITED BY SIZE INTO LINEA-CONTROL
               END-IF
               WRITE LINEA-CONTROL
               IF MOV-DESBORDE > 0
                   MOVE MOV-DESBORDE TO CNT-EDIT
                   MOVE SPACES TO LINEA-CONTROL
                   STRING "TABLA DE MOVIMIENTOS LLENA, " CNT-EDIT
                       " SIN DETALLE"
                       DELIMITED BY SIZE INTO LINEA-CONTROL
                   WRITE LINEA-CONTROL
               END-IF
               CLOSE CONTROL-FILE.

       END PROGRAM CLIENTE-ECTA.
