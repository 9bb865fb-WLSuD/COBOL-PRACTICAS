      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly interest accrual on the open receivable
      *          balances of CLIBAL.DAT. For each customer it
      *          rebuilds the balance day by day up to the business
      *          processing date, from the customer's last accrual if
      *          it fell in the previous month or later (a run on the
      *          last business day leaves the days after it to the
      *          next run), else from the last day of the previous
      *          month, using the postings CLIENTE-BAL has already
      *          folded in: the FEEBILL.DAT charges and the
      *          CLIPAGOS.DAT journal. Each stretch between postings
      *          is measured with DATEDIF and earns, while the
      *          balance is positive, the INTERES-TASA-ANUAL rate of
      *          PARAMS.DAT over INTERES-BASE-DIAS (365 by default).
      *          The interest is written to FEEBILL.DAT as its own
      *          record type, FEE-AJUSTE "I", for CLIENTE-BAL to fold
      *          in and GLEXTRAC to journal under the INTERES source.
      *          Customers with a dispute case open (DISPUTAS.DAT),
      *          on a payment plan still VIGENTE (CONVENIO.DAT) or
      *          written off (CASTIGOS.DAT) accrue nothing. The
      *          INTERES.RPT accrual register lists every charge with
      *          its branch (CLIENTE-SUCURSAL, names from
      *          SUCURSAL.DAT) and closes with totals by branch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-INT.
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

           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCURSAL-STATUS.

           SELECT REGISTRO-FILE ASSIGN TO "INTERES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO "INTWORK.TMP".

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

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUCURSAL-REC.
           COPY SUCURSAL.

       FD  REGISTRO-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REGISTRO          PIC X(80).

      *UN REGISTRO DE APERTURA (FECHA CERO) POR CLIENTE DEL
      *SUBLEDGER, MAS CADA MOVIMIENTO YA APLICADO CON SU SIGNO SOBRE
      *EL SALDO
       SD  WORK-FILE.
       01  WORK-REC.
           05 WRK-CLIENTE-ID          PIC 9(6).
           05 WRK-FECHA               PIC 9(8).
           05 WRK-MONTO               PIC S9(9)V99.

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
           77 SUCURSAL-STATUS   PIC X(2) VALUE "00".
               88 SUCURSAL-NEW-FILE VALUE "35".
           77 SUCURSAL-EOF-SW   PIC X VALUE "N".
               88 SUCURSAL-EOF      VALUE "Y".
           77 WORK-EOF-SW       PIC X VALUE "N".
               88 WORK-EOF          VALUE "Y".

           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 TASA-ANUAL        PIC 9(3)V99 VALUE 0.
           77 BASE-DIAS         PIC 9(3) VALUE 365.

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).

      *ULTIMO DIA DEL MES ANTERIOR (YA DEVENGADO), PRIMER DIA DE ESE
      *MES (DESDE DONDE PUEDE REANUDARSE UN DEVENGO) Y FECHA HASTA LA
      *QUE SE DEVENGA
           01 FECHA-CORTE-ANT   PIC 9(8).
           01 FECHA-CORTE-DET REDEFINES FECHA-CORTE-ANT.
               05 CORTE-ANIO    PIC 9(4).
               05 CORTE-MES     PIC 9(2).
               05 CORTE-DIA     PIC 9(2).
           77 FECHA-INICIO-ANT  PIC 9(8).
           77 FECHA-HASTA       PIC 9(8).
           77 ANIO-CALCULO      PIC 9(4) VALUE 0.
           77 BISIESTO-FLAG     PIC X VALUE "N".
               88 ES-BISIESTO       VALUE "Y".
           77 MES-IX            PIC 9(2) VALUE 0.
           77 MAX-DIA           PIC 9(2) VALUE 31.

      *SUBLEDGER EN MEMORIA CON LAS MARCAS DE AVANCE DE CLIENTE-BAL,
      *EL NETO DE LO APLICADO DESDE EL CORTE Y EL ULTIMO DEVENGO
           01 TABLA-BALANCES.
               05 BALANCES OCCURS 1000 TIMES.
                   10 TAB-ID            PIC 9(6).
                   10 TAB-SALDO         PIC S9(9)V99.
                   10 TAB-ULT-CARGO     PIC 9(8).
                   10 TAB-ULT-PAGO      PIC 9(6).
                   10 TAB-ULT-AJUSTE    PIC 9(6).
                   10 TAB-NETO          PIC S9(9)V99.
                   10 TAB-ULT-INTERES   PIC 9(8).
           77 BAL-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 I                 PIC 9(4) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 CLIENTE-BUSCADO   PIC 9(6).
           77 PROX-SECUENCIA    PIC 9(6) VALUE 0.
           77 FECHA-MOVIMIENTO  PIC 9(8) VALUE 0.

      *CLIENTES EXCLUIDOS: DISPUTA ABIERTA, CONVENIO VIGENTE O
      *CASTIGADOS
           01 TABLA-EXCLUIDOS.
               05 EXCLUIDOS OCCURS 3000 TIMES.
                   10 EXC-ID            PIC 9(6).
                   10 EXC-CAUSA         PIC X.
           77 EXC-CNT           PIC 9(4) VALUE 0.
           77 EX                PIC 9(4) VALUE 0.
           77 CAUSA-EXCLUSION   PIC X VALUE SPACE.
               88 EXCLUIDO-DISPUTA  VALUE "D".
               88 EXCLUIDO-CONVENIO VALUE "C".
               88 EXCLUIDO-CASTIGO  VALUE "K".
           77 CAUSA-NUEVA       PIC X VALUE SPACE.

      *INTERES DEVENGADO POR SUCURSAL DEL CLIENTE
           01 TABLA-SUCURSALES.
               05 SUCURSALES OCCURS 100 TIMES.
                   10 SUC-T-CODIGO      PIC X(3).
                   10 SUC-T-NOMBRE      PIC X(30).
                   10 SUC-T-CLIENTES    PIC 9(6).
                   10 SUC-T-INTERES     PIC 9(9)V99.
           77 SUC-CNT           PIC 9(3) VALUE 0.
           77 SX                PIC 9(3) VALUE 0.
           77 SUCURSAL-BUSCADA  PIC X(3).

      *CLIENTE EN CURSO DEL CORTE DE CONTROL
           77 CLIENTE-CORTE     PIC 9(6) VALUE 0.
           77 SW-HAY-CORTE      PIC X VALUE "N".
               88 HAY-CORTE         VALUE "Y".
           77 SALDO-CORRIENTE   PIC S9(9)V99 VALUE 0.
           77 SALDO-PROMEDIO    PIC S9(9)V99 VALUE 0.
           77 NUMERAL-SALDOS    PIC S9(13)V99 VALUE 0.
           77 INTERES-ACUM      PIC S9(9)V9(6) VALUE 0.
           77 MONTO-INTERES     PIC 9(7)V99 VALUE 0.
           77 DIAS-DEVENGO      PIC 9(5) VALUE 0.
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
           77 FECHA-DESDE       PIC 9(8) VALUE 0.
           77 DIAS-TRAMO        PIC S9(7) VALUE 0.

           77 CNT-EVALUADOS     PIC 9(6) VALUE 0.
           77 CNT-DEVENGADOS    PIC 9(6) VALUE 0.
           77 CNT-SIN-INTERES   PIC 9(6) VALUE 0.
           77 CNT-YA-DEVENGADO  PIC 9(6) VALUE 0.
           77 CNT-DISPUTA       PIC 9(6) VALUE 0.
           77 CNT-CONVENIO      PIC 9(6) VALUE 0.
           77 CNT-CASTIGO       PIC 9(6) VALUE 0.
           77 TOTAL-INTERES     PIC 9(9)V99 VALUE 0.

           77 DIAS-EDIT         PIC ZZZZ9.
           77 SALDO-EDIT        PIC -ZZ,ZZZ,ZZ9.99.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
           77 TASA-EDIT         PIC ZZ9.99.
           77 BASE-EDIT         PIC ZZ9.
           77 CNT-EDIT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM LEE-TASA
            IF TASA-ANUAL = 0
                DISPLAY "SIN TASA INTERES-TASA-ANUAL EN PARAMS.DAT, "
                    "NO SE DEVENGA NADA"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM CALCULA-PERIODO

            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM CARGA-BALANCES
            PERFORM CARGA-DISPUTAS
            PERFORM CARGA-CONVENIOS
            PERFORM CARGA-CASTIGOS
            PERFORM CARGA-SUCURSALES

            SORT WORK-FILE
                ON ASCENDING KEY WRK-CLIENTE-ID
                                 WRK-FECHA
                INPUT PROCEDURE IS CARGA-MOVIMIENTOS
                OUTPUT PROCEDURE IS DEVENGA-INTERESES

            CLOSE CLIENTE-FILE

            IF CNT-DESBORDE > 0
                DISPLAY "TABLA DE BALANCES O DE EXCLUIDOS LLENA, "
                    CNT-DESBORDE " REGISTROS SIN LUGAR"
            END-IF
            IF CNT-YA-DEVENGADO > 0
                DISPLAY CNT-YA-DEVENGADO " CLIENTES YA DEVENGADOS "
                    "HASTA " FECHA-HASTA ", SALTEADOS"
            END-IF
            IF CNT-DISPUTA + CNT-CONVENIO + CNT-CASTIGO > 0
                DISPLAY CNT-DISPUTA " EN DISPUTA, " CNT-CONVENIO
                    " CON CONVENIO VIGENTE Y " CNT-CASTIGO
                    " CASTIGADOS, SIN INTERES"
            END-IF
            DISPLAY CNT-DEVENGADOS " CLIENTES CON INTERES DE "
                CNT-EVALUADOS " EN EL SUBLEDGER, VER INTERES.RPT"

            GOBACK.

      *LEE LA TASA ANUAL Y LA BASE DE DIAS DE LA TABLA CENTRAL DE
      *PARAMETROS
           LEE-TASA.
               MOVE 0 TO TASA-ANUAL
               MOVE "INTERES-TASA-ANUAL" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE TASA-ANUAL =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "INTERES-BASE-DIAS" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE BASE-DIAS =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               IF BASE-DIAS = 0
                   MOVE 365 TO BASE-DIAS
               END-IF.

      *EL DEVENGO CUBRE HASTA LA FECHA DE PROCESO, DESDE EL FIN DEL
      *MES ANTERIOR O DESDE EL ULTIMO DEVENGO DEL CLIENTE SI CAYO EN
      *ESE MES O DESPUES - CORRIDO EL ULTIMO DIA HABIL, LO QUE RESTE
      *DEL MES LO TOMA LA CORRIDA SIGUIENTE
           CALCULA-PERIODO.
               MOVE FECHA-PROCESO TO FECHA-HASTA
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

      *CARGA EL SUBLEDGER CON LAS MARCAS DE LO YA APLICADO
           CARGA-BALANCES.
               OPEN INPUT BALANCE-FILE
               IF BALANCE-NEW-FILE
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
                                   MOVE BAL-ULT-CARGO TO
                                       TAB-ULT-CARGO(BAL-CNT)
                                   MOVE BAL-ULT-PAGO-SEC TO
                                       TAB-ULT-PAGO(BAL-CNT)
                                   MOVE BAL-ULT-AJU-SEC TO
                                       TAB-ULT-AJUSTE(BAL-CNT)
                                   MOVE 0 TO TAB-NETO(BAL-CNT)
                                   MOVE 0 TO TAB-ULT-INTERES(BAL-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF.

      *CARGA LOS CLIENTES CON UN CASO DE DISPUTA ABIERTO
           CARGA-DISPUTAS.
               MOVE "D" TO CAUSA-NUEVA
               OPEN INPUT DISPUTA-FILE
               IF DISPUTA-NEW-FILE
                   CLOSE DISPUTA-FILE
               ELSE
                   PERFORM UNTIL DISPUTA-EOF
                       READ DISPUTA-FILE
                           AT END
                               SET DISPUTA-EOF TO TRUE
                           NOT AT END
                               IF DIS-ABIERTA
                                   MOVE DIS-CLIENTE-ID TO
                                       CLIENTE-BUSCADO
                                   PERFORM AGREGA-EXCLUIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTA-FILE
               END-IF.

      *CARGA LOS CLIENTES CON UN CONVENIO DE PAGO VIGENTE
           CARGA-CONVENIOS.
               MOVE "C" TO CAUSA-NUEVA
               OPEN INPUT CONVENIO-FILE
               IF CONVENIO-NEW-FILE
                   CLOSE CONVENIO-FILE
               ELSE
                   PERFORM UNTIL CONVENIO-EOF
                       READ CONVENIO-FILE
                           AT END
                               SET CONVENIO-EOF TO TRUE
                           NOT AT END
                               IF PLAN-VIGENTE
                                   MOVE CNV-CLIENTE-ID TO
                                       CLIENTE-BUSCADO
                                   PERFORM AGREGA-EXCLUIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONVENIO-FILE
               END-IF.

      *CARGA LOS CLIENTES CASTIGADOS
           CARGA-CASTIGOS.
               MOVE "K" TO CAUSA-NUEVA
               OPEN INPUT CASTIGO-FILE
               IF CASTIGO-NEW-FILE
                   CLOSE CASTIGO-FILE
               ELSE
                   PERFORM UNTIL CASTIGO-EOF
                       READ CASTIGO-FILE
                           AT END
                               SET CASTIGO-EOF TO TRUE
                           NOT AT END
                               MOVE CAS-CLIENTE-ID TO CLIENTE-BUSCADO
                               PERFORM AGREGA-EXCLUIDO
                       END-READ
                   END-PERFORM
                   CLOSE CASTIGO-FILE
               END-IF.

      *AGREGA EL CLIENTE A LOS EXCLUIDOS CON LA CAUSA EN CURSO, SI
      *NO FIGURA YA POR UNA CAUSA ANTERIOR
           AGREGA-EXCLUIDO.
               PERFORM BUSCA-EXCLUIDO
               IF CAUSA-EXCLUSION = SPACE
                   IF EXC-CNT < 3000
                       ADD 1 TO EXC-CNT
                       MOVE CLIENTE-BUSCADO TO EXC-ID(EXC-CNT)
                       MOVE CAUSA-NUEVA TO EXC-CAUSA(EXC-CNT)
                   ELSE
                       ADD 1 TO CNT-DESBORDE
                   END-IF
               END-IF.

      *DEVUELVE EN CAUSA-EXCLUSION LA CAUSA POR LA QUE EL CLIENTE
      *BUSCADO NO DEVENGA, O ESPACIO SI DEVENGA
           BUSCA-EXCLUIDO.
               MOVE SPACE TO CAUSA-EXCLUSION
               MOVE 0 TO EX
               PERFORM UNTIL CAUSA-EXCLUSION NOT = SPACE
                       OR EX >= EXC-CNT
                   ADD 1 TO EX
                   IF EXC-ID(EX) = CLIENTE-BUSCADO
                       MOVE EXC-CAUSA(EX) TO CAUSA-EXCLUSION
                   END-IF
               END-PERFORM.

      *CARGA LOS NOMBRES DE LAS SUCURSALES
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
                                   SUC-T-CODIGO(SUC-CNT)
                               MOVE SUC-NOMBRE TO
                                   SUC-T-NOMBRE(SUC-CNT)
                               MOVE 0 TO SUC-T-CLIENTES(SUC-CNT)
                               MOVE 0 TO SUC-T-INTERES(SUC-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE SUCURSAL-FILE
               END-IF.

      *BUSCA EL CLIENTE EN EL SUBLEDGER EN MEMORIA
           BUSCA-BALANCE.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= BAL-CNT
                   ADD 1 TO I
                   IF TAB-ID(I) = CLIENTE-BUSCADO
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *ENTREGA AL SORT UNA APERTURA POR CLIENTE Y CADA MOVIMIENTO
      *DESDE EL INICIO DEL MES ANTERIOR QUE CLIENTE-BAL YA APLICO AL
      *SALDO - LOS
      *AUN NO APLICADOS NO FORMAN PARTE DEL SALDO QUE DEVENGA
           CARGA-MOVIMIENTOS.
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAL-CNT
                   MOVE TAB-ID(I) TO WRK-CLIENTE-ID
                   MOVE 0 TO WRK-FECHA
                   MOVE 0 TO WRK-MONTO
                   RELEASE WORK-REC
               END-PERFORM
               PERFORM CARGA-CARGOS
               PERFORM CARGA-PAGOS.

      *CUOTAS, AJUSTES, CARGOS POR PAGO DEVUELTO E INTERESES: SE
      *SIGUE LA SECUENCIA Y EL ULTIMO DEVENGO DE CADA CLIENTE
           CARGA-CARGOS.
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
                                   FEE-SECUENCIA > PROX-SECUENCIA
                                   MOVE FEE-SECUENCIA TO
                                       PROX-SECUENCIA
                               END-IF
                               MOVE FEE-CLIENTE-ID TO CLIENTE-BUSCADO
                               PERFORM BUSCA-BALANCE
                               IF ENCONTRADO
                                   PERFORM CARGA-UN-CARGO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FACTURA-FILE
               END-IF.

      *UN AJUSTE DESCARGA EL SALDO; LOS DEMAS LO CARGAN. LOS QUE
      *CLIENTE-BAL APLICA POR SECUENCIA SE RECONOCEN POR ELLA, LAS
      *CUOTAS COMUNES POR SU FECHA
           CARGA-UN-CARGO.
               IF FEE-ES-INTERES AND FEE-FECHA > TAB-ULT-INTERES(I)
                   MOVE FEE-FECHA TO TAB-ULT-INTERES(I)
               END-IF
               IF FEE-FECHA NOT < FECHA-INICIO-ANT
                   IF FEE-ES-AJUSTE OR FEE-ES-DEVOLUCION OR
                       FEE-ES-INTERES OR FEE-ES-COTIZADO
                       IF FEE-SECUENCIA NOT > TAB-ULT-AJUSTE(I)
                           MOVE FEE-FECHA TO FECHA-MOVIMIENTO
                           MOVE FEE-MONTO TO WRK-MONTO
                           IF FEE-ES-AJUSTE
                               COMPUTE WRK-MONTO = 0 - FEE-MONTO
                           END-IF
                           PERFORM ENTREGA-MOVIMIENTO
                       END-IF
                   ELSE
                       IF FEE-FECHA NOT > TAB-ULT-CARGO(I)
                           MOVE FEE-FECHA TO FECHA-MOVIMIENTO
                           MOVE FEE-MONTO TO WRK-MONTO
                           PERFORM ENTREGA-MOVIMIENTO
                       END-IF
                   END-IF
               END-IF.

      *PAGOS DEL DIARIO: UNA REVERSION O UN REEMBOLSO CARGAN EL
      *SALDO, UN RECUPERO NO LO MUEVE Y LOS DEMAS LO DESCARGAN
           CARGA-PAGOS.
               OPEN INPUT PAGOS-FILE
               IF PAGOS-NEW-FILE
                   CLOSE PAGOS-FILE
               ELSE
                   PERFORM UNTIL PAGOS-EOF
                       READ PAGOS-FILE
                           AT END
                               SET PAGOS-EOF TO TRUE
                           NOT AT END
                               MOVE PAG-CLIENTE-ID TO CLIENTE-BUSCADO
                               PERFORM BUSCA-BALANCE
                               IF ENCONTRADO AND
                                   PAG-FECHA NOT < FECHA-INICIO-ANT
                                   AND
                                   PAG-SECUENCIA NOT > TAB-ULT-PAGO(I)
                                   AND NOT PAG-ES-RECUPERO
                                   IF PAG-ES-REVERSO OR PAG-ES-REEMBOLSO
                                       MOVE PAG-MONTO TO WRK-MONTO
                                   ELSE
                                       COMPUTE WRK-MONTO =
                                           0 - PAG-MONTO
                                   END-IF
                                   MOVE PAG-FECHA TO FECHA-MOVIMIENTO
                                   PERFORM ENTREGA-MOVIMIENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF.

      *ENTREGA EL MOVIMIENTO AL SORT Y LO ACUMULA EN EL NETO DEL
      *CLIENTE, PARA RECONSTRUIR EL SALDO AL CORTE
           ENTREGA-MOVIMIENTO.
               MOVE TAB-ID(I) TO WRK-CLIENTE-ID
               MOVE FECHA-MOVIMIENTO TO WRK-FECHA
               ADD WRK-MONTO TO TAB-NETO(I)
               RELEASE WORK-REC.

      *RECUPERA LOS MOVIMIENTOS ORDENADOS POR CLIENTE Y FECHA Y
      *DEVENGA CADA CLIENTE AL CAMBIAR DE CLIENTE
           DEVENGA-INTERESES.
               OPEN EXTEND FACTURA-FILE
               IF FACTURA-NEW-FILE
                   OPEN OUTPUT FACTURA-FILE
                   CLOSE FACTURA-FILE
                   OPEN EXTEND FACTURA-FILE
               END-IF
               OPEN OUTPUT REGISTRO-FILE
               PERFORM ENCABEZA-REGISTRO
               PERFORM UNTIL WORK-EOF
                   RETURN WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           IF NOT HAY-CORTE OR
                               WRK-CLIENTE-ID NOT = CLIENTE-CORTE
                               IF HAY-CORTE
                                   PERFORM CIERRA-CLIENTE
                               END-IF
                               PERFORM ABRE-CLIENTE
                           END-IF
                           PERFORM APLICA-MOVIMIENTO
                   END-RETURN
               END-PERFORM
               IF HAY-CORTE
                   PERFORM CIERRA-CLIENTE
               END-IF
               PERFORM IMPRIME-SUCURSALES
               CLOSE FACTURA-FILE
               CLOSE REGISTRO-FILE.

      *TITULO DEL REGISTRO Y ENCABEZADO DEL DETALLE
           ENCABEZA-REGISTRO.
               MOVE TASA-ANUAL TO TASA-EDIT
               MOVE BASE-DIAS TO BASE-EDIT
               MOVE SPACES TO LINEA-REGISTRO
               STRING "REGISTRO DE DEVENGO DE INTERESES - HASTA "
                   FECHA-HASTA " - PROCESO " FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
               WRITE LINEA-REGISTRO
               MOVE SPACES TO LINEA-REGISTRO
               STRING "TASA ANUAL " TASA-EDIT "% BASE " BASE-EDIT
                   " DIAS, SOBRE EL SALDO DIARIO POSITIVO"
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
               WRITE LINEA-REGISTRO
               MOVE SPACES TO LINEA-REGISTRO
               WRITE LINEA-REGISTRO
               MOVE SPACES TO LINEA-REGISTRO
               STRING "  CLIENTE SUC  DESDE    HASTA    DIAS"
                   "  SALDO PROMEDIO      INTERES"
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
               WRITE LINEA-REGISTRO.

      *COMIENZA UN CLIENTE: SALDO AL INICIO DEL MES ANTERIOR (EL
      *ACTUAL MENOS LO APLICADO DESDE ENTONCES) Y PUNTO DE PARTIDA
      *DEL DEVENGO, QUE ES EL ULTIMO DEVENGO DEL CLIENTE SI CAYO EN
      *EL MES ANTERIOR O DESPUES
           ABRE-CLIENTE.
               MOVE WRK-CLIENTE-ID TO CLIENTE-CORTE
               SET HAY-CORTE TO TRUE
               MOVE WRK-CLIENTE-ID TO CLIENTE-BUSCADO
               PERFORM BUSCA-BALANCE
               COMPUTE SALDO-CORRIENTE = TAB-SALDO(I) - TAB-NETO(I)
               MOVE FECHA-CORTE-ANT TO FECHA-DESDE
               IF TAB-ULT-INTERES(I) NOT < FECHA-INICIO-ANT
                   MOVE TAB-ULT-INTERES(I) TO FECHA-DESDE
               END-IF
               MOVE FECHA-DESDE TO FECHA-PUNTO
               MOVE 0 TO NUMERAL-SALDOS
               MOVE 0 TO INTERES-ACUM
               MOVE 0 TO DIAS-DEVENGO.

      *UN MOVIMIENTO DENTRO DEL PERIODO CIERRA EL TRAMO CORRIDO CON
      *EL SALDO ANTERIOR Y CAMBIA EL SALDO DESDE EL DIA SIGUIENTE;
      *UNO ANTERIOR AL PUNTO DE PARTIDA SOLO ARMA EL SALDO
           APLICA-MOVIMIENTO.
               IF WRK-FECHA NOT > FECHA-HASTA
                   IF WRK-FECHA > FECHA-PUNTO
                       MOVE WRK-FECHA TO FECHA-TRAMO
                       PERFORM ACUMULA-TRAMO
                   END-IF
                   ADD WRK-MONTO TO SALDO-CORRIENTE
               END-IF.

      *DEVENGA EL SALDO CORRIENTE DESDE EL PUNTO HASTA FECHA-TRAMO
           ACUMULA-TRAMO.
               CALL "DATEDIF" USING PUNTO-DIA PUNTO-MES PUNTO-ANIO
                   TRAMO-DIA TRAMO-MES TRAMO-ANIO DIAS-TRAMO
               IF DIAS-TRAMO > 0
                   ADD DIAS-TRAMO TO DIAS-DEVENGO
                   COMPUTE NUMERAL-SALDOS = NUMERAL-SALDOS +
                       SALDO-CORRIENTE * DIAS-TRAMO
                   IF SALDO-CORRIENTE > 0
                       COMPUTE INTERES-ACUM = INTERES-ACUM +
                           SALDO-CORRIENTE * DIAS-TRAMO * TASA-ANUAL
                           / 100 / BASE-DIAS
                   END-IF
               END-IF
               MOVE FECHA-TRAMO TO FECHA-PUNTO.

      *TERMINA EL CLIENTE: DEVENGA EL ULTIMO TRAMO HASTA EL FIN DEL
      *PERIODO Y GRABA EL INTERES, SALVO QUE YA ESTE DEVENGADO O
      *ESTE EXCLUIDO
           CIERRA-CLIENTE.
               ADD 1 TO CNT-EVALUADOS
               MOVE CLIENTE-CORTE TO CLIENTE-BUSCADO
               PERFORM BUSCA-EXCLUIDO
               EVALUATE TRUE
                   WHEN FECHA-DESDE NOT < FECHA-HASTA
                       ADD 1 TO CNT-YA-DEVENGADO
                   WHEN EXCLUIDO-DISPUTA
                       ADD 1 TO CNT-DISPUTA
                   WHEN EXCLUIDO-CONVENIO
                       ADD 1 TO CNT-CONVENIO
                   WHEN EXCLUIDO-CASTIGO
                       ADD 1 TO CNT-CASTIGO
                   WHEN OTHER
                       IF FECHA-PUNTO < FECHA-HASTA
                           MOVE FECHA-HASTA TO FECHA-TRAMO
                           PERFORM ACUMULA-TRAMO
                       END-IF
                       COMPUTE MONTO-INTERES ROUNDED = INTERES-ACUM
                       IF MONTO-INTERES > 0
                           PERFORM GRABA-INTERES
                       ELSE
                           ADD 1 TO CNT-SIN-INTERES
                       END-IF
               END-EVALUATE.

      *GRABA EL INTERES COMO REGISTRO PROPIO DE FEEBILL.DAT Y LO
      *DETALLA EN EL REGISTRO CON LA SUCURSAL DEL CLIENTE
           GRABA-INTERES.
               ADD 1 TO CNT-DEVENGADOS
               ADD MONTO-INTERES TO TOTAL-INTERES
               MOVE CLIENTE-CORTE TO FEE-CLIENTE-ID
               MOVE DIAS-DEVENGO TO FEE-DIAS
               MOVE TASA-ANUAL TO FEE-TASA
               MOVE MONTO-INTERES TO FEE-MONTO
               MOVE FECHA-HASTA TO FEE-FECHA
               MOVE "I" TO FEE-AJUSTE
               MOVE SPACES TO FEE-MOTIVO
               MOVE FECHA-DESDE TO FEE-REF-FECHA
               ADD 1 TO PROX-SECUENCIA
               MOVE PROX-SECUENCIA TO FEE-SECUENCIA
               WRITE FACTURA-REC

               MOVE CLIENTE-CORTE TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE SPACES TO CLIENTE-SUCURSAL
               END-READ
               MOVE CLIENTE-SUCURSAL TO SUCURSAL-BUSCADA
               PERFORM BUSCA-SUCURSAL
               IF ENCONTRADO
                   ADD 1 TO SUC-T-CLIENTES(SX)
                   ADD MONTO-INTERES TO SUC-T-INTERES(SX)
               END-IF

               COMPUTE SALDO-PROMEDIO ROUNDED =
                   NUMERAL-SALDOS / DIAS-DEVENGO
               MOVE DIAS-DEVENGO TO DIAS-EDIT
               MOVE SALDO-PROMEDIO TO SALDO-EDIT
               MOVE MONTO-INTERES TO MONTO-EDIT
               MOVE SPACES TO LINEA-REGISTRO
               STRING "  " CLIENTE-CORTE "  " CLIENTE-SUCURSAL "  "
                   FECHA-DESDE " " FECHA-HASTA DIAS-EDIT " "
                   SALDO-EDIT " " MONTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
               WRITE LINEA-REGISTRO.

      *BUSCA LA SUCURSAL EN LA TABLA, AGREGANDOLA SI NO FIGURA EN
      *SUCURSAL.DAT
           BUSCA-SUCURSAL.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO SX
               PERFORM UNTIL ENCONTRADO OR SX >= SUC-CNT
                   ADD 1 TO SX
                   IF SUC-T-CODIGO(SX) = SUCURSAL-BUSCADA
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENCONTRADO AND SUC-CNT < 100
                   ADD 1 TO SUC-CNT
                   MOVE SUC-CNT TO SX
                   MOVE SUCURSAL-BUSCADA TO SUC-T-CODIGO(SX)
                   MOVE "(SIN SUCURSAL REGISTRADA)" TO SUC-T-NOMBRE(SX)
                   MOVE 0 TO SUC-T-CLIENTES(SX)
                   MOVE 0 TO SUC-T-INTERES(SX)
                   SET ENCONTRADO TO TRUE
               END-IF.

      *INTERES DEVENGADO POR SUCURSAL DEL CLIENTE, CON EL TOTAL
           IMPRIME-SUCURSALES.
               MOVE SPACES TO LINEA-REGISTRO
               WRITE LINEA-REGISTRO
               MOVE SPACES TO LINEA-REGISTRO
               STRING "POR SUCURSAL:                          "
                   "CLIENTES        INTERES"
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
               WRITE LINEA-REGISTRO
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUC-CNT
                   IF SUC-T-CLIENTES(SX) > 0
                       MOVE SUC-T-CLIENTES(SX) TO CNT-EDIT
                       MOVE SUC-T-INTERES(SX) TO TOTAL-EDIT
                       MOVE SPACES TO LINEA-REGISTRO
                       STRING "  " SUC-T-CODIGO(SX) " "
                           SUC-T-NOMBRE(SX) "  " CNT-EDIT " "
                           TOTAL-EDIT
                           DELIMITED BY SIZE INTO LINEA-REGISTRO
                       WRITE LINEA-REGISTRO
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINEA-REGISTRO
               WRITE LINEA-REGISTRO
               MOVE CNT-DEVENGADOS TO CNT-EDIT
               MOVE TOTAL-INTERES TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REGISTRO
               STRING "CLIENTES CON INTERES: " CNT-EDIT
                   "  TOTAL DEVENGADO: " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
               WRITE LINEA-REGISTRO
               MOVE CNT-DISPUTA TO CNT-EDIT
               MOVE SPACES TO LINEA-REGISTRO
               STRING "EXCLUIDOS - EN DISPUTA: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
               WRITE LINEA-REGISTRO
               MOVE CNT-CONVENIO TO CNT-EDIT
               MOVE SPACES TO LINEA-REGISTRO
               STRING "          CONVENIO VIGENTE: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
               WRITE LINEA-REGISTRO
               MOVE CNT-CASTIGO TO CNT-EDIT
               MOVE SPACES TO LINEA-REGISTRO
               STRING "          CASTIGADOS:       " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
               WRITE LINEA-REGISTRO.

       END PROGRAM CLIENTE-INT.
