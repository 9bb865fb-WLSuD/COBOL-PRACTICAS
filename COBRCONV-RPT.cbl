      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly settlement of the installment payment plans.
      *          Every VIGENTE plan on CONVENIO.DAT is matched against
      *          the customer's CLIPAGOS.DAT payments dated on or after
      *          the plan's agreement date (a payment the bank
      *          returned, reversed on the journal by BANCODEV, no
      *          longer counts): payments fill the
      *          installments in order, an installment covered by its
      *          due date is PAGADA, one covered afterwards is TARDIA,
      *          and one still open past its due date plus
      *          CONV-DIAS-GRACIA calendar days is INCUMPLIDA. A plan
      *          with every installment covered is CUMPLIDO; one that
      *          reaches CONV-MAX-FALLAS missed installments is
      *          CANCELADO, noted on CLINOTAS.DAT, and the customer
      *          goes back on the normal collections treatment.
      *          COBRCONV.RPT lists the newly missed installments and
      *          the cancelled plans. CONVENIO.DAT is rewritten
      *          whole and a plan is only judged on all its payments,
      *          so when the installments, the current plans or their
      *          payments do not fit in memory nothing is settled,
      *          noted or rewritten and the run ends with RETURN-CODE
      *          8 instead of dropping the excess.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRCONV-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIO-FILE ASSIGN TO "CONVENIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVENIO-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT NOTAS-FILE ASSIGN TO "CLINOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTAS-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "COBRCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONVENIO-REC.
           COPY COBCNV.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  NOTAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTAS-REC.
           COPY CLINOTA.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 CONVENIO-STATUS   PIC X(2) VALUE "00".
               88 CONVENIO-NEW-FILE VALUE "35".
           77 CONVENIO-EOF-SW   PIC X VALUE "N".
               88 CONVENIO-EOF      VALUE "Y".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".
           77 NOTAS-STATUS      PIC X(2) VALUE "00".
               88 NOTAS-NEW-FILE    VALUE "35".
           77 NOTA-ARMADA       PIC X(60).

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).
           01 FECHA-VTO         PIC 9(8).
           01 FECHA-VTO-DET REDEFINES FECHA-VTO.
               05 VTO-ANIO      PIC 9(4).
               05 VTO-MES       PIC 9(2).
               05 VTO-DIA       PIC 9(2).
           77 DIAS-ATRASO       PIC S9(7) VALUE 0.

      *TOLERANCIAS DEL CONVENIO SEGUN PARAMS.DAT
           77 DIAS-GRACIA       PIC 9(3) VALUE 0.
           77 MAX-FALLAS        PIC 9(2) VALUE 2.
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

      *CUOTAS COMPLETAS EN MEMORIA PARA REESCRIBIR EL ARCHIVO
           01 TABLA-CUOTAS.
               05 CUOTAS OCCURS 2000 TIMES.
                   10 TAB-CUOTA         PIC X(59).
           77 CUO-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.

      *CLIENTES CON CONVENIO VIGENTE Y LA FECHA DEL ACUERDO
           01 TABLA-VIGENTES.
               05 VIGENTES OCCURS 1000 TIMES.
                   10 VIG-ID            PIC 9(6).
                   10 VIG-ALTA          PIC 9(8).
           77 VIG-CNT           PIC 9(4) VALUE 0.
           77 VIG-DESBORDE      PIC 9(6) VALUE 0.

      *PAGOS DE LOS CLIENTES CON CONVENIO VIGENTE, EN ORDEN DE
      *LLEGADA AL DIARIO DE PAGOS
           01 TABLA-PAGOS.
               05 PAGOS OCCURS 3000 TIMES.
                   10 PAGO-ID           PIC 9(6).
                   10 PAGO-MONTO        PIC S9(7)V99.
                   10 PAGO-FECHA        PIC 9(8).
                   10 PAGO-SECUENCIA    PIC 9(6).
           77 PAGO-CNT          PIC 9(4) VALUE 0.
           77 PAGO-DESBORDE     PIC 9(6) VALUE 0.

           77 I                 PIC 9(4) VALUE 0.
           77 J                 PIC 9(4) VALUE 0.
           77 K                 PIC 9(4) VALUE 0.
           77 PLAN-INICIO       PIC 9(4) VALUE 0.
           77 PLAN-FIN          PIC 9(4) VALUE 0.
           77 PLAN-ACTUAL       PIC 9(6) VALUE 0.
           77 PLAN-CLIENTE      PIC 9(6) VALUE 0.
           77 PLAN-ALTA         PIC 9(8) VALUE 0.
           77 ESTADO-ANTERIOR   PIC X.
           77 ACUM-PAGADO       PIC S9(9)V99 VALUE 0.
           77 ACUM-EXIGIDO      PIC S9(9)V99 VALUE 0.
           77 FECHA-ULT-PAGO    PIC 9(8) VALUE 0.
           77 CNT-FALLAS-PLAN   PIC 9(2) VALUE 0.
           77 CNT-CUBIERTAS     PIC 9(2) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

           77 CNT-PLANES        PIC 9(4) VALUE 0.
           77 CNT-NUEVAS-FALLAS PIC 9(4) VALUE 0.
           77 CNT-CANCELADOS    PIC 9(4) VALUE 0.
           77 CNT-CUMPLIDOS     PIC 9(4) VALUE 0.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 CNT-EDIT          PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-CUOTAS
            IF VIG-CNT > 0
                PERFORM CARGA-PAGOS
            END-IF

            EVALUATE TRUE
                WHEN CNT-DESBORDE > 0 OR VIG-DESBORDE > 0
                    OR PAGO-DESBORDE > 0
                    DISPLAY "CONVENIO.DAT NO SE CONCILIA NI SE "
                        "REESCRIBE, AMPLIAR LA TABLA LLENA"
                    MOVE 8 TO RETURN-CODE
                WHEN VIG-CNT = 0
                    DISPLAY "SIN CONVENIOS VIGENTES, NADA QUE CONCILIAR"
                WHEN OTHER
                    PERFORM ABRE-REPORTE
                    PERFORM VARYING I FROM 1 BY 1 UNTIL I > CUO-CNT
                        MOVE TAB-CUOTA(I) TO CONVENIO-REC
                        IF PLAN-VIGENTE AND CNV-CUOTA = 1
                            PERFORM CONCILIA-PLAN
                        END-IF
                    END-PERFORM
                    PERFORM CIERRA-REPORTE
                    PERFORM REESCRIBE-CUOTAS
                    DISPLAY CNT-PLANES " CONVENIOS VIGENTES: "
                        CNT-CUMPLIDOS " CUMPLIDOS, " CNT-CANCELADOS
                        " CANCELADOS, VER COBRCONV.RPT"
            END-EVALUATE

            GOBACK.

      *LEE LOS DIAS DE GRACIA Y EL TOPE DE CUOTAS INCUMPLIDAS DE LA
      *TABLA CENTRAL DE PARAMETROS, CONSERVANDO 0 Y 2 POR DEFECTO
           CARGA-PARAMETROS.
               MOVE "CONV-DIAS-GRACIA" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-GRACIA =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "CONV-MAX-FALLAS" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE MAX-FALLAS =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               IF MAX-FALLAS < 1
                   MOVE 1 TO MAX-FALLAS
               END-IF.

      *CARGA TODAS LAS CUOTAS EN MEMORIA - EL ARCHIVO SE REESCRIBE
      *COMPLETO - Y ARMA LA LISTA DE CLIENTES CON CONVENIO VIGENTE
           CARGA-CUOTAS.
               OPEN INPUT CONVENIO-FILE
               IF CONVENIO-NEW-FILE
                   DISPLAY "NO EXISTE CONVENIO.DAT"
                   CLOSE CONVENIO-FILE
               ELSE
                   PERFORM UNTIL CONVENIO-EOF
                       READ CONVENIO-FILE
                           AT END
                               SET CONVENIO-EOF TO TRUE
                           NOT AT END
                               IF CUO-CNT < 2000
                                   ADD 1 TO CUO-CNT
                                   MOVE CONVENIO-REC TO
                                       TAB-CUOTA(CUO-CNT)
                                   PERFORM REGISTRA-VIGENTE
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONVENIO-FILE
               END-IF
               IF CNT-DESBORDE > 0
                   DISPLAY "TABLA DE CUOTAS LLENA, " CNT-DESBORDE
                       " CUOTAS NO ENTRAN EN MEMORIA"
               END-IF
               IF VIG-DESBORDE > 0
                   DISPLAY "TABLA DE CONVENIOS VIGENTES LLENA, "
                       VIG-DESBORDE " CONVENIOS NO ENTRAN EN MEMORIA"
               END-IF.

      *ANOTA AL CLIENTE DE UN CONVENIO VIGENTE CON LA FECHA DEL
      *ACUERDO, TOMADA DE SU PRIMERA CUOTA
           REGISTRA-VIGENTE.
               IF PLAN-VIGENTE AND CNV-CUOTA = 1
                   IF VIG-CNT < 1000
                       ADD 1 TO VIG-CNT
                       MOVE CNV-CLIENTE-ID TO VIG-ID(VIG-CNT)
                       MOVE CNV-FECHA-ALTA TO VIG-ALTA(VIG-CNT)
                   ELSE
                       ADD 1 TO VIG-DESBORDE
                   END-IF
               END-IF.

      *CARGA DE CLIPAGOS.DAT SOLO LOS PAGOS DE CLIENTES CON CONVENIO
      *VIGENTE, FECHADOS EN O DESPUES DEL ACUERDO
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
                               PERFORM BUSCA-VIGENTE
                               IF ENCONTRADO
                                   EVALUATE TRUE
                                       WHEN PAG-ES-REVERSO
                                           PERFORM ANULA-PAGO
                                       WHEN PAG-ES-REEMBOLSO
                                       WHEN PAG-ES-CASTIGO
                                       WHEN PAG-ES-RECUPERO
                                           CONTINUE
                                       WHEN OTHER
                                           PERFORM AGREGA-PAGO
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF
               IF PAGO-DESBORDE > 0
                   DISPLAY "TABLA DE PAGOS LLENA, " PAGO-DESBORDE
                       " PAGOS NO ENTRAN EN MEMORIA"
               END-IF.

      *EL PAGO LEIDO CORRESPONDE A UN CONVENIO VIGENTE SI ES DEL
      *CLIENTE Y NO ES ANTERIOR AL ACUERDO
           BUSCA-VIGENTE.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO J
               PERFORM UNTIL ENCONTRADO OR J >= VIG-CNT
                   ADD 1 TO J
                   IF VIG-ID(J) = PAG-CLIENTE-ID AND
                       PAG-FECHA >= VIG-ALTA(J)
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *GUARDA EL PAGO EN LA TABLA DE PAGOS A APLICAR
           AGREGA-PAGO.
               IF PAGO-CNT < 3000
                   ADD 1 TO PAGO-CNT
                   MOVE PAG-CLIENTE-ID TO PAGO-ID(PAGO-CNT)
                   MOVE PAG-MONTO TO PAGO-MONTO(PAGO-CNT)
                   MOVE PAG-FECHA TO PAGO-FECHA(PAGO-CNT)
                   MOVE PAG-SECUENCIA TO PAGO-SECUENCIA(PAGO-CNT)
               ELSE
                   ADD 1 TO PAGO-DESBORDE
               END-IF.

      *UN PAGO DEVUELTO POR EL BANCO DEJA DE CUBRIR CUOTAS: LA
      *REVERSION ANULA EL MONTO DEL PAGO ORIGINAL EN LA TABLA
           ANULA-PAGO.
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > PAGO-CNT
                   IF PAGO-SECUENCIA(K) = PAG-REF-SECUENCIA
                       MOVE 0 TO PAGO-MONTO(K)
                   END-IF
               END-PERFORM.

      *RESUELVE EL CONVENIO QUE EMPIEZA EN LA CUOTA I: LOS PAGOS
      *LLENAN LAS CUOTAS EN ORDEN Y LA FECHA DEL PAGO QUE COMPLETA
      *CADA CUOTA DECIDE SI QUEDO PAGADA O TARDIA
           CONCILIA-PLAN.
               ADD 1 TO CNT-PLANES
               MOVE I TO PLAN-INICIO
               MOVE CNV-PLAN TO PLAN-ACTUAL
               MOVE CNV-CLIENTE-ID TO PLAN-CLIENTE
               MOVE CNV-FECHA-ALTA TO PLAN-ALTA
               COMPUTE PLAN-FIN = I + CNV-CUOTAS - 1
               IF PLAN-FIN > CUO-CNT
                   MOVE CUO-CNT TO PLAN-FIN
               END-IF
               MOVE 0 TO ACUM-PAGADO
               MOVE 0 TO ACUM-EXIGIDO
               MOVE 0 TO FECHA-ULT-PAGO
               MOVE 0 TO CNT-FALLAS-PLAN
               MOVE 0 TO CNT-CUBIERTAS
               MOVE 0 TO J
               PERFORM VARYING K FROM PLAN-INICIO BY 1
                       UNTIL K > PLAN-FIN
                   MOVE TAB-CUOTA(K) TO CONVENIO-REC
                   IF CNV-PLAN = PLAN-ACTUAL
                       PERFORM RESUELVE-CUOTA
                       MOVE CONVENIO-REC TO TAB-CUOTA(K)
                   END-IF
               END-PERFORM
               IF CNT-FALLAS-PLAN >= MAX-FALLAS
                   MOVE "C" TO ESTADO-ANTERIOR
                   PERFORM MARCA-PLAN
                   ADD 1 TO CNT-CANCELADOS
                   PERFORM IMPRIME-CANCELADO
                   PERFORM GRABA-NOTA
               ELSE
                   IF CNT-CUBIERTAS = PLAN-FIN - PLAN-INICIO + 1
                       MOVE "F" TO ESTADO-ANTERIOR
                       PERFORM MARCA-PLAN
                       ADD 1 TO CNT-CUMPLIDOS
                   END-IF
               END-IF.

      *CUBRE LA CUOTA EN CURSO CON LOS PAGOS DEL CLIENTE QUE FALTEN
      *Y LE ASIGNA SU ESTADO
           RESUELVE-CUOTA.
               MOVE CNV-ESTADO-CUOTA TO ESTADO-ANTERIOR
               ADD CNV-MONTO TO ACUM-EXIGIDO
               PERFORM UNTIL ACUM-PAGADO >= ACUM-EXIGIDO
                       OR J >= PAGO-CNT
                   ADD 1 TO J
                   IF PAGO-ID(J) = PLAN-CLIENTE AND
                       PAGO-FECHA(J) >= PLAN-ALTA
                       ADD PAGO-MONTO(J) TO ACUM-PAGADO
                       MOVE PAGO-FECHA(J) TO FECHA-ULT-PAGO
                   END-IF
               END-PERFORM
               IF ACUM-PAGADO >= ACUM-EXIGIDO
                   ADD 1 TO CNT-CUBIERTAS
                   MOVE FECHA-ULT-PAGO TO CNV-FECHA-PAGO
                   IF FECHA-ULT-PAGO <= CNV-FECHA-VTO
                       MOVE "G" TO CNV-ESTADO-CUOTA
                   ELSE
                       MOVE "T" TO CNV-ESTADO-CUOTA
                   END-IF
               ELSE
                   MOVE 0 TO CNV-FECHA-PAGO
                   MOVE "P" TO CNV-ESTADO-CUOTA
                   IF CNV-FECHA-VTO < FECHA-PROCESO
                       MOVE CNV-FECHA-VTO TO FECHA-VTO
                       CALL "DATEDIF" USING VTO-DIA VTO-MES VTO-ANIO
                           PROC-DIA PROC-MES PROC-ANIO DIAS-ATRASO
                       IF DIAS-ATRASO > DIAS-GRACIA
                           MOVE "I" TO CNV-ESTADO-CUOTA
                           ADD 1 TO CNT-FALLAS-PLAN
                           IF ESTADO-ANTERIOR NOT = "I"
                               ADD 1 TO CNT-NUEVAS-FALLAS
                               PERFORM IMPRIME-INCUMPLIDA
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *MARCA TODAS LAS CUOTAS DEL CONVENIO CON EL ESTADO DE PLAN
      *QUE QUEDO EN ESTADO-ANTERIOR (C CANCELADO, F CUMPLIDO)
           MARCA-PLAN.
               PERFORM VARYING K FROM PLAN-INICIO BY 1
                       UNTIL K > PLAN-FIN
                   MOVE TAB-CUOTA(K) TO CONVENIO-REC
                   IF CNV-PLAN = PLAN-ACTUAL
                       MOVE ESTADO-ANTERIOR TO CNV-ESTADO-PLAN
                       MOVE CONVENIO-REC TO TAB-CUOTA(K)
                   END-IF
               END-PERFORM.

      *ESCRIBE LA LINEA DE UNA CUOTA QUE ESTA NOCHE PASO A
      *INCUMPLIDA
           IMPRIME-INCUMPLIDA.
               MOVE CNV-MONTO TO MONTO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  " CNV-CLIENTE-ID
                   " CONVENIO " CNV-PLAN
                   " CUOTA " CNV-CUOTA "/" CNV-CUOTAS
                   " VTO " CNV-FECHA-VTO
                   " MONTO " MONTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ESCRIBE LA LINEA DEL CONVENIO CANCELADO POR INCUMPLIMIENTO
           IMPRIME-CANCELADO.
               MOVE SPACES TO LINEA-REPORTE
               STRING "  " PLAN-CLIENTE
                   " CONVENIO " PLAN-ACTUAL
                   " CANCELADO CON " CNT-FALLAS-PLAN
                   " CUOTAS INCUMPLIDAS"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *DEJA LA CANCELACION DEL CONVENIO COMO NOTA DEL CLIENTE
           GRABA-NOTA.
               OPEN EXTEND NOTAS-FILE
               IF NOTAS-NEW-FILE
                   OPEN OUTPUT NOTAS-FILE
                   CLOSE NOTAS-FILE
                   OPEN EXTEND NOTAS-FILE
               END-IF
               MOVE SPACES TO NOTA-ARMADA
               STRING "CONVENIO " PLAN-ACTUAL " CANCELADO POR "
                   CNT-FALLAS-PLAN " CUOTAS INCUMPLIDAS"
                   DELIMITED BY SIZE INTO NOTA-ARMADA
               MOVE PLAN-CLIENTE TO NOTA-CLIENTE-ID
               MOVE FECHA-PROCESO TO NOTA-FECHA
               ACCEPT NOTA-HORA FROM TIME
               MOVE "CONVENIO" TO NOTA-OPERADOR
               MOVE NOTA-ARMADA TO NOTA-TEXTO
               MOVE 0 TO NOTA-SEG-FECHA
               MOVE SPACES TO NOTA-SEG-OPERADOR
               MOVE SPACE TO NOTA-SEG-ESTADO
               WRITE NOTAS-REC
               CLOSE NOTAS-FILE.

      *ABRE EL REPORTE DE CONVENIOS CON SU ENCABEZADO
           ABRE-REPORTE.
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CONVENIOS DE PAGO - CUOTAS INCUMPLIDAS - "
                   FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *CIERRA EL REPORTE CON LOS TOTALES DE LA CONCILIACION
           CIERRA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-NUEVAS-FALLAS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CUOTAS INCUMPLIDAS NUEVAS: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-CANCELADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CONVENIOS CANCELADOS: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-CUMPLIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CONVENIOS CUMPLIDOS: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               CLOSE REPORTE-FILE.

      *REESCRIBE CONVENIO.DAT COMPLETO CON LOS ESTADOS RESUELTOS
           REESCRIBE-CUOTAS.
               OPEN OUTPUT CONVENIO-FILE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > CUO-CNT
                   MOVE TAB-CUOTA(I) TO CONVENIO-REC
                   WRITE CONVENIO-REC
               END-PERFORM
               CLOSE CONVENIO-FILE.

       END PROGRAM COBRCONV-RPT.
