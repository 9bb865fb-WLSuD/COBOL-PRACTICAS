      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end close of the calculator ledger. A
      *          supervisor signed on through SIGNON names a month
      *          (after the last one closed, before the current one);
      *          the program totals the month's CALCULOG.DAT activity
      *          per OPLOG-TIPO - void pairs left out as on
      *          CALCU-ZRPT, period adjustments ("J") counted where
      *          they are dated - and ties each day and type to the
      *          net GLEXTRAC released to GLDIARIO.OUT that day, as
      *          kept on GLHIST.DAT. The tie goes to CALCCIER.RPT with
      *          every day that does not agree; on confirmation the
      *          period's totals are frozen on CALCPER.DAT and from
      *          then on the calculator refuses voids and reprints of
      *          the month's operations.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCU-CIERRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "CALCULOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT CIERRE-FILE ASSIGN TO "CALCPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIERRE-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CALCCIER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-REC.
           COPY OPELOG.

       FD  CIERRE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CIERRE-REC.
           COPY CALPER.

       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORIA-REC.
           COPY GLHIS.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 LOG-STATUS        PIC X(2) VALUE "00".
               88 LOG-NEW-FILE      VALUE "35".
           77 LOG-EOF-SW        PIC X VALUE "N".
               88 LOG-EOF           VALUE "Y".
           77 CIERRE-STATUS     PIC X(2) VALUE "00".
               88 CIERRE-NEW-FILE   VALUE "35".
           77 CIERRE-EOF-SW     PIC X VALUE "N".
               88 CIERRE-EOF        VALUE "Y".
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".
           77 HISTORIA-EOF-SW   PIC X VALUE "N".
               88 HISTORIA-EOF      VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).
           77 HORA-PROCESO      PIC 9(8).
           77 PERIODO-PEDIDO    PIC 9(6) VALUE 0.
           77 ULTIMO-CERRADO    PIC 9(6) VALUE 0.
           77 MES-PEDIDO        PIC 9(2) VALUE 0.
           77 CONFIRMA          PIC X VALUE "N".
               88 CIERRE-CONFIRMADO VALUE "S".
           77 SW-PERIODO-OK     PIC X VALUE "N".
               88 PERIODO-OK        VALUE "Y".

      *TIPOS DE OPERACION EN EL ORDEN DE CALCPER.DAT: + - * /
           01 TABLA-TIPOS.
               05 TIPOS OCCURS 4 TIMES.
                   10 TIPO-SIMBOLO      PIC X.
                   10 TIPO-NOMBRE       PIC X(10).
                   10 TIPO-ORIGEN       PIC X(8).
                   10 TIPO-CNT          PIC 9(6).
                   10 TIPO-TOTAL        PIC S9(11)V99.
                   10 TIPO-GL           PIC S9(11)V99.
           77 TI                PIC 9 VALUE 0.

      *NETO DEL LEDGER Y NETO LIBERADO AL DIARIO POR DIA Y TIPO
           01 TABLA-DIAS.
               05 DIAS OCCURS 31 TIMES.
                   10 DIA-LEDGER OCCURS 4 TIMES PIC S9(11)V99.
                   10 DIA-DIARIO OCCURS 4 TIMES PIC S9(11)V99.
                   10 DIA-DIFIERE-SW    PIC X.
                       88 DIA-DIFIERE       VALUE "Y".
           77 DX                PIC 9(2) VALUE 0.

      *SECUENCIAS ANULADAS POR ALGUN CONTRA-ASIENTO DEL LOG
           01 TABLA-ANULADAS.
               05 ANULADAS OCCURS 5000 TIMES.
                   10 ANU-SEC           PIC 9(6).
           77 ANU-CNT           PIC 9(4) VALUE 0.
           77 AX                PIC 9(4) VALUE 0.
           77 SW-ANULADA        PIC X VALUE "N".
               88 OPERACION-ANULADA VALUE "Y".

           77 CNT-ANULACIONES   PIC 9(6) VALUE 0.
           77 CNT-AJUSTES       PIC 9(6) VALUE 0.
           77 ULTIMO-SEC        PIC 9(6) VALUE 0.
           77 CNT-DIAS-DIF      PIC 9(2) VALUE 0.

           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 TOTAL-EDIT        PIC ---,---,---,--9.99.
           77 DIARIO-EDIT       PIC ---,---,---,--9.99.
           77 DIFERENCIA        PIC S9(11)V99 VALUE 0.
           77 DIFERENCIA-EDIT   PIC ---,---,---,--9.99.

           77 OPERADOR        PIC X(8).
           77 PERM-ALTA-OPER  PIC X VALUE "N".
           77 PERM-CONS-OPER  PIC X VALUE "N".
           77 SUPERV-OPER     PIC X VALUE "N".
           77 SIGNON-SW       PIC X VALUE "N".
               88 SIGNON-OK       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF
            IF SUPERV-OPER NOT = "Y"
                DISPLAY "EL CIERRE DE PERIODO ES DEL SUPERVISOR"
                STOP RUN
            END-IF
            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD

            PERFORM CARGA-CIERRES
            PERFORM PIDE-PERIODO
            IF NOT PERIODO-OK
                STOP RUN
            END-IF

            PERFORM CARGA-TIPOS
            PERFORM CARGA-ANULADAS
            PERFORM RECORRE-LOG
            PERFORM CARGA-DIARIO
            PERFORM CRUZA-DIAS
            PERFORM IMPRIME-REPORTE

            DISPLAY "CIERRE DEL PERIODO " PERIODO-PEDIDO ": "
                CNT-DIAS-DIF " DIAS CON DIFERENCIA CONTRA EL "
                "DIARIO, VER CALCCIER.RPT"
            DISPLAY "CONFIRMA EL CIERRE DEL PERIODO? (S/N)"
            ACCEPT CONFIRMA
            IF CIERRE-CONFIRMADO
                PERFORM GRABA-CIERRE
                DISPLAY "PERIODO " PERIODO-PEDIDO " CERRADO"
            ELSE
                DISPLAY "PERIODO NO CERRADO, SOLO SE EMITIO EL "
                    "REPORTE"
            END-IF

            STOP RUN.

      *LEE LOS CIERRES ANTERIORES Y DEJA EL ULTIMO MES CERRADO
           CARGA-CIERRES.
               MOVE 0 TO ULTIMO-CERRADO
               OPEN INPUT CIERRE-FILE
               IF CIERRE-NEW-FILE
                   CLOSE CIERRE-FILE
               ELSE
                   PERFORM UNTIL CIERRE-EOF
                       READ CIERRE-FILE
                           AT END
                               SET CIERRE-EOF TO TRUE
                           NOT AT END
                               IF CPE-PERIODO > ULTIMO-CERRADO
                                   MOVE CPE-PERIODO TO ULTIMO-CERRADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CIERRE-FILE
               END-IF.

      *PIDE EL MES A CERRAR: MES VALIDO, POSTERIOR AL ULTIMO
      *CERRADO Y ANTERIOR AL MES EN CURSO
           PIDE-PERIODO.
               MOVE "N" TO SW-PERIODO-OK
               DISPLAY "ULTIMO PERIODO CERRADO: " ULTIMO-CERRADO
               DISPLAY "INGRESE EL PERIODO A CERRAR (AAAAMM): "
               ACCEPT PERIODO-PEDIDO
               MOVE PERIODO-PEDIDO(5:2) TO MES-PEDIDO
               EVALUATE TRUE
                   WHEN MES-PEDIDO < 1 OR MES-PEDIDO > 12
                       DISPLAY "PERIODO INVALIDO"
                   WHEN PERIODO-PEDIDO NOT > ULTIMO-CERRADO
                       DISPLAY "EL PERIODO " PERIODO-PEDIDO
                           " YA ESTA CERRADO"
                   WHEN PERIODO-PEDIDO NOT < FECHA-PROCESO(1:6)
                       DISPLAY "EL PERIODO " PERIODO-PEDIDO
                           " NO TERMINO, NO SE PUEDE CERRAR"
                   WHEN OTHER
                       SET PERIODO-OK TO TRUE
               END-EVALUATE.

      *INICIALIZA LOS TIPOS DE OPERACION, SU FUENTE EN EL DIARIO Y
      *LA TABLA DE DIAS
           CARGA-TIPOS.
               MOVE "+" TO TIPO-SIMBOLO(1)
               MOVE "SUMA" TO TIPO-NOMBRE(1)
               MOVE "-" TO TIPO-SIMBOLO(2)
               MOVE "RESTA" TO TIPO-NOMBRE(2)
               MOVE "*" TO TIPO-SIMBOLO(3)
               MOVE "MULTIPLICA" TO TIPO-NOMBRE(3)
               MOVE "/" TO TIPO-SIMBOLO(4)
               MOVE "DIVIDI" TO TIPO-NOMBRE(4)
               PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                   MOVE SPACES TO TIPO-ORIGEN(TI)
                   STRING "CALC-" TIPO-SIMBOLO(TI)
                       DELIMITED BY SIZE INTO TIPO-ORIGEN(TI)
                   MOVE 0 TO TIPO-CNT(TI)
                   MOVE 0 TO TIPO-TOTAL(TI)
                   MOVE 0 TO TIPO-GL(TI)
               END-PERFORM
               PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 31
                   PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                       MOVE 0 TO DIA-LEDGER(DX TI)
                       MOVE 0 TO DIA-DIARIO(DX TI)
                   END-PERFORM
                   MOVE "N" TO DIA-DIFIERE-SW(DX)
               END-PERFORM.

      *PRIMERA PASADA SOBRE EL LOG: JUNTA LAS SECUENCIAS QUE ALGUN
      *CONTRA-ASIENTO "V" REFERENCIA, PARA CANCELAR LOS PARES
           CARGA-ANULADAS.
               MOVE "N" TO LOG-EOF-SW
               OPEN INPUT LOG-FILE
               IF LOG-NEW-FILE
                   CLOSE LOG-FILE
               ELSE
                   PERFORM UNTIL LOG-EOF
                       READ LOG-FILE
                           AT END
                               SET LOG-EOF TO TRUE
                           NOT AT END
                               IF OPLOG-ES-ANULACION AND
                                   ANU-CNT < 5000
                                   ADD 1 TO ANU-CNT
                                   MOVE OPLOG-REF TO
                                       ANU-SEC(ANU-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOG-FILE
               END-IF.

      *RECORRE CALCULOG.DAT ACUMULANDO LAS OPERACIONES DEL PERIODO
      *POR TIPO Y POR DIA
           RECORRE-LOG.
               MOVE "N" TO LOG-EOF-SW
               OPEN INPUT LOG-FILE
               IF LOG-NEW-FILE
                   DISPLAY "NO EXISTE CALCULOG.DAT"
                   CLOSE LOG-FILE
               ELSE
                   PERFORM UNTIL LOG-EOF
                       READ LOG-FILE
                           AT END
                               SET LOG-EOF TO TRUE
                           NOT AT END
                               IF OPLOG-FECHA(1:6) = PERIODO-PEDIDO
                                   PERFORM ACUMULA-OPERACION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOG-FILE
               END-IF.

      *SUMA LA OPERACION AL TOTAL DE SU TIPO Y AL NETO DE SU DIA -
      *LOS CONTRA-ASIENTOS Y LO QUE ANULAN QUEDAN AFUERA, LOS
      *AJUSTES ENTRAN COMO LA REVERSION QUE SON
           ACUMULA-OPERACION.
               IF OPLOG-SEC IS NUMERIC AND OPLOG-SEC > ULTIMO-SEC
                   MOVE OPLOG-SEC TO ULTIMO-SEC
               END-IF
               MOVE "N" TO SW-ANULADA
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ANU-CNT
                   IF ANU-SEC(AX) = OPLOG-SEC
                       SET OPERACION-ANULADA TO TRUE
                   END-IF
               END-PERFORM
               MOVE OPLOG-FECHA(7:2) TO DX
               IF OPLOG-ES-ANULACION
                   ADD 1 TO CNT-ANULACIONES
               ELSE
                   IF OPLOG-ES-AJUSTE
                       ADD 1 TO CNT-AJUSTES
                   END-IF
                   IF NOT OPERACION-ANULADA AND DX > 0 AND DX < 32
                       PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                           IF OPLOG-TIPO = TIPO-SIMBOLO(TI)
                               ADD 1 TO TIPO-CNT(TI)
                               ADD OPLOG-RESULTADO TO TIPO-TOTAL(TI)
                               ADD OPLOG-RESULTADO TO
                                   DIA-LEDGER(DX TI)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF.

      *LEE LA HISTORIA DE LIBERACIONES DEL DIARIO: POR DIA Y FUENTE
      *DE LA CALCULADORA VALE LA ULTIMA LIBERACION (UNA CORRIDA
      *REPETIDA REEMPLAZA A LA ANTERIOR)
           CARGA-DIARIO.
               OPEN INPUT HISTORIA-FILE
               IF HISTORIA-NEW-FILE
                   DISPLAY "NO EXISTE GLHIST.DAT, NADA LIBERADO AL "
                       "DIARIO PARA CRUZAR"
                   CLOSE HISTORIA-FILE
               ELSE
                   PERFORM UNTIL HISTORIA-EOF
                       READ HISTORIA-FILE
                           AT END
                               SET HISTORIA-EOF TO TRUE
                           NOT AT END
                               IF GLH-FECHA(1:6) = PERIODO-PEDIDO
                                   PERFORM UBICA-LIBERACION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIA-FILE
               END-IF.

      *ASIENTA EL NETO LIBERADO EN EL DIA Y TIPO QUE CORRESPONDE
           UBICA-LIBERACION.
               MOVE GLH-FECHA(7:2) TO DX
               IF DX > 0 AND DX < 32
                   PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                       IF GLH-ORIGEN = TIPO-ORIGEN(TI)
                           MOVE GLH-NETO TO DIA-DIARIO(DX TI)
                       END-IF
                   END-PERFORM
               END-IF.

      *CRUZA CADA DIA Y TIPO DEL LEDGER CONTRA EL DIARIO Y TOTALIZA
      *LO LIBERADO POR TIPO
           CRUZA-DIAS.
               MOVE 0 TO CNT-DIAS-DIF
               PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 31
                   PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                       ADD DIA-DIARIO(DX TI) TO TIPO-GL(TI)
                       IF DIA-LEDGER(DX TI) NOT = DIA-DIARIO(DX TI)
                           SET DIA-DIFIERE(DX) TO TRUE
                       END-IF
                   END-PERFORM
                   IF DIA-DIFIERE(DX)
                       ADD 1 TO CNT-DIAS-DIF
                   END-IF
               END-PERFORM.

      *ESCRIBE EL REPORTE DE CIERRE: TOTALES POR TIPO CONTRA EL
      *DIARIO, DETALLE DE LOS DIAS QUE NO CUADRAN Y VEREDICTO
           IMPRIME-REPORTE.
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CIERRE DE PERIODO CALCULADORA - "
                   PERIODO-PEDIDO "  EMITIDO " FECHA-PROCESO
                   " POR " OPERADOR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "TIPO        CANT." TO LINEA-REPORTE
               MOVE "LEDGER" TO LINEA-REPORTE(30:6)
               MOVE "DIARIO" TO LINEA-REPORTE(48:6)
               MOVE "DIFERENCIA" TO LINEA-REPORTE(62:10)
               WRITE LINEA-REPORTE

               PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                   MOVE TIPO-CNT(TI) TO CNT-EDIT
                   MOVE TIPO-TOTAL(TI) TO TOTAL-EDIT
                   MOVE TIPO-GL(TI) TO DIARIO-EDIT
                   COMPUTE DIFERENCIA = TIPO-TOTAL(TI) - TIPO-GL(TI)
                   MOVE DIFERENCIA TO DIFERENCIA-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING TIPO-NOMBRE(TI) CNT-EDIT TOTAL-EDIT
                       DIARIO-EDIT DIFERENCIA-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-ANULACIONES TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "ANULACIONES DEL PERIODO : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-AJUSTES TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "AJUSTES DEL PERIODO     : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               IF CNT-DIAS-DIF > 0
                   MOVE SPACES TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE "DIAS QUE NO CUADRAN CONTRA EL DIARIO"
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 31
                       IF DIA-DIFIERE(DX)
                           PERFORM IMPRIME-DIA
                       END-IF
                   END-PERFORM
               END-IF

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               IF CNT-DIAS-DIF = 0
                   MOVE "PERIODO CUADRADO CONTRA EL DIARIO LIBERADO"
                       TO LINEA-REPORTE
               ELSE
                   STRING "*** " CNT-DIAS-DIF " DIAS NO CUADRAN "
                       "CONTRA EL DIARIO LIBERADO"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE
               CLOSE REPORTE-FILE.

      *DETALLE DE UN DIA QUE NO CUADRA: LOS TIPOS CON DIFERENCIA
           IMPRIME-DIA.
               PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                   IF DIA-LEDGER(DX TI) NOT = DIA-DIARIO(DX TI)
                       MOVE DIA-LEDGER(DX TI) TO TOTAL-EDIT
                       MOVE DIA-DIARIO(DX TI) TO DIARIO-EDIT
                       COMPUTE DIFERENCIA =
                           DIA-LEDGER(DX TI) - DIA-DIARIO(DX TI)
                       MOVE DIFERENCIA TO DIFERENCIA-EDIT
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  DIA " DX " " TIPO-NOMBRE(TI)
                           TOTAL-EDIT DIARIO-EDIT DIFERENCIA-EDIT
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM.

      *CONGELA LOS TOTALES DEL PERIODO EN CALCPER.DAT
           GRABA-CIERRE.
               OPEN EXTEND CIERRE-FILE
               IF CIERRE-NEW-FILE
                   OPEN OUTPUT CIERRE-FILE
                   CLOSE CIERRE-FILE
                   OPEN EXTEND CIERRE-FILE
               END-IF
               ACCEPT HORA-PROCESO FROM TIME
               MOVE PERIODO-PEDIDO TO CPE-PERIODO
               MOVE FECHA-PROCESO TO CPE-FECHA-CIERRE
               MOVE HORA-PROCESO TO CPE-HORA-CIERRE
               MOVE OPERADOR TO CPE-OPERADOR
               PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                   MOVE TIPO-SIMBOLO(TI) TO CPE-TIPO-SIMBOLO(TI)
                   MOVE TIPO-CNT(TI) TO CPE-TIPO-CNT(TI)
                   MOVE TIPO-TOTAL(TI) TO CPE-TIPO-TOTAL(TI)
                   MOVE TIPO-GL(TI) TO CPE-GL-TOTAL(TI)
               END-PERFORM
               MOVE CNT-ANULACIONES TO CPE-ANULACIONES
               MOVE CNT-AJUSTES TO CPE-AJUSTES
               MOVE ULTIMO-SEC TO CPE-ULTIMO-SEC
               MOVE CNT-DIAS-DIF TO CPE-DIAS-DIFERENCIA
               WRITE CIERRE-REC
               CLOSE CIERRE-FILE.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

       END PROGRAM CALCU-CIERRE.
