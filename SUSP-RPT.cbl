      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily aging of the unapplied cash held on
      *          SUSPENSO.DAT. Every item still open - its ingreso
      *          less the aplicaciones and devolucion SUSP-MANT
      *          posted - is bucketed by days since the bank payment
      *          date into 0-30 / 31-60 / 61-90 / over 90 days, with
      *          detail lines and an amount per bucket, on
      *          SUSPENSO.RPT. The report closes with the items
      *          marked for refund today and a control block proving
      *          the buckets add up to the postings (ingresos less
      *          aplicaciones less devoluciones); a difference is
      *          flagged and ends the run with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTIDAS-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTIDAS-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "SUSPENSO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTIDAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARTIDAS-REC.
           COPY SUSPAR.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 PARTIDAS-STATUS   PIC X(2) VALUE "00".
               88 PARTIDAS-NEW-FILE VALUE "35".
           77 PARTIDAS-EOF-SW   PIC X VALUE "N".
               88 PARTIDAS-EOF      VALUE "Y".
           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).

      *PARTIDAS CON LO QUE SIGUE ABIERTO Y SUS DIAS DE ANTIGUEDAD
           01 TABLA-PARTIDAS.
               05 PARTIDAS OCCURS 2000 TIMES.
                   10 PAR-NUMERO        PIC 9(6).
                   10 PAR-CLIENTE-ID    PIC X(6).
                   10 PAR-ABIERTO       PIC S9(7)V99.
                   10 PAR-FECHA-PAGO    PIC 9(8).
                   10 PAR-REFERENCIA    PIC X(10).
                   10 PAR-DIAS          PIC 9(5).
           77 PAR-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.

      *DEVOLUCIONES MARCADAS HOY, PARA CUENTAS A PAGAR
           01 TABLA-DEVOLUCIONES.
               05 DEVOLUCIONES OCCURS 500 TIMES.
                   10 DEV-T-NUMERO      PIC 9(6).
                   10 DEV-T-MONTO       PIC 9(7)V99.
                   10 DEV-T-REFERENCIA  PIC X(10).
                   10 DEV-T-OPERADOR    PIC X(8).
           77 DEV-CNT           PIC 9(4) VALUE 0.

           77 P                 PIC 9(4) VALUE 0.
           77 J                 PIC 9(4) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

      *CALCULO DE DIAS DESDE EL PAGO, VIA EL SUBPROGRAMA DATEDIF
           01 FECHA-ORIGEN      PIC 9(8).
           01 FECHA-ORI-DET REDEFINES FECHA-ORIGEN.
               05 ORI-ANIO      PIC 9(4).
               05 ORI-MES       PIC 9(2).
               05 ORI-DIA       PIC 9(2).
           77 DIAS-DIF          PIC S9(7) VALUE 0.

      *TOTALES DE LOS MOVIMIENTOS Y DE LOS BALDES PARA EL CUADRE
           77 TOT-INGRESOS      PIC S9(9)V99 VALUE 0.
           77 TOT-APLICADO      PIC S9(9)V99 VALUE 0.
           77 TOT-DEVUELTO      PIC S9(9)V99 VALUE 0.
           77 TOT-ESPERADO      PIC S9(9)V99 VALUE 0.
           77 TOT-ABIERTO       PIC S9(9)V99 VALUE 0.
           77 TOT-BALDE         PIC S9(9)V99 VALUE 0.
           77 TOT-DEV-HOY       PIC S9(9)V99 VALUE 0.

      *LIMITES DEL BALDE EN CURSO Y SUS CONTADORES
           77 BALDE             PIC 9 VALUE 0.
           77 BALDE-DESDE       PIC 9(5) VALUE 0.
           77 BALDE-HASTA       PIC 9(5) VALUE 0.
           77 CNT-BALDE         PIC 9(4) VALUE 0.
           77 CNT-ABIERTAS      PIC 9(4) VALUE 0.
           77 CNT-EDIT          PIC ZZZ9.
           77 DIAS-EDIT         PIC ZZZZ9.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC ---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-PARTIDAS
            PERFORM CALCULA-ANTIGUEDAD
            PERFORM IMPRIME-REPORTE

            DISPLAY CNT-ABIERTAS " PARTIDAS ABIERTAS EN SUSPENSO, "
                "VER SUSPENSO.RPT"

            STOP RUN.

      *RECORRE SUSPENSO.DAT: CADA INGRESO ABRE UNA PARTIDA, CADA
      *APLICACION O DEVOLUCION LA DESCUENTA, Y TODOS SUMAN A LOS
      *TOTALES DE MOVIMIENTOS
           CARGA-PARTIDAS.
               OPEN INPUT PARTIDAS-FILE
               IF PARTIDAS-NEW-FILE
                   CLOSE PARTIDAS-FILE
               ELSE
                   PERFORM UNTIL PARTIDAS-EOF
                       READ PARTIDAS-FILE
                           AT END
                               SET PARTIDAS-EOF TO TRUE
                           NOT AT END
                               PERFORM CLASIFICA-MOVIMIENTO
                       END-READ
                   END-PERFORM
                   CLOSE PARTIDAS-FILE
               END-IF
               IF CNT-DESBORDE > 0
                   DISPLAY "TABLA DE PARTIDAS LLENA, " CNT-DESBORDE
                       " PARTIDAS FUERA DEL REPORTE"
               END-IF.

      *SUMA EL MOVIMIENTO LEIDO A SU TOTAL Y A SU PARTIDA
           CLASIFICA-MOVIMIENTO.
               EVALUATE TRUE
                   WHEN SUS-ES-INGRESO
                       ADD SUS-MONTO TO TOT-INGRESOS
                       PERFORM AGREGA-PARTIDA
                   WHEN SUS-ES-APLICACION
                       ADD SUS-MONTO TO TOT-APLICADO
                       PERFORM DESCUENTA-PARTIDA
                   WHEN SUS-ES-DEVOLUCION
                       ADD SUS-MONTO TO TOT-DEVUELTO
                       PERFORM DESCUENTA-PARTIDA
                       IF SUS-FECHA = FECHA-PROCESO
                           PERFORM AGREGA-DEVOLUCION
                       END-IF
               END-EVALUATE.

      *ABRE LA PARTIDA DEL INGRESO LEIDO
           AGREGA-PARTIDA.
               IF PAR-CNT < 2000
                   ADD 1 TO PAR-CNT
                   MOVE SUS-NUMERO TO PAR-NUMERO(PAR-CNT)
                   MOVE SUS-CLIENTE-ID TO PAR-CLIENTE-ID(PAR-CNT)
                   MOVE SUS-MONTO TO PAR-ABIERTO(PAR-CNT)
                   MOVE SUS-FECHA-PAGO TO PAR-FECHA-PAGO(PAR-CNT)
                   MOVE SUS-REFERENCIA TO PAR-REFERENCIA(PAR-CNT)
                   MOVE 0 TO PAR-DIAS(PAR-CNT)
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF.

      *DESCUENTA LA APLICACION O DEVOLUCION DE SU PARTIDA
           DESCUENTA-PARTIDA.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO P
               PERFORM UNTIL ENCONTRADO OR P >= PAR-CNT
                   ADD 1 TO P
                   IF PAR-NUMERO(P) = SUS-NUMERO
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF ENCONTRADO
                   SUBTRACT SUS-MONTO FROM PAR-ABIERTO(P)
               END-IF.

      *GUARDA LA DEVOLUCION MARCADA HOY PARA LISTARLA AL PIE
           AGREGA-DEVOLUCION.
               ADD SUS-MONTO TO TOT-DEV-HOY
               IF DEV-CNT < 500
                   ADD 1 TO DEV-CNT
                   MOVE SUS-NUMERO TO DEV-T-NUMERO(DEV-CNT)
                   MOVE SUS-MONTO TO DEV-T-MONTO(DEV-CNT)
                   MOVE SUS-REFERENCIA TO DEV-T-REFERENCIA(DEV-CNT)
                   MOVE SUS-OPERADOR TO DEV-T-OPERADOR(DEV-CNT)
               END-IF.

      *DIAS DESDE LA FECHA DEL PAGO PARA CADA PARTIDA ABIERTA
           CALCULA-ANTIGUEDAD.
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > PAR-CNT
                   IF PAR-ABIERTO(P) NOT = 0
                       ADD 1 TO CNT-ABIERTAS
                       ADD PAR-ABIERTO(P) TO TOT-ABIERTO
                       MOVE PAR-FECHA-PAGO(P) TO FECHA-ORIGEN
                       CALL "DATEDIF" USING ORI-DIA ORI-MES ORI-ANIO
                           PROC-DIA PROC-MES PROC-ANIO DIAS-DIF
                       IF DIAS-DIF > 0
                           MOVE DIAS-DIF TO PAR-DIAS(P)
                       END-IF
                   END-IF
               END-PERFORM.

      *ESCRIBE EL REPORTE: UNA SECCION POR BALDE, LAS DEVOLUCIONES
      *DEL DIA Y EL CUADRE CONTRA LOS MOVIMIENTOS
           IMPRIME-REPORTE.
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "ANTIGUEDAD DE PAGOS EN SUSPENSO - "
                   FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               PERFORM VARYING BALDE FROM 1 BY 1 UNTIL BALDE > 4
                   PERFORM IMPRIME-BALDE
               END-PERFORM

               PERFORM IMPRIME-DEVOLUCIONES
               PERFORM IMPRIME-CUADRE
               CLOSE REPORTE-FILE.

      *ESCRIBE LA SECCION DEL BALDE EN CURSO: ENCABEZADO, UNA LINEA
      *POR PARTIDA ABIERTA DENTRO DEL RANGO Y EL TOTAL DEL BALDE
           IMPRIME-BALDE.
               EVALUATE BALDE
                   WHEN 1
                       MOVE 0 TO BALDE-DESDE
                       MOVE 30 TO BALDE-HASTA
                   WHEN 2
                       MOVE 31 TO BALDE-DESDE
                       MOVE 60 TO BALDE-HASTA
                   WHEN 3
                       MOVE 61 TO BALDE-DESDE
                       MOVE 90 TO BALDE-HASTA
                   WHEN OTHER
                       MOVE 91 TO BALDE-DESDE
                       MOVE 99999 TO BALDE-HASTA
               END-EVALUATE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               IF BALDE = 4
                   STRING "BALDE MAS DE 90 DIAS"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               ELSE
                   STRING "BALDE " BALDE-DESDE " A " BALDE-HASTA
                       " DIAS"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE

               MOVE 0 TO CNT-BALDE
               MOVE 0 TO TOT-BALDE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > PAR-CNT
                   IF PAR-ABIERTO(J) NOT = 0 AND
                       PAR-DIAS(J) >= BALDE-DESDE AND
                       PAR-DIAS(J) <= BALDE-HASTA
                       ADD 1 TO CNT-BALDE
                       ADD PAR-ABIERTO(J) TO TOT-BALDE
                       PERFORM IMPRIME-DETALLE
                   END-IF
               END-PERFORM

               MOVE CNT-BALDE TO CNT-EDIT
               MOVE TOT-BALDE TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "PARTIDAS EN EL BALDE: " CNT-EDIT
                   "  IMPORTE " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ESCRIBE LA LINEA DE DETALLE DE LA PARTIDA J
           IMPRIME-DETALLE.
               MOVE PAR-DIAS(J) TO DIAS-EDIT
               MOVE PAR-ABIERTO(J) TO MONTO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  NRO " PAR-NUMERO(J)
                   " ID " PAR-CLIENTE-ID(J)
                   " REF " PAR-REFERENCIA(J)
                   " PAGO " PAR-FECHA-PAGO(J)
                   " DIAS " DIAS-EDIT
                   " " MONTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *LISTA LAS PARTIDAS MARCADAS HOY PARA DEVOLUCION
           IMPRIME-DEVOLUCIONES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "MARCADAS HOY PARA DEVOLUCION:" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DEV-CNT
                   MOVE DEV-T-MONTO(J) TO MONTO-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  NRO " DEV-T-NUMERO(J)
                       " REF " DEV-T-REFERENCIA(J)
                       " " MONTO-EDIT
                       " POR " DEV-T-OPERADOR(J)
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM
               MOVE TOT-DEV-HOY TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "TOTAL A DEVOLVER HOY      : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *CUADRA LO ABIERTO EN LOS BALDES CONTRA LOS MOVIMIENTOS; UNA
      *DIFERENCIA SE SENALA Y DEVUELVE RETURN-CODE 4
           IMPRIME-CUADRE.
               COMPUTE TOT-ESPERADO = TOT-INGRESOS - TOT-APLICADO
                   - TOT-DEVUELTO
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE TOT-INGRESOS TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "INGRESOS A SUSPENSO       : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE TOT-APLICADO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "MENOS APLICADO A CLIENTES : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE TOT-DEVUELTO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "MENOS MARCADO A DEVOLVER  : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE TOT-ESPERADO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "SALDO SEGUN MOVIMIENTOS   : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-ABIERTAS TO CNT-EDIT
               MOVE TOT-ABIERTO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "ABIERTO EN LOS BALDES     : " TOTAL-EDIT
                   "  (" CNT-EDIT " PARTIDAS)"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF TOT-ABIERTO NOT = TOT-ESPERADO
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "*** EL SUSPENSO NO CUADRA CON SUS "
                       "MOVIMIENTOS ***"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE 4 TO RETURN-CODE
               END-IF.

       END PROGRAM SUSP-RPT.
