      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly customer tier movement report. Reads the
      *          SEGHIST.DAT movements CLISEGM appended during the
      *          requested month and prints the from/to matrix between
      *          ORO, PLATA, ESTANDAR and RIESGO (first
      *          classifications on their own NUEVO row), the number
      *          of upgrades and downgrades, the detail of every move
      *          with the measures that decided it, and today's tier
      *          distribution from CLISEG.DAT. Written to SEGM.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGM-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-FILE ASSIGN TO "SEGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

           SELECT SEGMENTO-FILE ASSIGN TO "CLISEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEG-CLIENTE-ID
               FILE STATUS IS SEGMENTO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "SEGM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORIA-REC.
           COPY SEGHIS.

       FD  SEGMENTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEGMENTO-REC.
           COPY CLISEG.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(110).

       WORKING-STORAGE SECTION.
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".
           77 HISTORIA-EOF-SW   PIC X VALUE "N".
               88 HISTORIA-EOF      VALUE "Y".
           77 SEGMENTO-STATUS   PIC X(2) VALUE "00".
               88 SEGMENTO-NEW-FILE VALUE "35".
           77 SEGMENTO-EOF-SW   PIC X VALUE "N".
               88 SEGMENTO-EOF      VALUE "Y".

      *MES PEDIDO, PRIMER DIA DEL MES Y PRIMER DIA DEL SIGUIENTE
           77 ANIOMES-PEDIDO    PIC 9(6).
           77 FECHA-INICIO      PIC 9(8) VALUE 0.
           77 FECHA-SIGUIENTE   PIC 9(8) VALUE 0.
           77 ANIO-AUX          PIC 9(4) VALUE 0.
           77 MES-AUX           PIC 9(2) VALUE 0.

      *MATRIZ DE MOVIMIENTOS: FILA 5 ES LA PRIMERA CLASIFICACION;
      *NIVELES 1 ORO, 2 PLATA, 3 ESTANDAR, 4 RIESGO
           01 TABLA-MATRIZ.
               05 MAT-ORIGEN OCCURS 5 TIMES.
                   10 MAT-DESTINO OCCURS 4 TIMES PIC 9(6).
                   10 MAT-TOTAL-FILA    PIC 9(6).
           01 TABLA-DISTRIBUCION.
               05 DIS-NIVEL OCCURS 4 TIMES PIC 9(6).
           01 NOMBRES-NIVEL-DATOS.
               05 FILLER            PIC X(8) VALUE "ORO".
               05 FILLER            PIC X(8) VALUE "PLATA".
               05 FILLER            PIC X(8) VALUE "ESTANDAR".
               05 FILLER            PIC X(8) VALUE "RIESGO".
               05 FILLER            PIC X(8) VALUE "NUEVO".
           01 NOMBRES-NIVEL REDEFINES NOMBRES-NIVEL-DATOS.
               05 NOMBRE-NIVEL OCCURS 5 TIMES PIC X(8).
           77 O                 PIC 9 VALUE 0.
           77 D                 PIC 9 VALUE 0.
           77 NIVEL-LETRA       PIC X.
           77 NIVEL-NUMERO      PIC 9 VALUE 0.

           77 CNT-MOVIMIENTOS   PIC 9(6) VALUE 0.
           77 CNT-NUEVOS        PIC 9(6) VALUE 0.
           77 CNT-SUBEN         PIC 9(6) VALUE 0.
           77 CNT-BAJAN         PIC 9(6) VALUE 0.
           77 CNT-CLASIFICADOS  PIC 9(6) VALUE 0.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 CNT-EDIT-2        PIC ZZZ,ZZ9.
           77 CNT-EDIT-3        PIC ZZZ,ZZ9.
           77 CNT-EDIT-4        PIC ZZZ,ZZ9.
           77 CNT-EDIT-5        PIC ZZZ,ZZ9.
           77 NOMBRE-ANTERIOR   PIC X(8).
           77 NOMBRE-NUEVO      PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY "INGRESE EL MES A REPORTAR (AAAAMM): "
            ACCEPT ANIOMES-PEDIDO

            PERFORM CALCULA-LIMITES
            INITIALIZE TABLA-MATRIZ
            INITIALIZE TABLA-DISTRIBUCION

            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "MOVIMIENTOS DE NIVEL DE CLIENTES - MES "
                ANIOMES-PEDIDO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE "CLIENTE  FECHA     ANTERIOR  NUEVO     ANTIG.  "
                & "MORA  PUNT. %PAGO" TO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM RECORRE-MOVIMIENTOS
            PERFORM IMPRIME-MATRIZ
            PERFORM IMPRIME-DISTRIBUCION
            CLOSE REPORTE-FILE

            DISPLAY CNT-MOVIMIENTOS " MOVIMIENTOS DE NIVEL EN "
                ANIOMES-PEDIDO ", VER SEGM.RPT"

            STOP RUN.

      *PRIMER DIA DEL MES PEDIDO Y DEL MES SIGUIENTE
           CALCULA-LIMITES.
               DIVIDE ANIOMES-PEDIDO BY 100 GIVING ANIO-AUX
                   REMAINDER MES-AUX
               IF MES-AUX < 1 OR MES-AUX > 12
                   DISPLAY "MES INVALIDO: " ANIOMES-PEDIDO
                   STOP RUN
               END-IF
               COMPUTE FECHA-INICIO = ANIOMES-PEDIDO * 100 + 1
               IF MES-AUX = 12
                   COMPUTE FECHA-SIGUIENTE =
                       (ANIO-AUX + 1) * 10000 + 101
               ELSE
                   COMPUTE FECHA-SIGUIENTE = FECHA-INICIO + 100
               END-IF.

      *LISTA Y CUENTA LOS MOVIMIENTOS DEL MES PEDIDO
           RECORRE-MOVIMIENTOS.
               OPEN INPUT HISTORIA-FILE
               IF HISTORIA-NEW-FILE
                   DISPLAY "NO EXISTE SEGHIST.DAT, EL PASO NOCTURNO "
                       "CLISEGM NUNCA CORRIO"
                   CLOSE HISTORIA-FILE
               ELSE
                   PERFORM UNTIL HISTORIA-EOF
                       READ HISTORIA-FILE
                           AT END
                               SET HISTORIA-EOF TO TRUE
                           NOT AT END
                               IF SGH-FECHA NOT < FECHA-INICIO
                                   AND SGH-FECHA < FECHA-SIGUIENTE
                                   PERFORM TOMA-MOVIMIENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIA-FILE
               END-IF.

      *VUELCA UN MOVIMIENTO EN LA MATRIZ Y EN EL DETALLE; UN NIVEL
      *MAS BAJO EN LA TABLA ES UNA MEJORA
           TOMA-MOVIMIENTO.
               MOVE SGH-TIER-NUEVO TO NIVEL-LETRA
               PERFORM NUMERO-DE-NIVEL
               MOVE NIVEL-NUMERO TO D
               IF SGH-TIER-ANTERIOR = SPACE
                   MOVE 5 TO O
                   ADD 1 TO CNT-NUEVOS
               ELSE
                   MOVE SGH-TIER-ANTERIOR TO NIVEL-LETRA
                   PERFORM NUMERO-DE-NIVEL
                   MOVE NIVEL-NUMERO TO O
               END-IF
               IF O = 0 OR D = 0
                   DISPLAY "MOVIMIENTO CON NIVEL INVALIDO, CLIENTE "
                       SGH-CLIENTE-ID " DEL " SGH-FECHA
               ELSE
                   ADD 1 TO CNT-MOVIMIENTOS
                   ADD 1 TO MAT-DESTINO(O, D)
                   ADD 1 TO MAT-TOTAL-FILA(O)
                   IF O < 5
                       IF D < O
                           ADD 1 TO CNT-SUBEN
                       ELSE
                           ADD 1 TO CNT-BAJAN
                       END-IF
                   END-IF
                   MOVE NOMBRE-NIVEL(O) TO NOMBRE-ANTERIOR
                   MOVE NOMBRE-NIVEL(D) TO NOMBRE-NUEVO
                   MOVE SPACES TO LINEA-REPORTE
                   STRING SGH-CLIENTE-ID "   " SGH-FECHA "  "
                       NOMBRE-ANTERIOR "  " NOMBRE-NUEVO "  "
                       SGH-ANTIGUEDAD "  " SGH-DIAS-MOROSO "  "
                       SGH-PUNTAJE "   " SGH-PAGO-PCT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *POSICION DE LA LETRA DE NIVEL EN LA TABLA DE NOMBRES
           NUMERO-DE-NIVEL.
               EVALUATE NIVEL-LETRA
                   WHEN "O"
                       MOVE 1 TO NIVEL-NUMERO
                   WHEN "P"
                       MOVE 2 TO NIVEL-NUMERO
                   WHEN "E"
                       MOVE 3 TO NIVEL-NUMERO
                   WHEN "R"
                       MOVE 4 TO NIVEL-NUMERO
                   WHEN OTHER
                       MOVE 0 TO NIVEL-NUMERO
               END-EVALUATE.

      *MATRIZ DESDE/HACIA CON LOS TOTALES DE MEJORAS Y BAJAS
           IMPRIME-MATRIZ.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "DESDE \ HACIA        ORO    PLATA ESTANDAR   "
                   & "RIESGO    TOTAL" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING O FROM 1 BY 1 UNTIL O > 5
                   MOVE MAT-DESTINO(O, 1) TO CNT-EDIT
                   MOVE MAT-DESTINO(O, 2) TO CNT-EDIT-2
                   MOVE MAT-DESTINO(O, 3) TO CNT-EDIT-3
                   MOVE MAT-DESTINO(O, 4) TO CNT-EDIT-4
                   MOVE MAT-TOTAL-FILA(O) TO CNT-EDIT-5
                   MOVE SPACES TO LINEA-REPORTE
                   STRING NOMBRE-NIVEL(O) "     " CNT-EDIT "  "
                       CNT-EDIT-2 "  " CNT-EDIT-3 "  " CNT-EDIT-4
                       "  " CNT-EDIT-5
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-SUBEN TO CNT-EDIT
               MOVE CNT-BAJAN TO CNT-EDIT-2
               MOVE CNT-NUEVOS TO CNT-EDIT-3
               MOVE SPACES TO LINEA-REPORTE
               STRING "MEJORAS DE NIVEL: " CNT-EDIT
                   "   BAJAS DE NIVEL: " CNT-EDIT-2
                   "   PRIMERA CLASIFICACION: " CNT-EDIT-3
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *DISTRIBUCION VIGENTE SEGUN CLISEG.DAT
           IMPRIME-DISTRIBUCION.
               OPEN INPUT SEGMENTO-FILE
               IF SEGMENTO-NEW-FILE
                   CLOSE SEGMENTO-FILE
               ELSE
                   PERFORM UNTIL SEGMENTO-EOF
                       READ SEGMENTO-FILE NEXT RECORD
                           AT END
                               SET SEGMENTO-EOF TO TRUE
                           NOT AT END
                               MOVE SEG-TIER TO NIVEL-LETRA
                               PERFORM NUMERO-DE-NIVEL
                               IF NIVEL-NUMERO > 0
                                   ADD 1 TO DIS-NIVEL(NIVEL-NUMERO)
                                   ADD 1 TO CNT-CLASIFICADOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEGMENTO-FILE
               END-IF
               MOVE DIS-NIVEL(1) TO CNT-EDIT
               MOVE DIS-NIVEL(2) TO CNT-EDIT-2
               MOVE DIS-NIVEL(3) TO CNT-EDIT-3
               MOVE DIS-NIVEL(4) TO CNT-EDIT-4
               MOVE CNT-CLASIFICADOS TO CNT-EDIT-5
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "DISTRIBUCION VIGENTE - ORO " CNT-EDIT
                   "  PLATA " CNT-EDIT-2 "  ESTANDAR " CNT-EDIT-3
                   "  RIESGO " CNT-EDIT-4 "  TOTAL " CNT-EDIT-5
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       END PROGRAM SEGM-RPT.
