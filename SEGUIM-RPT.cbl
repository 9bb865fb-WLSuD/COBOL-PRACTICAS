      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly overdue follow-up report. Ages every pending
      *          follow-up of CLINOTAS.DAT whose date has already
      *          passed and reports them by assigned operator - the
      *          detail oldest first, then per operator the count,
      *          the split 1-7 / 8-30 / more than 30 days late and
      *          the oldest one - so supervisors see who is letting
      *          the diary slip (SEGUIM.RPT). Runs as a weekly
      *          NOCTURNO step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGUIM-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-FILE ASSIGN TO "CLINOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTAS-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "SEGUIM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO "SEGWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTAS-REC.
           COPY CLINOTA.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(110).

       SD  WORK-FILE.
       01  WORK-REC.
           05 WRK-OPERADOR            PIC X(8).
           05 WRK-SEG-FECHA           PIC 9(8).
           05 WRK-CLIENTE-ID          PIC 9(6).
           05 WRK-TEXTO               PIC X(60).

       WORKING-STORAGE SECTION.
           77 NOTAS-STATUS      PIC X(2) VALUE "00".
               88 NOTAS-NEW-FILE    VALUE "35".
           77 NOTAS-EOF-SW      PIC X VALUE "N".
               88 NOTAS-EOF         VALUE "Y".
           77 WORK-EOF-SW       PIC X VALUE "N".
               88 WORK-EOF          VALUE "Y".

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).

      *CALCULO DE DIAS DE ATRASO, VIA EL SUBPROGRAMA DATEDIF
           01 FECHA-TRABAJO     PIC 9(8).
           01 FECHA-TRAB-DET REDEFINES FECHA-TRABAJO.
               05 TRA-ANIO      PIC 9(4).
               05 TRA-MES       PIC 9(2).
               05 TRA-DIA       PIC 9(2).
           77 DIAS-ATRASO       PIC S9(7) VALUE 0.
           77 DIAS-EDIT         PIC ZZZZ9.

           77 OPERADOR-CORTE    PIC X(8) VALUE SPACES.
           77 SW-HAY-CORTE      PIC X VALUE "N".
               88 HAY-CORTE         VALUE "Y".

      *TOTALES DEL OPERADOR EN CURSO Y DEL REPORTE
           01 TOTALES-OPERADOR.
               05 OPE-CANTIDAD      PIC 9(5).
               05 OPE-HASTA-7       PIC 9(5).
               05 OPE-HASTA-30      PIC 9(5).
               05 OPE-MAS-30        PIC 9(5).
               05 OPE-MAS-VIEJO     PIC 9(5).
               05 OPE-FECHA-VIEJA   PIC 9(8).
           01 TOTALES-GENERALES.
               05 TOT-CANTIDAD      PIC 9(6).
               05 TOT-HASTA-7       PIC 9(6).
               05 TOT-HASTA-30      PIC 9(6).
               05 TOT-MAS-30        PIC 9(6).
               05 TOT-OPERADORES    PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM INICIALIZA-CORRIDA
            CALL "FECHAPRO" USING FECHA-PROCESO

            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "SEGUIMIENTOS VENCIDOS POR OPERADOR - AL "
                FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE

            SORT WORK-FILE
                ON ASCENDING KEY WRK-OPERADOR
                                 WRK-SEG-FECHA
                                 WRK-CLIENTE-ID
                INPUT PROCEDURE IS CARGA-VENCIDOS
                OUTPUT PROCEDURE IS IMPRIME-VENCIDOS

            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            STRING "TOTAL GENERAL: " TOT-OPERADORES " OPERADORES, "
                TOT-CANTIDAD " VENCIDOS  1-7 DIAS: " TOT-HASTA-7
                "  8-30 DIAS: " TOT-HASTA-30
                "  MAS DE 30: " TOT-MAS-30
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE
            CLOSE REPORTE-FILE

            DISPLAY TOT-CANTIDAD " SEGUIMIENTOS VENCIDOS EN SEGUIM.RPT"

            GOBACK.

      *REINICIA INTERRUPTORES Y CONTADORES: EL PROGRAMA SE LLAMA
      *DESDE NOCTURNO Y LA WORKING-STORAGE CONSERVA LA CORRIDA
      *ANTERIOR
           INICIALIZA-CORRIDA.
               MOVE "N" TO NOTAS-EOF-SW
               MOVE "N" TO WORK-EOF-SW
               MOVE "N" TO SW-HAY-CORTE
               MOVE SPACES TO OPERADOR-CORTE
               INITIALIZE TOTALES-OPERADOR
               INITIALIZE TOTALES-GENERALES.

      *ENTREGA AL SORT LOS SEGUIMIENTOS PENDIENTES CON FECHA ANTERIOR
      *A HOY
           CARGA-VENCIDOS.
               OPEN INPUT NOTAS-FILE
               IF NOTAS-NEW-FILE
                   DISPLAY "NO EXISTE CLINOTAS.DAT"
                   CLOSE NOTAS-FILE
               ELSE
                   PERFORM UNTIL NOTAS-EOF
                       READ NOTAS-FILE
                           AT END
                               SET NOTAS-EOF TO TRUE
                           NOT AT END
                               IF NOTA-SEG-PENDIENTE AND
                                   NOTA-SEG-FECHA < FECHA-PROCESO
                                   MOVE NOTA-SEG-OPERADOR TO
                                       WRK-OPERADOR
                                   MOVE NOTA-SEG-FECHA TO
                                       WRK-SEG-FECHA
                                   MOVE NOTA-CLIENTE-ID TO
                                       WRK-CLIENTE-ID
                                   MOVE NOTA-TEXTO TO WRK-TEXTO
                                   RELEASE WORK-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTAS-FILE
               END-IF.

      *RECIBE LOS VENCIDOS ORDENADOS POR OPERADOR Y FECHA
           IMPRIME-VENCIDOS.
               PERFORM UNTIL WORK-EOF
                   RETURN WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM IMPRIME-VENCIDO
                   END-RETURN
               END-PERFORM
               IF HAY-CORTE
                   PERFORM CIERRA-OPERADOR
               END-IF.

      *IMPRIME UN VENCIDO Y LO ACUMULA EN SU TRAMO DE ATRASO, CON
      *CORTE DE CONTROL POR OPERADOR
           IMPRIME-VENCIDO.
               IF NOT HAY-CORTE OR WRK-OPERADOR NOT = OPERADOR-CORTE
                   IF HAY-CORTE
                       PERFORM CIERRA-OPERADOR
                   END-IF
                   PERFORM ABRE-OPERADOR
               END-IF

               MOVE WRK-SEG-FECHA TO FECHA-TRABAJO
               CALL "DATEDIF" USING TRA-DIA TRA-MES TRA-ANIO
                   PROC-DIA PROC-MES PROC-ANIO DIAS-ATRASO
               IF DIAS-ATRASO < 1
                   MOVE 1 TO DIAS-ATRASO
               END-IF

               ADD 1 TO OPE-CANTIDAD
               ADD 1 TO TOT-CANTIDAD
               EVALUATE TRUE
                   WHEN DIAS-ATRASO NOT > 7
                       ADD 1 TO OPE-HASTA-7
                       ADD 1 TO TOT-HASTA-7
                   WHEN DIAS-ATRASO NOT > 30
                       ADD 1 TO OPE-HASTA-30
                       ADD 1 TO TOT-HASTA-30
                   WHEN OTHER
                       ADD 1 TO OPE-MAS-30
                       ADD 1 TO TOT-MAS-30
               END-EVALUATE
               IF DIAS-ATRASO > OPE-MAS-VIEJO
                   MOVE DIAS-ATRASO TO OPE-MAS-VIEJO
                   MOVE WRK-SEG-FECHA TO OPE-FECHA-VIEJA
               END-IF

               MOVE DIAS-ATRASO TO DIAS-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  " WRK-SEG-FECHA " " DIAS-EDIT "  "
                   WRK-CLIENTE-ID "  " WRK-TEXTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ESCRIBE EL ENCABEZADO DEL OPERADOR QUE COMIENZA
           ABRE-OPERADOR.
               MOVE WRK-OPERADOR TO OPERADOR-CORTE
               SET HAY-CORTE TO TRUE
               INITIALIZE TOTALES-OPERADOR
               ADD 1 TO TOT-OPERADORES

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "OPERADOR: " WRK-OPERADOR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  VENCIO    DIAS  CLIENTE NOTA"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *RESUMEN POR TRAMO DE ATRASO DEL OPERADOR QUE TERMINA
           CIERRA-OPERADOR.
               MOVE OPE-MAS-VIEJO TO DIAS-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  TOTAL " OPERADOR-CORTE ": " OPE-CANTIDAD
                   " VENCIDOS  1-7 DIAS: " OPE-HASTA-7
                   "  8-30 DIAS: " OPE-HASTA-30
                   "  MAS DE 30: " OPE-MAS-30
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  EL MAS ATRASADO VENCIO EL " OPE-FECHA-VIEJA
                   " (" DIAS-EDIT " DIAS)"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       END PROGRAM SEGUIM-RPT.
