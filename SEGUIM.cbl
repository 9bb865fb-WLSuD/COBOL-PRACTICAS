      ******************************************************************
      * Author:
      * Date:
      * Purpose: Morning follow-up diary. Lists, per assigned
      *          operator, every pending follow-up of CLINOTAS.DAT
      *          due today or overdue - oldest first - with the days
      *          late, the customer's ESTADO from the master and the
      *          open balance from the nightly CLIRESUM.DAT summary,
      *          so each operator starts the day with a worklist
      *          (SEGUIM.LST). Runs as a NOCTURNO step after CLIRESUM;
      *          closing a follow-up is done at CLIENTE-MANT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGUIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-FILE ASSIGN TO "CLINOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTAS-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT RESUMEN-FILE ASSIGN TO "CLIRESUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CLIENTE-ID
               FILE STATUS IS RESUMEN-STATUS.

           SELECT LISTADO-FILE ASSIGN TO "SEGUIM.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO "SEGWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTAS-REC.
           COPY CLINOTA.

       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  RESUMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESUMEN-REC.
           COPY CLIRES.

       FD  LISTADO-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-LISTADO           PIC X(132).

       SD  WORK-FILE.
       01  WORK-REC.
           05 WRK-OPERADOR            PIC X(8).
           05 WRK-SEG-FECHA           PIC 9(8).
           05 WRK-CLIENTE-ID          PIC 9(6).
           05 WRK-NOTA-OPERADOR       PIC X(8).
           05 WRK-TEXTO               PIC X(60).

       WORKING-STORAGE SECTION.
           77 NOTAS-STATUS      PIC X(2) VALUE "00".
               88 NOTAS-NEW-FILE    VALUE "35".
           77 NOTAS-EOF-SW      PIC X VALUE "N".
               88 NOTAS-EOF         VALUE "Y".
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 RESUMEN-STATUS    PIC X(2) VALUE "00".
               88 RESUMEN-NEW-FILE  VALUE "35".
           77 WORK-EOF-SW       PIC X VALUE "N".
               88 WORK-EOF          VALUE "Y".
           77 CLIENTE-ABIERTO-SW PIC X VALUE "N".
               88 CLIENTE-ABIERTO   VALUE "Y".
           77 RESUMEN-ABIERTO-SW PIC X VALUE "N".
               88 RESUMEN-ABIERTO   VALUE "Y".

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
           77 CNT-OPERADOR      PIC 9(5) VALUE 0.
           77 CNT-HOY-OPERADOR  PIC 9(5) VALUE 0.
           77 CNT-SEGUIMIENTOS  PIC 9(6) VALUE 0.
           77 CNT-OPERADORES    PIC 9(4) VALUE 0.

           77 ESTADO-NUM        PIC 9 VALUE 0.
           77 ESTADO-NOMBRE     PIC X(10).
           77 NOMBRE-CLIENTE    PIC X(30).
           77 SALDO-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
           77 SALDO-TEXTO       PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM INICIALIZA-CORRIDA
            CALL "FECHAPRO" USING FECHA-PROCESO

            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                CLOSE CLIENTE-FILE
            ELSE
                SET CLIENTE-ABIERTO TO TRUE
            END-IF
            OPEN INPUT RESUMEN-FILE
            IF RESUMEN-NEW-FILE
                CLOSE RESUMEN-FILE
                DISPLAY "NO EXISTE CLIRESUM.DAT, SALDOS SIN DATO"
            ELSE
                SET RESUMEN-ABIERTO TO TRUE
            END-IF

            OPEN OUTPUT LISTADO-FILE
            MOVE SPACES TO LINEA-LISTADO
            STRING "AGENDA DE SEGUIMIENTOS VENCIDOS Y DEL DIA - "
                FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-LISTADO
            WRITE LINEA-LISTADO

            SORT WORK-FILE
                ON ASCENDING KEY WRK-OPERADOR
                                 WRK-SEG-FECHA
                                 WRK-CLIENTE-ID
                INPUT PROCEDURE IS CARGA-SEGUIMIENTOS
                OUTPUT PROCEDURE IS IMPRIME-AGENDA

            MOVE SPACES TO LINEA-LISTADO
            WRITE LINEA-LISTADO
            MOVE SPACES TO LINEA-LISTADO
            STRING "OPERADORES: " CNT-OPERADORES
                "  SEGUIMIENTOS: " CNT-SEGUIMIENTOS
                DELIMITED BY SIZE INTO LINEA-LISTADO
            WRITE LINEA-LISTADO
            CLOSE LISTADO-FILE

            IF CLIENTE-ABIERTO
                CLOSE CLIENTE-FILE
            END-IF
            IF RESUMEN-ABIERTO
                CLOSE RESUMEN-FILE
            END-IF

            DISPLAY CNT-SEGUIMIENTOS " SEGUIMIENTOS DE "
                CNT-OPERADORES " OPERADORES EN SEGUIM.LST"

            GOBACK.

      *REINICIA INTERRUPTORES Y CONTADORES: EL PROGRAMA SE LLAMA
      *DESDE NOCTURNO Y LA WORKING-STORAGE CONSERVA LA CORRIDA
      *ANTERIOR
           INICIALIZA-CORRIDA.
               MOVE "N" TO NOTAS-EOF-SW
               MOVE "N" TO WORK-EOF-SW
               MOVE "N" TO CLIENTE-ABIERTO-SW
               MOVE "N" TO RESUMEN-ABIERTO-SW
               MOVE "N" TO SW-HAY-CORTE
               MOVE SPACES TO OPERADOR-CORTE
               MOVE 0 TO CNT-OPERADOR
               MOVE 0 TO CNT-HOY-OPERADOR
               MOVE 0 TO CNT-SEGUIMIENTOS
               MOVE 0 TO CNT-OPERADORES.

      *ENTREGA AL SORT LOS SEGUIMIENTOS PENDIENTES QUE VENCEN HOY O
      *YA ESTAN VENCIDOS
           CARGA-SEGUIMIENTOS.
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
                                   NOTA-SEG-FECHA NOT > FECHA-PROCESO
                                   MOVE NOTA-SEG-OPERADOR TO
                                       WRK-OPERADOR
                                   MOVE NOTA-SEG-FECHA TO
                                       WRK-SEG-FECHA
                                   MOVE NOTA-CLIENTE-ID TO
                                       WRK-CLIENTE-ID
                                   MOVE NOTA-OPERADOR TO
                                       WRK-NOTA-OPERADOR
                                   MOVE NOTA-TEXTO TO WRK-TEXTO
                                   RELEASE WORK-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTAS-FILE
               END-IF.

      *RECIBE LOS SEGUIMIENTOS ORDENADOS POR OPERADOR Y FECHA
           IMPRIME-AGENDA.
               PERFORM UNTIL WORK-EOF
                   RETURN WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM IMPRIME-SEGUIMIENTO
                   END-RETURN
               END-PERFORM
               IF HAY-CORTE
                   PERFORM CIERRA-OPERADOR
               END-IF.

      *IMPRIME UN RENGLON DE LA AGENDA, CON CORTE DE CONTROL POR
      *OPERADOR
           IMPRIME-SEGUIMIENTO.
               IF NOT HAY-CORTE OR WRK-OPERADOR NOT = OPERADOR-CORTE
                   IF HAY-CORTE
                       PERFORM CIERRA-OPERADOR
                   END-IF
                   PERFORM ABRE-OPERADOR
               END-IF

               ADD 1 TO CNT-OPERADOR
               ADD 1 TO CNT-SEGUIMIENTOS

               MOVE WRK-SEG-FECHA TO FECHA-TRABAJO
               CALL "DATEDIF" USING TRA-DIA TRA-MES TRA-ANIO
                   PROC-DIA PROC-MES PROC-ANIO DIAS-ATRASO
               IF DIAS-ATRASO < 0
                   MOVE 0 TO DIAS-ATRASO
               END-IF
               IF DIAS-ATRASO = 0
                   ADD 1 TO CNT-HOY-OPERADOR
               END-IF
               MOVE DIAS-ATRASO TO DIAS-EDIT

               PERFORM BUSCA-CLIENTE
               PERFORM BUSCA-SALDO

               MOVE SPACES TO LINEA-LISTADO
               STRING "  " WRK-SEG-FECHA " " DIAS-EDIT "  "
                   WRK-CLIENTE-ID " " NOMBRE-CLIENTE " "
                   ESTADO-NOMBRE " " SALDO-TEXTO "  "
                   WRK-TEXTO(1:40)
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO.

      *NOMBRE Y ESTADO DEL CLIENTE SEGUN EL MAESTRO
           BUSCA-CLIENTE.
               MOVE "(NO ESTA EN EL MAESTRO)" TO NOMBRE-CLIENTE
               MOVE SPACES TO ESTADO-NOMBRE
               IF CLIENTE-ABIERTO
                   MOVE WRK-CLIENTE-ID TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CONTACTO-NOMBRE TO NOMBRE-CLIENTE
                           MOVE ESTADO TO ESTADO-NUM
                           PERFORM NOMBRA-ESTADO
                   END-READ
               END-IF.

      *SALDO ABIERTO SEGUN EL RESUMEN NOCTURNO
           BUSCA-SALDO.
               MOVE "            S/D" TO SALDO-TEXTO
               IF RESUMEN-ABIERTO
                   MOVE WRK-CLIENTE-ID TO RES-CLIENTE-ID
                   READ RESUMEN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RES-SALDO TO SALDO-EDIT
                           MOVE SALDO-EDIT TO SALDO-TEXTO
                   END-READ
               END-IF.

      *ESCRIBE EL ENCABEZADO DEL OPERADOR QUE COMIENZA
           ABRE-OPERADOR.
               MOVE WRK-OPERADOR TO OPERADOR-CORTE
               SET HAY-CORTE TO TRUE
               MOVE 0 TO CNT-OPERADOR
               MOVE 0 TO CNT-HOY-OPERADOR
               ADD 1 TO CNT-OPERADORES

               MOVE SPACES TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               STRING "OPERADOR: " WRK-OPERADOR
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               STRING "  VENCE    ATRASO  CLIENTE NOMBRE"
                   "                         ESTADO    "
                   "            SALDO  NOTA"
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO.

      *TOTALES DEL OPERADOR QUE TERMINA
           CIERRA-OPERADOR.
               MOVE SPACES TO LINEA-LISTADO
               STRING "  TOTAL " OPERADOR-CORTE ": " CNT-OPERADOR
                   " SEGUIMIENTOS, " CNT-HOY-OPERADOR " DEL DIA"
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO.

      *NOMBRE DEL ESTADO DEL CLIENTE
           NOMBRA-ESTADO.
               EVALUATE ESTADO-NUM
                   WHEN 1
                       MOVE "ACTIVO" TO ESTADO-NOMBRE
                   WHEN 2
                       MOVE "INACTIVO" TO ESTADO-NOMBRE
                   WHEN 3
                       MOVE "SUSPENDIDO" TO ESTADO-NOMBRE
                   WHEN 4
                       MOVE "MOROSO" TO ESTADO-NOMBRE
                   WHEN OTHER
                       MOVE SPACES TO ESTADO-NOMBRE
               END-EVALUATE.

       END PROGRAM SEGUIM.
