      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly collections treatment pass. For every
      *          MOROSO customer not handed to the agency it takes
      *          the CLISCORE.DAT score (zero when not scored) and
      *          the days in MOROSO from the CLIENTE-ULT-FECHA stamp,
      *          finds the first ESTRATEG.DAT rule whose bands cover
      *          both, and writes the treatment to ACCIONES.DAT -
      *          the day's action file COBRCALL, COBRCARTA and
      *          COBRAGEN take their work from - and to the
      *          ACCIONLOG.DAT history. A customer no rule covers is
      *          assigned LLAMADA so nobody drops out of the
      *          workflow, and counted apart. With no strategy table
      *          loaded the action file is left empty and the three
      *          programs keep their own rules.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRESTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT ESTRATEGIA-FILE ASSIGN TO "ESTRATEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTRATEGIA-STATUS.

           SELECT PUNTAJE-FILE ASSIGN TO "CLISCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNTAJE-STATUS.

           SELECT ACCION-FILE ASSIGN TO "ACCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCLOG-FILE ASSIGN TO "ACCIONLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  ESTRATEGIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESTRATEGIA-REC.
           COPY ESTRAT.

       FD  PUNTAJE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PUNTAJE-REC.
           COPY CLISCO.

       FD  ACCION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCION-REC.
           COPY ACCION.

       FD  ACCLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCLOG-REC              PIC X(24).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CLIENTE-EOF-SW    PIC X VALUE "N".
               88 CLIENTE-EOF       VALUE "Y".
           77 ESTRATEGIA-STATUS PIC X(2) VALUE "00".
               88 ESTRATEGIA-NEW-FILE VALUE "35".
           77 ESTRATEGIA-EOF-SW PIC X VALUE "N".
               88 ESTRATEGIA-EOF    VALUE "Y".
           77 PUNTAJE-STATUS    PIC X(2) VALUE "00".
               88 PUNTAJE-NEW-FILE  VALUE "35".
           77 PUNTAJE-EOF-SW    PIC X VALUE "N".
               88 PUNTAJE-EOF       VALUE "Y".
           77 ACCLOG-STATUS     PIC X(2) VALUE "00".
               88 ACCLOG-NEW-FILE   VALUE "35".

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).

      *REGLAS DE LA ESTRATEGIA EN ORDEN DE APLICACION
           01 TABLA-ESTRATEGIA.
               05 TAB-REGLA OCCURS 100 TIMES PIC X(18).
           77 EST-CNT           PIC 9(3) VALUE 0.
           77 R                 PIC 9(3) VALUE 0.
           77 REGLA-SW          PIC X VALUE "N".
               88 REGLA-HALLADA     VALUE "Y".

      *PUNTAJES DE RIESGO DE CLIENTE-SCORE
           01 TABLA-PUNTAJES.
               05 PUNTAJES OCCURS 2000 TIMES.
                   10 PUN-ID            PIC 9(6).
                   10 PUN-PUNTAJE       PIC 9(3).
           77 PUN-CNT           PIC 9(4) VALUE 0.
           77 I                 PIC 9(4) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

           01 FECHA-ULTIMA      PIC 9(8).
           01 FECHA-ULT-DET REDEFINES FECHA-ULTIMA.
               05 ULT-ANIO      PIC 9(4).
               05 ULT-MES       PIC 9(2).
               05 ULT-DIA       PIC 9(2).
           77 DIAS-MORA         PIC S9(7) VALUE 0.
           77 PUNTAJE-CLIENTE   PIC 9(3) VALUE 0.

           77 CNT-LLAMADA       PIC 9(6) VALUE 0.
           77 CNT-CARTA         PIC 9(6) VALUE 0.
           77 CNT-SMS           PIC 9(6) VALUE 0.
           77 CNT-AGENCIA       PIC 9(6) VALUE 0.
           77 CNT-ESPERA        PIC 9(6) VALUE 0.
           77 CNT-SIN-REGLA     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-ESTRATEGIA
            OPEN OUTPUT ACCION-FILE
            IF EST-CNT = 0
                DISPLAY "SIN REGLAS EN ESTRATEG.DAT, ACCIONES.DAT "
                    "QUEDA VACIO Y CADA PROGRAMA USA SUS REGLAS"
                CLOSE ACCION-FILE
                GOBACK
            END-IF
            PERFORM CARGA-PUNTAJES

            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                CLOSE ACCION-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN EXTEND ACCLOG-FILE
            IF ACCLOG-NEW-FILE
                OPEN OUTPUT ACCLOG-FILE
                CLOSE ACCLOG-FILE
                OPEN EXTEND ACCLOG-FILE
            END-IF

            PERFORM UNTIL CLIENTE-EOF
                READ CLIENTE-FILE NEXT RECORD
                    AT END
                        SET CLIENTE-EOF TO TRUE
                    NOT AT END
                        IF MOROSO AND NOT EN-AGENCIA
                            PERFORM ASIGNA-TRATAMIENTO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CLIENTE-FILE
            CLOSE ACCION-FILE
            CLOSE ACCLOG-FILE

            DISPLAY "ACCIONES DEL DIA " FECHA-PROCESO
            DISPLAY "  LLAMADA : " CNT-LLAMADA
            DISPLAY "  CARTA   : " CNT-CARTA
            DISPLAY "  SMS     : " CNT-SMS
            DISPLAY "  AGENCIA : " CNT-AGENCIA
            DISPLAY "  ESPERA  : " CNT-ESPERA
            IF CNT-SIN-REGLA > 0
                DISPLAY CNT-SIN-REGLA " CLIENTES SIN REGLA QUE LOS "
                    "CUBRA, ASIGNADOS A LLAMADA"
            END-IF

            GOBACK.

      *CARGA LAS REGLAS DE LA ESTRATEGIA EN SU ORDEN
           CARGA-ESTRATEGIA.
               OPEN INPUT ESTRATEGIA-FILE
               IF ESTRATEGIA-NEW-FILE
                   CLOSE ESTRATEGIA-FILE
               ELSE
                   PERFORM UNTIL ESTRATEGIA-EOF OR EST-CNT = 100
                       READ ESTRATEGIA-FILE
                           AT END
                               SET ESTRATEGIA-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO EST-CNT
                               MOVE ESTRATEGIA-REC TO
                                   TAB-REGLA(EST-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE ESTRATEGIA-FILE
               END-IF.

      *CARGA LOS PUNTAJES DE RIESGO CALCULADOS POR CLIENTE-SCORE
           CARGA-PUNTAJES.
               OPEN INPUT PUNTAJE-FILE
               IF PUNTAJE-NEW-FILE
                   CLOSE PUNTAJE-FILE
                   DISPLAY "SIN CLISCORE.DAT, TODOS LOS CLIENTES "
                       "CON PUNTAJE CERO"
               ELSE
                   PERFORM UNTIL PUNTAJE-EOF OR PUN-CNT = 2000
                       READ PUNTAJE-FILE
                           AT END
                               SET PUNTAJE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO PUN-CNT
                               MOVE SCO-CLIENTE-ID TO PUN-ID(PUN-CNT)
                               MOVE SCO-PUNTAJE TO
                                   PUN-PUNTAJE(PUN-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE PUNTAJE-FILE
               END-IF.

      *CALCULA PUNTAJE Y DIAS EN MORA DEL CLIENTE LEIDO, BUSCA LA
      *PRIMERA REGLA QUE LOS CUBRE Y ESCRIBE LA ACCION
           ASIGNA-TRATAMIENTO.
               MOVE 0 TO DIAS-MORA
               IF CLIENTE-ULT-FECHA > 0
                   MOVE CLIENTE-ULT-FECHA TO FECHA-ULTIMA
                   CALL "DATEDIF" USING ULT-DIA ULT-MES ULT-ANIO
                       PROC-DIA PROC-MES PROC-ANIO DIAS-MORA
                   IF DIAS-MORA < 0
                       MOVE 0 TO DIAS-MORA
                   END-IF
               END-IF
               MOVE 0 TO PUNTAJE-CLIENTE
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= PUN-CNT
                   ADD 1 TO I
                   IF PUN-ID(I) = CLIENTE-ID
                       SET ENCONTRADO TO TRUE
                       MOVE PUN-PUNTAJE(I) TO PUNTAJE-CLIENTE
                   END-IF
               END-PERFORM

               MOVE "N" TO REGLA-SW
               MOVE 0 TO R
               PERFORM UNTIL REGLA-HALLADA OR R >= EST-CNT
                   ADD 1 TO R
                   MOVE TAB-REGLA(R) TO ESTRATEGIA-REC
                   IF PUNTAJE-CLIENTE >= EST-PUNTAJE-DESDE AND
                       PUNTAJE-CLIENTE <= EST-PUNTAJE-HASTA AND
                       DIAS-MORA >= EST-DIAS-DESDE AND
                       DIAS-MORA <= EST-DIAS-HASTA
                       SET REGLA-HALLADA TO TRUE
                   END-IF
               END-PERFORM

               MOVE CLIENTE-ID TO ACC-CLIENTE-ID
               MOVE FECHA-PROCESO TO ACC-FECHA
               MOVE PUNTAJE-CLIENTE TO ACC-PUNTAJE
               MOVE DIAS-MORA TO ACC-DIAS-MORA
               IF REGLA-HALLADA
                   MOVE EST-TRATAMIENTO TO ACC-TRATAMIENTO
                   MOVE EST-NIVEL-CARTA TO ACC-NIVEL-CARTA
               ELSE
                   MOVE "L" TO ACC-TRATAMIENTO
                   MOVE 0 TO ACC-NIVEL-CARTA
                   ADD 1 TO CNT-SIN-REGLA
               END-IF
               EVALUATE TRUE
                   WHEN ACC-LLAMADA
                       ADD 1 TO CNT-LLAMADA
                   WHEN ACC-CARTA
                       ADD 1 TO CNT-CARTA
                   WHEN ACC-SMS
                       ADD 1 TO CNT-SMS
                   WHEN ACC-AGENCIA
                       ADD 1 TO CNT-AGENCIA
                   WHEN OTHER
                       ADD 1 TO CNT-ESPERA
               END-EVALUATE
               WRITE ACCION-REC
               MOVE ACCION-REC TO ACCLOG-REC
               WRITE ACCLOG-REC.

       END PROGRAM COBRESTR.
