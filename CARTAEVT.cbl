      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly event-letter run. Reads the CLIAUD.DAT status
      *          transitions recorded since the last run (a CARTACTL
      *          run-control record, in the EXTRCTL mold, keeps how
      *          many were already seen, so a re-run writes nothing
      *          twice and a missed night is caught up) and writes a
      *          letter for each alta (welcome), each move from
      *          MOROSO to ACTIVO (reactivation) and each move into
      *          SUSPENDIDO (suspension). The body comes from the
      *          CARTATPL.DAT template table for the letter type and
      *          is merged under the current CONTACTO name and
      *          address into the print file CARTAEVT.OUT. Customers
      *          with CLIENTE-NO-ESCRIBIR get no letter, and every
      *          letter written is logged with its type on the
      *          COBRCOR.DAT correspondence log. Runs as a NOCTURNO
      *          step after the day's loads.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAEVT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-FILE ASSIGN TO "CLIAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CARTACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

           SELECT PLANTILLA-FILE ASSIGN TO "CARTATPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANTILLA-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT CORRESP-FILE ASSIGN TO "COBRCOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRESP-STATUS.

           SELECT CARTAS-FILE ASSIGN TO "CARTAEVT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDITORIA-REC.
           COPY CLIAUD.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC.
           COPY EXTRCTL.

       FD  PLANTILLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLANTILLA-REC.
           COPY CARTPL.

       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  CORRESP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRESP-REC.
           COPY COBCOR.

       FD  CARTAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CARTA             PIC X(80).

       WORKING-STORAGE SECTION.
           77 AUDITORIA-STATUS  PIC X(2) VALUE "00".
               88 AUDITORIA-NEW-FILE VALUE "35".
           77 AUDITORIA-EOF-SW  PIC X VALUE "N".
               88 AUDITORIA-EOF     VALUE "Y".
           77 CONTROL-STATUS    PIC X(2) VALUE "00".
               88 CONTROL-NEW-FILE  VALUE "35".
           77 PLANTILLA-STATUS  PIC X(2) VALUE "00".
               88 PLANTILLA-NEW-FILE VALUE "35".
           77 PLANTILLA-EOF-SW  PIC X VALUE "N".
               88 PLANTILLA-EOF     VALUE "Y".
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CORRESP-STATUS    PIC X(2) VALUE "00".
               88 CORRESP-NEW-FILE  VALUE "35".

           77 FECHA-PROCESO     PIC 9(8).
           77 CNT-LEIDOS        PIC 9(6) VALUE 0.
           77 ULT-PROCESADO     PIC 9(6) VALUE 0.

      *LINEAS DE LAS PLANTILLAS, EN EL ORDEN DEL ARCHIVO
           01 TABLA-PLANTILLAS.
               05 PLANTILLAS OCCURS 100 TIMES.
                   10 TAB-TPL-TIPO      PIC X.
                   10 TAB-TPL-LINEA     PIC 9(2).
                   10 TAB-TPL-TEXTO     PIC X(70).
           77 TPL-CNT           PIC 9(3) VALUE 0.
           77 T                 PIC 9(3) VALUE 0.
           77 TPL-HALLADA-SW    PIC X VALUE "N".
               88 TPL-HALLADA       VALUE "Y".

           77 TIPO-CARTA        PIC X VALUE SPACE.
               88 CARTA-BIENVENIDA  VALUE "B".
               88 CARTA-REACTIVACION VALUE "R".
               88 CARTA-SUSPENSION  VALUE "S".
               88 SIN-CARTA         VALUE SPACE.
           77 TITULO-CARTA      PIC X(40).

           77 CNT-CARTAS        PIC 9(6) VALUE 0.
           77 CNT-BIENVENIDA    PIC 9(6) VALUE 0.
           77 CNT-REACTIVACION  PIC 9(6) VALUE 0.
           77 CNT-SUSPENSION    PIC 9(6) VALUE 0.
           77 CNT-NO-ESCRIBIR   PIC 9(6) VALUE 0.
           77 CNT-SIN-PLANTILLA PIC 9(6) VALUE 0.
           77 CNT-SIN-CLIENTE   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM INICIALIZA-CORRIDA
            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM LEE-CONTROL
            PERFORM CARGA-PLANTILLAS

            OPEN INPUT AUDITORIA-FILE
            IF AUDITORIA-NEW-FILE
                DISPLAY "NO EXISTE CLIAUD.DAT, NO HAY CARTAS"
                CLOSE AUDITORIA-FILE
                GOBACK
            END-IF
            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                CLOSE AUDITORIA-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT CARTAS-FILE
            OPEN EXTEND CORRESP-FILE
            IF CORRESP-NEW-FILE
                OPEN OUTPUT CORRESP-FILE
                CLOSE CORRESP-FILE
                OPEN EXTEND CORRESP-FILE
            END-IF

            PERFORM UNTIL AUDITORIA-EOF
                READ AUDITORIA-FILE
                    AT END
                        SET AUDITORIA-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO CNT-LEIDOS
                        IF CNT-LEIDOS > ULT-PROCESADO
                            PERFORM EVALUA-TRANSICION
                        END-IF
                END-READ
            END-PERFORM

            CLOSE AUDITORIA-FILE
            CLOSE CLIENTE-FILE
            CLOSE CARTAS-FILE
            CLOSE CORRESP-FILE
            PERFORM GRABA-CONTROL

            DISPLAY CNT-CARTAS " CARTAS EN CARTAEVT.OUT: "
                CNT-BIENVENIDA " BIENVENIDA, " CNT-REACTIVACION
                " REACTIVACION, " CNT-SUSPENSION " SUSPENSION"
            IF CNT-NO-ESCRIBIR > 0
                DISPLAY CNT-NO-ESCRIBIR " CLIENTES CON NO ESCRIBIR, "
                    "SIN CARTA"
            END-IF
            IF CNT-SIN-PLANTILLA > 0
                DISPLAY CNT-SIN-PLANTILLA " CARTAS SIN PLANTILLA EN "
                    "CARTATPL.DAT, NO SE ESCRIBIERON"
            END-IF
            IF CNT-SIN-CLIENTE > 0
                DISPLAY CNT-SIN-CLIENTE " MOVIMIENTOS DE CLIENTES "
                    "QUE YA NO ESTAN EN EL MAESTRO"
            END-IF

            GOBACK.

      *REINICIA INTERRUPTORES Y CONTADORES: EL PROGRAMA SE LLAMA
      *DESDE NOCTURNO Y LA WORKING-STORAGE CONSERVA LA CORRIDA
      *ANTERIOR
           INICIALIZA-CORRIDA.
               MOVE "N" TO AUDITORIA-EOF-SW
               MOVE "N" TO PLANTILLA-EOF-SW
               MOVE 0 TO CNT-LEIDOS
               MOVE 0 TO ULT-PROCESADO
               MOVE 0 TO TPL-CNT
               MOVE 0 TO CNT-CARTAS
               MOVE 0 TO CNT-BIENVENIDA
               MOVE 0 TO CNT-REACTIVACION
               MOVE 0 TO CNT-SUSPENSION
               MOVE 0 TO CNT-NO-ESCRIBIR
               MOVE 0 TO CNT-SIN-PLANTILLA
               MOVE 0 TO CNT-SIN-CLIENTE.

      *RECUPERA DEL REGISTRO DE CONTROL CUANTOS MOVIMIENTOS YA
      *FUERON VISTOS EN CORRIDAS ANTERIORES
           LEE-CONTROL.
               OPEN INPUT CONTROL-FILE
               IF CONTROL-NEW-FILE
                   DISPLAY "NO EXISTE CARTACTL.DAT, SE LEE TODO "
                       "CLIAUD.DAT"
               ELSE
                   READ CONTROL-FILE
                       AT END
                           MOVE 0 TO CTL-ULT-REGISTRO
                   END-READ
                   MOVE CTL-ULT-REGISTRO TO ULT-PROCESADO
               END-IF
               CLOSE CONTROL-FILE.

      *REESCRIBE EL REGISTRO DE CONTROL CON EL NUEVO PUNTO DE AVANCE
           GRABA-CONTROL.
               OPEN OUTPUT CONTROL-FILE
               MOVE CNT-LEIDOS TO CTL-ULT-REGISTRO
               MOVE FECHA-PROCESO TO CTL-ULT-FECHA
               ACCEPT CTL-ULT-HORA FROM TIME
               WRITE CONTROL-REC
               CLOSE CONTROL-FILE.

      *CARGA LAS LINEAS DE LAS PLANTILLAS DE CARTA
           CARGA-PLANTILLAS.
               OPEN INPUT PLANTILLA-FILE
               IF PLANTILLA-NEW-FILE
                   DISPLAY "NO EXISTE CARTATPL.DAT, NO SE ESCRIBEN "
                       "CARTAS"
                   CLOSE PLANTILLA-FILE
               ELSE
                   PERFORM UNTIL PLANTILLA-EOF OR TPL-CNT = 100
                       READ PLANTILLA-FILE
                           AT END
                               SET PLANTILLA-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO TPL-CNT
                               MOVE TPL-TIPO TO TAB-TPL-TIPO(TPL-CNT)
                               MOVE TPL-LINEA TO
                                   TAB-TPL-LINEA(TPL-CNT)
                               MOVE TPL-TEXTO TO
                                   TAB-TPL-TEXTO(TPL-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE PLANTILLA-FILE
               END-IF.

      *DECIDE QUE CARTA CORRESPONDE AL MOVIMIENTO LEIDO: ALTA,
      *DE MOROSO A ACTIVO O PASE A SUSPENDIDO
           EVALUA-TRANSICION.
               EVALUATE TRUE
                   WHEN AUD-ESTADO-ANTERIOR = 0
                       MOVE "B" TO TIPO-CARTA
                   WHEN AUD-ESTADO-ANTERIOR = 4 AND
                       AUD-ESTADO-NUEVO = 1
                       MOVE "R" TO TIPO-CARTA
                   WHEN AUD-ESTADO-NUEVO = 3 AND
                       AUD-ESTADO-ANTERIOR NOT = 3
                       MOVE "S" TO TIPO-CARTA
                   WHEN OTHER
                       MOVE SPACE TO TIPO-CARTA
               END-EVALUATE
               IF NOT SIN-CARTA
                   PERFORM PREPARA-CARTA
               END-IF.

      *LEE EL CLIENTE Y ESCRIBE SU CARTA SALVO QUE NO QUIERA
      *CORRESPONDENCIA O QUE EL TIPO NO TENGA PLANTILLA
           PREPARA-CARTA.
               MOVE AUD-CLIENTE-ID TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       ADD 1 TO CNT-SIN-CLIENTE
                   NOT INVALID KEY
                       PERFORM BUSCA-PLANTILLA
                       EVALUATE TRUE
                           WHEN NO-ESCRIBIR
                               ADD 1 TO CNT-NO-ESCRIBIR
                           WHEN NOT TPL-HALLADA
                               ADD 1 TO CNT-SIN-PLANTILLA
                           WHEN OTHER
                               PERFORM IMPRIME-CARTA
                               PERFORM REGISTRA-CARTA
                       END-EVALUATE
               END-READ.

      *VERIFICA QUE EL TIPO DE CARTA TENGA AL MENOS UNA LINEA
           BUSCA-PLANTILLA.
               MOVE "N" TO TPL-HALLADA-SW
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > TPL-CNT
                   IF TAB-TPL-TIPO(T) = TIPO-CARTA
                       SET TPL-HALLADA TO TRUE
                   END-IF
               END-PERFORM.

      *ESCRIBE LA CARTA: ENCABEZADO CON LOS DATOS DEL CLIENTE Y EL
      *CUERPO DE LA PLANTILLA DE SU TIPO, LINEA POR LINEA
           IMPRIME-CARTA.
               EVALUATE TRUE
                   WHEN CARTA-BIENVENIDA
                       MOVE "BIENVENIDA" TO TITULO-CARTA
                   WHEN CARTA-REACTIVACION
                       MOVE "CONFIRMACION DE CUENTA REGULARIZADA"
                           TO TITULO-CARTA
                   WHEN OTHER
                       MOVE "AVISO DE SUSPENSION DE CUENTA"
                           TO TITULO-CARTA
               END-EVALUATE
               MOVE ALL "=" TO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               STRING TITULO-CARTA " - " FECHA-PROCESO
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
               STRING "CUENTA NRO " CLIENTE-ID
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE SPACES TO LINEA-CARTA
               WRITE LINEA-CARTA
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > TPL-CNT
                   IF TAB-TPL-TIPO(T) = TIPO-CARTA
                       MOVE SPACES TO LINEA-CARTA
                       MOVE TAB-TPL-TEXTO(T) TO LINEA-CARTA
                       WRITE LINEA-CARTA
                   END-IF
               END-PERFORM.

      *DEJA LA CARTA ASENTADA EN EL LOG DE CORRESPONDENCIA CON SU
      *TIPO
           REGISTRA-CARTA.
               MOVE CLIENTE-ID TO COR-CLIENTE-ID
               MOVE 0 TO COR-NIVEL
               MOVE FECHA-PROCESO TO COR-FECHA
               ACCEPT COR-HORA FROM TIME
               MOVE SPACES TO COR-ENTREGA
               MOVE SPACES TO COR-MOTIVO-DEV
               MOVE TIPO-CARTA TO COR-TIPO
               WRITE CORRESP-REC
               ADD 1 TO CNT-CARTAS
               EVALUATE TRUE
                   WHEN CARTA-BIENVENIDA
                       ADD 1 TO CNT-BIENVENIDA
                   WHEN CARTA-REACTIVACION
                       ADD 1 TO CNT-REACTIVACION
                   WHEN OTHER
                       ADD 1 TO CNT-SUSPENSION
               END-EVALUATE.

       END PROGRAM CARTAEVT.
