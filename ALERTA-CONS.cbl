      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operations alert console over ALERTAS.DAT, the queue
      *          the batch checks feed through ALERTGRB. After
      *          SIGNON it lists the open alerts by severity - the
      *          critical ones first, then the warnings, then the
      *          informational ones, oldest first within each - and
      *          lets the operator acknowledge one by its number with
      *          a mandatory comment, stamping who, when and why. The
      *          acknowledged alerts leave the open list but stay on
      *          file as the record of who looked at what. The file is
      *          rewritten through ALERTAS.TMP, so alerts raised
      *          while the console is open are kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA-CONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.

           SELECT TEMPORAL-FILE ASSIGN TO "ALERTAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERTA-REC              PIC X(174).

       FD  TEMPORAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEMPORAL-REC            PIC X(174).

       WORKING-STORAGE SECTION.
           77 ALERTA-STATUS     PIC X(2) VALUE "00".
               88 ALERTA-NEW-FILE   VALUE "35".
           77 ALERTA-EOF-SW     PIC X VALUE "N".
               88 ALERTA-EOF        VALUE "Y".

           77 TEMPORAL-EOF-SW   PIC X VALUE "N".
               88 TEMPORAL-EOF      VALUE "Y".

      *ALERTA EN CURSO
           01 ALERTA-VISTA.
               COPY ALERTA.

      *ALERTAS ABIERTAS CON SU POSICION EN EL ARCHIVO, PARA SELLAR
      *LOS RECONOCIMIENTOS AL REESCRIBIRLO
           01 TABLA-ALERTAS.
               05 ALERTAS OCCURS 999 TIMES.
                   10 TAB-POSICION      PIC 9(6).
                   10 TAB-ALERTA        PIC X(174).
           77 ALR-CNT           PIC 9(4) VALUE 0.
           77 NRO-REGISTRO      PIC 9(6) VALUE 0.
           77 P                 PIC 9(4) VALUE 0.
           77 S                 PIC 9 VALUE 0.

      *ORDEN DE PRESENTACION POR SEVERIDAD
           01 TABLA-SEVERIDAD.
               05 FILLER PIC X(12) VALUE "CCRITICA    ".
               05 FILLER PIC X(12) VALUE "AADVERTENCIA".
               05 FILLER PIC X(12) VALUE "IINFORMATIVA".
           01 TABLA-SEVERIDAD-R REDEFINES TABLA-SEVERIDAD.
               05 SEVERIDADES OCCURS 3 TIMES.
                   10 SEV-CODIGO        PIC X.
                   10 SEV-TEXTO         PIC X(11).

           77 NUMERO-ALERTA     PIC 9(4) VALUE 0.
           77 COMENTARIO        PIC X(50).
           77 CNT-ABIERTAS      PIC 9(4) VALUE 0.
           77 CNT-RECONOCIDAS   PIC 9(4) VALUE 0.
           77 FIN-SW            PIC X VALUE "N".
               88 FIN-CONSOLA       VALUE "Y".
           77 NRO-EDIT          PIC ZZZ9.
           77 HORA-EDIT         PIC X(5).

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF

            PERFORM CARGA-ALERTAS
            PERFORM UNTIL FIN-CONSOLA
                PERFORM LISTA-ABIERTAS
                IF CNT-ABIERTAS = 0
                    SET FIN-CONSOLA TO TRUE
                ELSE
                    PERFORM RECONOCE-ALERTA
                END-IF
            END-PERFORM

            IF CNT-RECONOCIDAS > 0
                PERFORM REESCRIBE-ALERTAS
            END-IF
            DISPLAY CNT-RECONOCIDAS " ALERTAS RECONOCIDAS POR "
                OPERADOR

            STOP RUN.

      *CARGA EN MEMORIA LAS ALERTAS ABIERTAS
           CARGA-ALERTAS.
               OPEN INPUT ALERTA-FILE
               IF ALERTA-NEW-FILE
                   CLOSE ALERTA-FILE
               ELSE
                   PERFORM UNTIL ALERTA-EOF
                       READ ALERTA-FILE INTO ALERTA-VISTA
                           AT END
                               SET ALERTA-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO NRO-REGISTRO
                               IF ALR-ABIERTA
                                   PERFORM GUARDA-ABIERTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALERTA-FILE
               END-IF.

      *GUARDA LA ALERTA ABIERTA LEIDA CON SU POSICION
           GUARDA-ABIERTA.
               IF ALR-CNT < 999
                   ADD 1 TO ALR-CNT
                   MOVE NRO-REGISTRO TO TAB-POSICION(ALR-CNT)
                   MOVE ALERTA-VISTA TO TAB-ALERTA(ALR-CNT)
               ELSE
                   DISPLAY "MAS DE 999 ALERTAS ABIERTAS, SE OMITE "
                       "LA DEL REGISTRO " NRO-REGISTRO
               END-IF.

      *LISTA LAS ALERTAS AUN ABIERTAS, CRITICAS PRIMERO
           LISTA-ABIERTAS.
               MOVE 0 TO CNT-ABIERTAS
               DISPLAY " "
               DISPLAY "ALERTAS DE OPERACIONES ABIERTAS"
               DISPLAY "  NRO SEVERIDAD  FECHA    HORA  ORIGEN"
                   "       MENSAJE"
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > 3
                   PERFORM VARYING P FROM 1 BY 1 UNTIL P > ALR-CNT
                       MOVE TAB-ALERTA(P) TO ALERTA-VISTA
                       IF ALR-ABIERTA AND
                           ALR-SEVERIDAD = SEV-CODIGO(S)
                           PERFORM MUESTRA-ALERTA
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF CNT-ABIERTAS = 0
                   DISPLAY "  NO HAY ALERTAS ABIERTAS"
               ELSE
                   DISPLAY CNT-ABIERTAS " ALERTAS ABIERTAS"
               END-IF.

      *MUESTRA LA ALERTA P CON SU NUMERO DE RECONOCIMIENTO
           MUESTRA-ALERTA.
               ADD 1 TO CNT-ABIERTAS
               MOVE P TO NRO-EDIT
               MOVE SPACES TO HORA-EDIT
               STRING ALR-HORA(1:2) ":" ALR-HORA(3:2)
                   DELIMITED BY SIZE INTO HORA-EDIT
               DISPLAY NRO-EDIT " " SEV-TEXTO(S) " " ALR-FECHA " "
                   HORA-EDIT " " ALR-ORIGEN " " ALR-MENSAJE.

      *PIDE EL NUMERO DE LA ALERTA A RECONOCER Y EL COMENTARIO
           RECONOCE-ALERTA.
               DISPLAY "NUMERO DE ALERTA A RECONOCER (0 = SALIR): "
               ACCEPT NUMERO-ALERTA
               IF NUMERO-ALERTA = 0
                   SET FIN-CONSOLA TO TRUE
               ELSE
                   IF NUMERO-ALERTA > ALR-CNT
                       DISPLAY "NO EXISTE LA ALERTA " NUMERO-ALERTA
                   ELSE
                       MOVE TAB-ALERTA(NUMERO-ALERTA) TO ALERTA-VISTA
                       IF NOT ALR-ABIERTA
                           DISPLAY "LA ALERTA " NUMERO-ALERTA
                               " YA FUE RECONOCIDA POR " ALR-OPERADOR
                       ELSE
                           PERFORM PIDE-COMENTARIO
                           PERFORM MARCA-RECONOCIDA
                       END-IF
                   END-IF
               END-IF.

      *EL COMENTARIO ES OBLIGATORIO: DEJA CONSTANCIA DE LO HECHO
           PIDE-COMENTARIO.
               MOVE SPACES TO COMENTARIO
               DISPLAY "COMENTARIO (QUE SE HIZO O QUIEN LO TOMA): "
               ACCEPT COMENTARIO
               IF COMENTARIO = SPACES
                   DISPLAY "EL COMENTARIO ES OBLIGATORIO"
                   PERFORM PIDE-COMENTARIO
               END-IF.

      *SELLA EL RECONOCIMIENTO EN LA ALERTA ELEGIDA
           MARCA-RECONOCIDA.
               SET ALR-RECONOCIDA TO TRUE
               MOVE OPERADOR TO ALR-OPERADOR
               ACCEPT ALR-FECHA-RECON FROM DATE YYYYMMDD
               ACCEPT ALR-HORA-RECON FROM TIME
               MOVE COMENTARIO TO ALR-COMENTARIO
               MOVE ALERTA-VISTA TO TAB-ALERTA(NUMERO-ALERTA)
               ADD 1 TO CNT-RECONOCIDAS
               DISPLAY "ALERTA " NUMERO-ALERTA " RECONOCIDA".

      *COPIA ALERTAS.DAT A ALERTAS.TMP REEMPLAZANDO POR POSICION LAS
      *ALERTAS RECONOCIDAS; LAS QUE LLEGARON MIENTRAS LA CONSOLA
      *ESTABA ABIERTA PASAN TAL CUAL
           REESCRIBE-ALERTAS.
               MOVE 0 TO NRO-REGISTRO
               MOVE 1 TO P
               MOVE "N" TO ALERTA-EOF-SW
               OPEN INPUT ALERTA-FILE
               OPEN OUTPUT TEMPORAL-FILE
               PERFORM UNTIL ALERTA-EOF
                   READ ALERTA-FILE
                       AT END
                           SET ALERTA-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO NRO-REGISTRO
                           MOVE ALERTA-REC TO TEMPORAL-REC
                           IF P <= ALR-CNT
                               IF TAB-POSICION(P) = NRO-REGISTRO
                                   MOVE TAB-ALERTA(P) TO TEMPORAL-REC
                                   ADD 1 TO P
                               END-IF
                           END-IF
                           WRITE TEMPORAL-REC
                   END-READ
               END-PERFORM
               CLOSE ALERTA-FILE
               CLOSE TEMPORAL-FILE
               PERFORM RECARGA-ALERTAS.

      *DEVUELVE LA COPIA DE TRABAJO A ALERTAS.DAT
           RECARGA-ALERTAS.
               MOVE "N" TO TEMPORAL-EOF-SW
               OPEN INPUT TEMPORAL-FILE
               OPEN OUTPUT ALERTA-FILE
               PERFORM UNTIL TEMPORAL-EOF
                   READ TEMPORAL-FILE
                       AT END
                           SET TEMPORAL-EOF TO TRUE
                       NOT AT END
                           MOVE TEMPORAL-REC TO ALERTA-REC
                           WRITE ALERTA-REC
                   END-READ
               END-PERFORM
               CLOSE TEMPORAL-FILE
               CLOSE ALERTA-FILE.

      *PIDE USUARIO Y CLAVE CONTRA EL MAESTRO DE OPERADORES
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

       END PROGRAM ALERTA-CONS.
