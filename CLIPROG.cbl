      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly step that applies the scheduled ESTADO
      *          changes of CLIPROG.DAT whose effective date has come.
      *          Each due change goes through the same path as an
      *          interactive cambio - master rewritten with the
      *          transition stamp and a CLIAUD record carrying the
      *          scheduling operator and reason code. A change that
      *          became moot (customer gone, already in the target
      *          ESTADO, or no longer in the ESTADO it was scheduled
      *          from - e.g. paid back to ACTIVO) is closed as
      *          OMITIDO instead. The night's applied and skipped
      *          changes are listed on CLIPROG.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIPROG.
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

           SELECT AUDITORIA-FILE ASSIGN TO "CLIAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

           SELECT PROGRAMA-FILE ASSIGN TO "CLIPROG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAMA-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CLIPROG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDITORIA-REC.
           COPY CLIAUD.

       FD  PROGRAMA-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROGRAMA-REC.
           COPY CLIPRG.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 AUDITORIA-STATUS  PIC X(2) VALUE "00".
               88 AUDITORIA-NEW-FILE VALUE "35".
           77 PROGRAMA-STATUS   PIC X(2) VALUE "00".
               88 PROGRAMA-NEW-FILE VALUE "35".
           77 PROGRAMA-EOF-SW   PIC X VALUE "N".
               88 PROGRAMA-EOF      VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).

      *CAMBIOS PROGRAMADOS EN MEMORIA; LA MARCA DICE QUE SE CERRO
      *EN ESTA CORRIDA
           01 TABLA-PROGRAMA.
               05 PROGRAMAS OCCURS 2000 TIMES.
                   10 TAB-PROGRAMA      PIC X(95).
                   10 TAB-CORRIDA-SW    PIC X.
           77 PRG-CNT           PIC 9(4) VALUE 0.
           77 I                 PIC 9(4) VALUE 0.

           77 ESTADO-ANTERIOR   PIC 9 VALUE 0.
           77 CNT-APLICADOS     PIC 9(6) VALUE 0.
           77 CNT-OMITIDOS      PIC 9(6) VALUE 0.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 SECCION           PIC X VALUE "A".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM INICIALIZA-CORRIDA
            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-PROGRAMA
            IF PRG-CNT > 0
                OPEN I-O CLIENTE-FILE
                IF CLIENTE-NEW-FILE
                    DISPLAY "NO EXISTE CLIENTE.DAT"
                    CLOSE CLIENTE-FILE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
                OPEN EXTEND AUDITORIA-FILE
                IF AUDITORIA-NEW-FILE
                    OPEN OUTPUT AUDITORIA-FILE
                    CLOSE AUDITORIA-FILE
                    OPEN EXTEND AUDITORIA-FILE
                END-IF
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRG-CNT
                    MOVE TAB-PROGRAMA(I) TO PROGRAMA-REC
                    IF PRG-PENDIENTE AND
                        PRG-FECHA-EFECTIVA NOT > FECHA-PROCESO
                        PERFORM PROCESA-CAMBIO
                        MOVE PROGRAMA-REC TO TAB-PROGRAMA(I)
                        MOVE "Y" TO TAB-CORRIDA-SW(I)
                    END-IF
                END-PERFORM
                CLOSE CLIENTE-FILE
                CLOSE AUDITORIA-FILE
                IF CNT-APLICADOS + CNT-OMITIDOS > 0
                    PERFORM REESCRIBE-PROGRAMA
                END-IF
            END-IF
            PERFORM IMPRIME-REPORTE

            DISPLAY CNT-APLICADOS " CAMBIOS PROGRAMADOS APLICADOS, "
                CNT-OMITIDOS " OMITIDOS, VER CLIPROG.RPT"

            GOBACK.

      *REINICIA INTERRUPTORES Y CONTADORES: EL PROGRAMA SE LLAMA
      *DESDE NOCTURNO Y LA WORKING-STORAGE CONSERVA LA CORRIDA
      *ANTERIOR
           INICIALIZA-CORRIDA.
               MOVE "N" TO PROGRAMA-EOF-SW
               MOVE 0 TO PRG-CNT
               MOVE 0 TO CNT-APLICADOS
               MOVE 0 TO CNT-OMITIDOS.

      *CARGA CLIPROG.DAT EN MEMORIA; SI NO ENTRA NO SE TOCA NADA
           CARGA-PROGRAMA.
               OPEN INPUT PROGRAMA-FILE
               IF PROGRAMA-NEW-FILE
                   CLOSE PROGRAMA-FILE
               ELSE
                   PERFORM UNTIL PROGRAMA-EOF
                       READ PROGRAMA-FILE
                           AT END
                               SET PROGRAMA-EOF TO TRUE
                           NOT AT END
                               IF PRG-CNT = 2000
                                   DISPLAY "CLIPROG.DAT EXCEDE 2000 "
                                       "REGISTROS, NO SE APLICA NADA"
                                   CLOSE PROGRAMA-FILE
                                   MOVE 8 TO RETURN-CODE
                                   GOBACK
                               END-IF
                               ADD 1 TO PRG-CNT
                               MOVE PROGRAMA-REC TO
                                   TAB-PROGRAMA(PRG-CNT)
                               MOVE "N" TO TAB-CORRIDA-SW(PRG-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE PROGRAMA-FILE
               END-IF.

      *APLICA EL CAMBIO VENCIDO O LO CIERRA COMO OMITIDO SI PERDIO
      *SENTIDO DESDE QUE SE PROGRAMO
           PROCESA-CAMBIO.
               MOVE FECHA-PROCESO TO PRG-FECHA-CIERRE
               MOVE "CLIPROG" TO PRG-CERRO
               MOVE PRG-CLIENTE-ID TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE "CLIENTE NO ESTA EN EL MAESTRO"
                           TO PRG-OBSERVACION
                       PERFORM OMITE-CAMBIO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ESTADO = PRG-ESTADO-NUEVO
                               MOVE "YA ESTABA EN ESE ESTADO"
                                   TO PRG-OBSERVACION
                               PERFORM OMITE-CAMBIO
                           WHEN ESTADO NOT = PRG-ESTADO-ORIGEN
                               MOVE "ESTADO CAMBIO TRAS PROGRAMARLO"
                                   TO PRG-OBSERVACION
                               PERFORM OMITE-CAMBIO
                           WHEN OTHER
                               PERFORM APLICA-CAMBIO
                       END-EVALUATE
               END-READ.

      *CAMBIA EL ESTADO EN EL MAESTRO CON SU ESTAMPA Y SU AUDITORIA
           APLICA-CAMBIO.
               MOVE ESTADO TO ESTADO-ANTERIOR
               MOVE PRG-ESTADO-NUEVO TO ESTADO
               MOVE FECHA-PROCESO TO CLIENTE-ULT-FECHA
               ACCEPT CLIENTE-ULT-HORA FROM TIME
               REWRITE CLIENTE-REC
               PERFORM GRABAR-AUDITORIA
               MOVE "A" TO PRG-SITUACION
               MOVE "APLICADO" TO PRG-OBSERVACION
               ADD 1 TO CNT-APLICADOS.

      *CIERRA EL CAMBIO SIN APLICARLO
           OMITE-CAMBIO.
               MOVE "O" TO PRG-SITUACION
               ADD 1 TO CNT-OMITIDOS.

      *ESCRIBE EL REGISTRO DE AUDITORIA DEL CAMBIO, A NOMBRE DEL
      *OPERADOR QUE LO PROGRAMO
           GRABAR-AUDITORIA.
               MOVE CLIENTE-ID TO AUD-CLIENTE-ID
               MOVE ESTADO-ANTERIOR TO AUD-ESTADO-ANTERIOR
               MOVE PRG-ESTADO-NUEVO TO AUD-ESTADO-NUEVO
               MOVE PRG-OPERADOR TO AUD-OPERADOR
               MOVE PRG-MOTIVO TO AUD-MOTIVO
               MOVE CLIENTE-ULT-FECHA TO AUD-FECHA
               MOVE CLIENTE-ULT-HORA TO AUD-HORA
               WRITE AUDITORIA-REC.

      *REESCRIBE CLIPROG.DAT CON LOS CAMBIOS CERRADOS ESTA NOCHE
           REESCRIBE-PROGRAMA.
               OPEN OUTPUT PROGRAMA-FILE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRG-CNT
                   MOVE TAB-PROGRAMA(I) TO PROGRAMA-REC
                   WRITE PROGRAMA-REC
               END-PERFORM
               CLOSE PROGRAMA-FILE.

      *LISTA LOS CAMBIOS APLICADOS Y LOS OMITIDOS DE ESTA CORRIDA
           IMPRIME-REPORTE.
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CAMBIOS DE ESTADO PROGRAMADOS - CORRIDA DEL "
                   FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "APLICADOS" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "A" TO SECCION
               PERFORM IMPRIME-SECCION
               MOVE CNT-APLICADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "TOTAL APLICADOS: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "OMITIDOS" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "O" TO SECCION
               PERFORM IMPRIME-SECCION
               MOVE CNT-OMITIDOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "TOTAL OMITIDOS: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               CLOSE REPORTE-FILE.

      *UNA LINEA POR CAMBIO CERRADO EN ESTA CORRIDA CON LA SITUACION
      *DE LA SECCION
           IMPRIME-SECCION.
               MOVE "NUMERO CLIENTE DE A EFECTIVA MOT OPERADOR "
                   & "OBSERVACION" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRG-CNT
                   MOVE TAB-PROGRAMA(I) TO PROGRAMA-REC
                   IF TAB-CORRIDA-SW(I) = "Y" AND
                       PRG-SITUACION = SECCION
                       MOVE SPACES TO LINEA-REPORTE
                       STRING PRG-NUMERO " " PRG-CLIENTE-ID " "
                           PRG-ESTADO-ORIGEN "  " PRG-ESTADO-NUEVO " "
                           PRG-FECHA-EFECTIVA " " PRG-MOTIVO "  "
                           PRG-OPERADOR " " PRG-OBSERVACION
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM.

       END PROGRAM CLIPROG.
