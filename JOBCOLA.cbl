      ******************************************************************
      * Author:
      * Date:
      * Purpose: Runner of the ad-hoc batch job requests operators
      *          queue from JOB-MANT on JOBCOLA.DAT. Runs in the
      *          nightly chain and, in the daytime, under JOBDIA
      *          outside the LOTEFLAG window. Takes the queued
      *          requests in the order they were queued and, for
      *          each one, marks it running, hands the program its
      *          parameters on the JOBPARM.DAT card, CALLs it and
      *          marks it done or failed by its RETURN-CODE. The
      *          output the program writes is copied to a per-job
      *          file (Jnnnnnn.OUT) so the next run of the same
      *          program does not overwrite it. Every job leaves an
      *          EN-CURSO and a completion record on RUNLOG.DAT with
      *          the requester and the job number, like a chain
      *          step. A failed job does not hold the chain: the
      *          runner always ends with RETURN-CODE zero. A request
      *          found running from an earlier run that never came
      *          back is marked failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCOLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-FILE ASSIGN TO "JOBCOLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLA-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "JOBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARJETA-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

           SELECT SALIDA-FILE ASSIGN USING NOMBRE-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT COPIA-FILE ASSIGN USING NOMBRE-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  COLA-REC                PIC X(135).

       FD  TARJETA-FILE
           LABEL RECORDS ARE STANDARD.
       01  TARJETA-REC             PIC X(135).

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC.
           COPY RUNLOG.

       FD  SALIDA-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALIDA-REC              PIC X(200).

       FD  COPIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  COPIA-REC               PIC X(200).

       WORKING-STORAGE SECTION.
           77 COLA-STATUS       PIC X(2) VALUE "00".
               88 COLA-NEW-FILE     VALUE "35".
           77 COLA-EOF-SW       PIC X VALUE "N".
               88 COLA-EOF          VALUE "Y".
           77 TARJETA-STATUS    PIC X(2) VALUE "00".
           77 RUNLOG-STATUS     PIC X(2) VALUE "00".
               88 RUNLOG-NEW-FILE   VALUE "35".
           77 SALIDA-STATUS     PIC X(2) VALUE "00".
               88 SALIDA-NEW-FILE   VALUE "35".
           77 SALIDA-EOF-SW     PIC X VALUE "N".
               88 SALIDA-EOF        VALUE "Y".
           77 COPIA-STATUS      PIC X(2) VALUE "00".
           77 NOMBRE-SALIDA     PIC X(12).
           77 NOMBRE-COPIA      PIC X(12).

           77 FECHA-PROCESO     PIC 9(8).

      *SOLICITUDES EN MEMORIA PARA REESCRIBIR LA COLA
           01 TABLA-COLA.
               05 SOLICITUDES OCCURS 999 TIMES.
                   10 TAB-SOLICITUD     PIC X(135).
           77 SOL-CNT           PIC 9(4) VALUE 0.
           77 Q                 PIC 9(4) VALUE 0.
           77 G                 PIC 9(4) VALUE 0.

      *SOLICITUD EN TRATAMIENTO
           01 SOLICITUD-VISTA.
               COPY JOBCOL.

           77 PASO-RESULTADO    PIC X(10).
           77 HORA-FIN          PIC 9(8).
           77 RETORNO-PASO      PIC S9(4) VALUE 0.
           77 CNT-TERMINADOS    PIC 9(4) VALUE 0.
           77 CNT-FALLIDOS      PIC 9(4) VALUE 0.
           77 CNT-INTERRUMPIDOS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-COLA

      *UNA SOLICITUD QUE QUEDO EN CURSO ES DE UNA CORRIDA QUE NO
      *VOLVIO: SE DA POR FALLIDA
            PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > SOL-CNT
                MOVE TAB-SOLICITUD(Q) TO SOLICITUD-VISTA
                IF JOB-EN-CURSO
                    MOVE "F" TO JOB-ESTADO
                    MOVE SOLICITUD-VISTA TO TAB-SOLICITUD(Q)
                    ADD 1 TO CNT-INTERRUMPIDOS
                END-IF
            END-PERFORM
            IF CNT-INTERRUMPIDOS > 0
                PERFORM GRABA-COLA
            END-IF

            PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > SOL-CNT
                MOVE TAB-SOLICITUD(Q) TO SOLICITUD-VISTA
                IF JOB-EN-COLA
                    PERFORM EJECUTA-TRABAJO
                END-IF
            END-PERFORM

            DISPLAY "JOBCOLA: TERMINADOS " CNT-TERMINADOS
                " FALLIDOS " CNT-FALLIDOS
                " INTERRUMPIDOS " CNT-INTERRUMPIDOS
            MOVE 0 TO RETURN-CODE

            GOBACK.

      *CARGA LA COLA COMPLETA EN MEMORIA
           CARGA-COLA.
               MOVE 0 TO SOL-CNT
               MOVE "N" TO COLA-EOF-SW
               OPEN INPUT COLA-FILE
               IF COLA-NEW-FILE
                   CLOSE COLA-FILE
               ELSE
                   PERFORM UNTIL COLA-EOF
                       READ COLA-FILE
                           AT END
                               SET COLA-EOF TO TRUE
                           NOT AT END
                               IF SOL-CNT < 999
                                   ADD 1 TO SOL-CNT
                                   MOVE COLA-REC TO
                                       TAB-SOLICITUD(SOL-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COLA-FILE
               END-IF.

      *REESCRIBE LA COLA DESDE LA TABLA
           GRABA-COLA.
               OPEN OUTPUT COLA-FILE
               PERFORM VARYING G FROM 1 BY 1 UNTIL G > SOL-CNT
                   MOVE TAB-SOLICITUD(G) TO COLA-REC
                   WRITE COLA-REC
               END-PERFORM
               CLOSE COLA-FILE.

      *CORRE LA SOLICITUD Q: LA MARCA EN CURSO ANTES DE LLAMAR, DEJA
      *LA TARJETA DE PARAMETROS, LLAMA EL PROGRAMA Y ASIENTA EL
      *RESULTADO EN LA COLA Y EN RUNLOG.DAT
           EJECUTA-TRABAJO.
               MOVE "E" TO JOB-ESTADO
               ACCEPT JOB-FECHA-INICIO FROM DATE YYYYMMDD
               ACCEPT JOB-HORA-INICIO FROM TIME
               MOVE 0 TO JOB-HORA-FIN
               MOVE 0 TO JOB-RETORNO
               MOVE SPACES TO JOB-COPIA
               MOVE SOLICITUD-VISTA TO TAB-SOLICITUD(Q)
               PERFORM GRABA-COLA

               OPEN OUTPUT TARJETA-FILE
               MOVE SOLICITUD-VISTA TO TARJETA-REC
               WRITE TARJETA-REC
               CLOSE TARJETA-FILE

               MOVE "EN-CURSO" TO PASO-RESULTADO
               MOVE 0 TO HORA-FIN
               PERFORM GRABA-RUNLOG

               MOVE "OK" TO PASO-RESULTADO
               MOVE 0 TO RETURN-CODE
               CALL JOB-PROGRAMA
                   ON EXCEPTION
                       MOVE "ERROR" TO PASO-RESULTADO
                       DISPLAY "NO SE PUDO EJECUTAR " JOB-PROGRAMA
               END-CALL
               MOVE RETURN-CODE TO RETORNO-PASO
               MOVE 0 TO RETURN-CODE
               IF RETORNO-PASO NOT = 0
                   MOVE "ERROR" TO PASO-RESULTADO
               END-IF
      *EL MISMO PROGRAMA PUEDE VOLVER A PEDIRSE EN LA COLA: SE LO
      *DESCARGA PARA QUE ARRANQUE CON SUS VALORES INICIALES
               CANCEL JOB-PROGRAMA

      *SIN LA TARJETA, UNA CORRIDA MANUAL DEL MISMO PROGRAMA VUELVE
      *A PEDIR SUS PARAMETROS COMO SIEMPRE
               OPEN OUTPUT TARJETA-FILE
               CLOSE TARJETA-FILE

               IF RETORNO-PASO < 0
                   MOVE 9999 TO JOB-RETORNO
               ELSE
                   MOVE RETORNO-PASO TO JOB-RETORNO
               END-IF
               IF PASO-RESULTADO = "OK"
                   MOVE "T" TO JOB-ESTADO
                   ADD 1 TO CNT-TERMINADOS
                   PERFORM COPIA-SALIDA
               ELSE
                   MOVE "F" TO JOB-ESTADO
                   ADD 1 TO CNT-FALLIDOS
               END-IF
               ACCEPT HORA-FIN FROM TIME
               MOVE HORA-FIN TO JOB-HORA-FIN
               MOVE SOLICITUD-VISTA TO TAB-SOLICITUD(Q)
               PERFORM GRABA-COLA
               PERFORM GRABA-RUNLOG
               DISPLAY "TRABAJO " JOB-NUMERO " " JOB-PROGRAMA
                   " DE " JOB-SOLICITANTE ": " PASO-RESULTADO.

      *COPIA LA SALIDA DEL PROGRAMA A LA COPIA PROPIA DEL TRABAJO,
      *JNNNNNN.OUT - SIN SALIDA NO HAY COPIA
           COPIA-SALIDA.
               MOVE JOB-SALIDA TO NOMBRE-SALIDA
               MOVE SPACES TO NOMBRE-COPIA
               STRING "J" JOB-NUMERO ".OUT"
                   DELIMITED BY SIZE INTO NOMBRE-COPIA
               MOVE "N" TO SALIDA-EOF-SW
               OPEN INPUT SALIDA-FILE
               IF SALIDA-NEW-FILE
                   CLOSE SALIDA-FILE
               ELSE
                   OPEN OUTPUT COPIA-FILE
                   PERFORM UNTIL SALIDA-EOF
                       READ SALIDA-FILE
                           AT END
                               SET SALIDA-EOF TO TRUE
                           NOT AT END
                               MOVE SALIDA-REC TO COPIA-REC
                               WRITE COPIA-REC
                       END-READ
                   END-PERFORM
                   CLOSE COPIA-FILE
                   CLOSE SALIDA-FILE
                   MOVE NOMBRE-COPIA TO JOB-COPIA
               END-IF.

      *AGREGA EL REGISTRO DEL TRABAJO AL LOG DE CORRIDAS CON SU
      *SOLICITANTE
           GRABA-RUNLOG.
               OPEN EXTEND RUNLOG-FILE
               IF RUNLOG-NEW-FILE
                   OPEN OUTPUT RUNLOG-FILE
                   CLOSE RUNLOG-FILE
                   OPEN EXTEND RUNLOG-FILE
               END-IF
               ACCEPT RUN-FECHA FROM DATE YYYYMMDD
               MOVE FECHA-PROCESO TO RUN-FECHA-PROCESO
               MOVE JOB-PROGRAMA TO RUN-PASO
               MOVE JOB-HORA-INICIO TO RUN-HORA-INICIO
               MOVE HORA-FIN TO RUN-HORA-FIN
               MOVE PASO-RESULTADO TO RUN-RESULTADO
               MOVE JOB-SOLICITANTE TO RUN-SOLICITANTE
               MOVE JOB-NUMERO TO RUN-TRABAJO
               WRITE RUNLOG-REC
               CLOSE RUNLOG-FILE.

       END PROGRAM JOBCOLA.
