      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daytime runner of the ad-hoc batch job queue. Lets
      *          operations work off the requests queued from
      *          JOB-MANT during the day instead of waiting for the
      *          night: refuses while the nightly chain has the
      *          LOTEFLAG.DAT batch flag raised today, otherwise
      *          CALLs JOBCOLA, the same step NOCTURNO runs, which
      *          runs the queued requests in order and logs them on
      *          RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBDIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANDERA-FILE ASSIGN TO "LOTEFLAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANDERA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANDERA-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANDERA-REC.
           COPY LOTEFLG.

       WORKING-STORAGE SECTION.
           77 BANDERA-STATUS  PIC X(2) VALUE "00".
               88 BANDERA-NEW-FILE VALUE "35".
           77 FECHA-HOY       PIC 9(8).
           77 LOTE-SW         PIC X VALUE "N".
               88 LOTE-ACTIVO     VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-HOY FROM DATE YYYYMMDD
            PERFORM VERIFICA-LOTE
            IF LOTE-ACTIVO
                DISPLAY "LOTE NOCTURNO EN CURSO, LA COLA DE TRABAJOS"
                DISPLAY "LA CORRE LA CADENA - INTENTE MAS TARDE"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            CALL "JOBCOLA"

            STOP RUN.

      *MIRA SI LA BANDERA DE LOTE ESTA LEVANTADA HOY
           VERIFICA-LOTE.
               MOVE "N" TO LOTE-SW
               OPEN INPUT BANDERA-FILE
               IF BANDERA-NEW-FILE
                   CLOSE BANDERA-FILE
               ELSE
                   READ BANDERA-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LOTE-EN-CURSO AND FLG-FECHA = FECHA-HOY
                               SET LOTE-ACTIVO TO TRUE
                           END-IF
                   END-READ
                   CLOSE BANDERA-FILE
               END-IF.

       END PROGRAM JOBDIA.
