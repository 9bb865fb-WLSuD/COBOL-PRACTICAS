      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor maintenance of the business processing
      *          date on FECHAPRO.DAT. Shows the date the batch
      *          programs are stamping and selecting by, next to the
      *          wall clock, and lets a supervisor set it back to an
      *          earlier valid date for a controlled rerun (never
      *          past today, never while the nightly chain has the
      *          LOTEFLAG.DAT batch flag raised). The change is
      *          audited on REFAUD.DAT with the before and after
      *          dates. Only NOCTURNO moves the date forward.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAPRO-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

           SELECT BANDERA-FILE ASSIGN TO "LOTEFLAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANDERA-STATUS.

           SELECT REFAUD-FILE ASSIGN TO "REFAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC.
           COPY FECPRO.

       FD  BANDERA-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANDERA-REC.
           COPY LOTEFLG.

       FD  REFAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFAUD-REC.
           COPY REFAUD.

       WORKING-STORAGE SECTION.
           77 CONTROL-STATUS  PIC X(2) VALUE "00".
               88 CONTROL-NEW-FILE VALUE "35".
           77 BANDERA-STATUS  PIC X(2) VALUE "00".
               88 BANDERA-NEW-FILE VALUE "35".
           77 REFAUD-STATUS   PIC X(2) VALUE "00".
               88 REFAUD-NEW-FILE  VALUE "35".

           77 OPERADOR        PIC X(8).
           77 PERM-ALTA-OPER  PIC X VALUE "N".
           77 PERM-CONS-OPER  PIC X VALUE "N".
           77 SUPERV-OPER     PIC X VALUE "N".
           77 SIGNON-SW       PIC X VALUE "N".
               88 SIGNON-OK       VALUE "Y".

           77 FECHA-HOY       PIC 9(8).
           77 FECHA-ACTUAL    PIC 9(8) VALUE 0.
           77 ORIGEN-ACTUAL   PIC X(8) VALUE SPACES.
           77 CAMBIO-ACTUAL   PIC 9(8) VALUE 0.
           77 LOTE-SW         PIC X VALUE "N".
               88 LOTE-ACTIVO     VALUE "Y".

           01 FECHA-NUEVA     PIC 9(8).
           01 FECHA-NUEVA-DET REDEFINES FECHA-NUEVA.
               05 ANIO-ENTRADA PIC 9(4).
               05 MES-ENTRADA  PIC 9(2).
               05 DIA-ENTRADA  PIC 9(2).
           77 CONFIRMA-ENTRADA PIC X.

           77 MAX-DIA         PIC 9(2) VALUE 31.
           77 BISIESTO-FLAG   PIC X VALUE "N".
               88 ES-BISIESTO     VALUE "Y".
           77 FECHA-STATUS    PIC X VALUE "N".
               88 FECHA-VALIDA    VALUE "S".

      *IMAGENES DEL CAMBIO PARA LA AUDITORIA
           77 IMAGEN-ANTES    PIC X(40).
           77 IMAGEN-DESPUES  PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-HOY FROM DATE YYYYMMDD
            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF
            IF SUPERV-OPER NOT = "Y"
                DISPLAY "EL CAMBIO DE LA FECHA DE PROCESO ES UNA "
                    "OPERACION DE SUPERVISOR"
                STOP RUN
            END-IF

            PERFORM VERIFICA-LOTE
            IF LOTE-ACTIVO
                DISPLAY "LA CADENA NOCTURNA ESTA EN CURSO, LA FECHA "
                    "DE PROCESO NO SE PUEDE CAMBIAR AHORA"
                STOP RUN
            END-IF

            PERFORM LEE-CONTROL
            IF FECHA-ACTUAL = 0
                DISPLAY "NO EXISTE FECHAPRO.DAT: LA FECHA DE PROCESO "
                    "LA CREA LA CADENA NOCTURNA"
                STOP RUN
            END-IF

            DISPLAY "FECHA DE PROCESO ACTUAL: " FECHA-ACTUAL
                "  (ULTIMO CAMBIO " CAMBIO-ACTUAL " POR "
                ORIGEN-ACTUAL ")"
            DISPLAY "FECHA DEL RELOJ:         " FECHA-HOY
            DISPLAY "INGRESE LA NUEVA FECHA DE PROCESO (AAAAMMDD, "
                "0 = NO CAMBIAR): "
            ACCEPT FECHA-NUEVA
            IF FECHA-NUEVA = 0
                DISPLAY "FECHA DE PROCESO SIN CAMBIOS"
                STOP RUN
            END-IF

            PERFORM VALIDA-FECHA
            IF NOT FECHA-VALIDA
                DISPLAY "FECHA INVALIDA, SIN CAMBIOS"
                STOP RUN
            END-IF
            IF FECHA-NUEVA > FECHA-HOY
                DISPLAY "LA FECHA DE PROCESO NO PUEDE SER POSTERIOR "
                    "AL RELOJ"
                STOP RUN
            END-IF
      *HACIA ADELANTE LA FECHA SOLO LA MUEVE LA CADENA NOCTURNA
            IF FECHA-NUEVA NOT < FECHA-ACTUAL
                DISPLAY "SOLO SE PUEDE VOLVER ATRAS LA FECHA DE "
                    "PROCESO, EL AVANCE LO HACE LA CADENA NOCTURNA"
                STOP RUN
            END-IF

            DISPLAY "LA FECHA DE PROCESO PASA DE " FECHA-ACTUAL
                " A " FECHA-NUEVA " Y LA PROXIMA CADENA LA RECORRE "
                "ENTERA. CONFIRMA (S/N): "
            ACCEPT CONFIRMA-ENTRADA
            IF CONFIRMA-ENTRADA NOT = "S" AND
                CONFIRMA-ENTRADA NOT = "s"
                DISPLAY "FECHA DE PROCESO SIN CAMBIOS"
                STOP RUN
            END-IF

            PERFORM GRABA-CONTROL
            PERFORM GRABA-AUDITORIA
            DISPLAY "FECHA DE PROCESO CAMBIADA A " FECHA-NUEVA

            STOP RUN.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

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

      *LEE EL REGISTRO DE CONTROL DE LA FECHA DE PROCESO
           LEE-CONTROL.
               OPEN INPUT CONTROL-FILE
               IF CONTROL-NEW-FILE
                   CLOSE CONTROL-FILE
               ELSE
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FPR-FECHA-PROCESO IS NUMERIC
                               MOVE FPR-FECHA-PROCESO TO FECHA-ACTUAL
                               MOVE FPR-FECHA-CAMBIO TO CAMBIO-ACTUAL
                               MOVE FPR-ORIGEN TO ORIGEN-ACTUAL
                           END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF.

      *REESCRIBE EL REGISTRO DE CONTROL CON LA FECHA NUEVA - LA HORA
      *DEL CAMBIO HACE QUE NOCTURNO NO TOME LAS CORRIDAS VIEJAS DE LA
      *FECHA COMO YA HECHAS
           GRABA-CONTROL.
               OPEN OUTPUT CONTROL-FILE
               MOVE FECHA-NUEVA TO FPR-FECHA-PROCESO
               ACCEPT FPR-FECHA-CAMBIO FROM DATE YYYYMMDD
               ACCEPT FPR-HORA-CAMBIO FROM TIME
               MOVE OPERADOR TO FPR-ORIGEN
               WRITE CONTROL-REC
               CLOSE CONTROL-FILE.

      *DEJA EN REFAUD.DAT LA CONSTANCIA DEL CAMBIO DE FECHA
           GRABA-AUDITORIA.
               OPEN EXTEND REFAUD-FILE
               IF REFAUD-NEW-FILE
                   OPEN OUTPUT REFAUD-FILE
                   CLOSE REFAUD-FILE
                   OPEN EXTEND REFAUD-FILE
               END-IF
               MOVE SPACES TO IMAGEN-ANTES
               STRING "FECHA DE PROCESO " FECHA-ACTUAL
                   DELIMITED BY SIZE INTO IMAGEN-ANTES
               MOVE SPACES TO IMAGEN-DESPUES
               STRING "FECHA DE PROCESO " FECHA-NUEVA
                   DELIMITED BY SIZE INTO IMAGEN-DESPUES
               MOVE "FECHAPRO.DAT" TO RAUD-ARCHIVO
               MOVE IMAGEN-ANTES TO RAUD-ANTES
               MOVE IMAGEN-DESPUES TO RAUD-DESPUES
               ACCEPT RAUD-FECHA FROM DATE YYYYMMDD
               ACCEPT RAUD-HORA FROM TIME
               MOVE OPERADOR TO RAUD-OPERADOR
               MOVE SPACES TO RAUD-APROBADOR
               WRITE REFAUD-REC
               CLOSE REFAUD-FILE.

      *DETERMINA EL MAXIMO DIA DEL MES/ANIO INGRESADO Y VALIDA DIA
      *Y MES, FEBRERO VIA BISLEAP
           VALIDA-FECHA.
               MOVE "N" TO FECHA-STATUS
               IF MES-ENTRADA < 1 OR MES-ENTRADA > 12
                   DISPLAY "MES INVALIDO"
               ELSE
                   EVALUATE MES-ENTRADA
                       WHEN 04 WHEN 06 WHEN 09 WHEN 11
                           MOVE 30 TO MAX-DIA
                       WHEN 02
                           CALL "BISLEAP" USING ANIO-ENTRADA
                               BISIESTO-FLAG
                           IF ES-BISIESTO
                               MOVE 29 TO MAX-DIA
                           ELSE
                               MOVE 28 TO MAX-DIA
                           END-IF
                       WHEN OTHER
                           MOVE 31 TO MAX-DIA
                   END-EVALUATE
                   IF DIA-ENTRADA >= 1 AND DIA-ENTRADA <= MAX-DIA
                       SET FECHA-VALIDA TO TRUE
                   END-IF
               END-IF.

       END PROGRAM FECHAPRO-MANT.
