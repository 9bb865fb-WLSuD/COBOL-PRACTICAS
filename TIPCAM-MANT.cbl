      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the exchange-rate table
      *          TIPOCAMB.DAT: the daily rate of each foreign currency
      *          (units of local currency per unit of the foreign
      *          one) that the calculator desk converts at. The alta
      *          of a day's rate and the correction of an existing
      *          one go through the maker-checker path - they land on
      *          PENDIENT.DAT through PENDSOL and only hit the table
      *          when a second operator approves them in APRUEBA. The
      *          listing shows the rates on file, optionally for one
      *          currency.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPCAM-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO-FILE ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCA-CLAVE
               FILE STATUS IS CAMBIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAMBIO-REC.
           COPY TIPCAM.

       WORKING-STORAGE SECTION.
           77 CAMBIO-STATUS   PIC X(2) VALUE "00".
               88 CAMBIO-NEW-FILE   VALUE "35".
           77 CAMBIO-EOF-SW   PIC X VALUE "N".
               88 CAMBIO-EOF        VALUE "Y".

           77 OPCION          PIC X VALUE "3".
               88 OPCION-ALTA      VALUE "1".
               88 OPCION-CAMBIO    VALUE "2".
               88 OPCION-LISTA     VALUE "3".

           77 MONEDA-ENTRADA  PIC X(3).
           77 FECHA-ENTRADA   PIC 9(8).
           77 TASA-ENTRADA    PIC 9(5)V9(6).
           77 TASA-EDIT       PIC ZZ,ZZ9.999999.
           77 FECHA-PROCESO   PIC 9(8).
           77 CNT-LISTADOS    PIC 9(5) VALUE 0.

           77 OPERADOR        PIC X(8).
           77 PERM-ALTA-OPER  PIC X VALUE "N".
           77 PERM-CONS-OPER  PIC X VALUE "N".
           77 SUPERV-OPER     PIC X VALUE "N".
           77 SIGNON-SW       PIC X VALUE "N".
               88 SIGNON-OK       VALUE "Y".

      *SOLICITUD PENDIENTE DE APROBACION (MAKER-CHECKER)
           77 SOL-ARCHIVO     PIC X(12) VALUE "TIPOCAMB.DAT".
           77 SOL-ACCION      PIC X.
           77 SOL-ANTES       PIC X(80).
           77 SOL-DESPUES     PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF

            DISPLAY "MANTENIMIENTO DE TIPOS DE CAMBIO"
            DISPLAY "1-ALTA DEL TIPO DE CAMBIO DE UN DIA"
            DISPLAY "2-CORREGIR UN TIPO DE CAMBIO"
            DISPLAY "3-LISTAR LOS TIPOS DE CAMBIO"
            ACCEPT OPCION

            PERFORM ABRIR-CAMBIOS

            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM ALTA-CAMBIO
                WHEN OPCION-CAMBIO
                    PERFORM CORRIGE-CAMBIO
                WHEN OTHER
                    PERFORM LISTA-CAMBIOS
            END-EVALUATE

            CLOSE CAMBIO-FILE

            STOP RUN.

      *ABRE LA TABLA DE TIPOS DE CAMBIO, CREANDOLA SI AUN NO EXISTE
           ABRIR-CAMBIOS.
               OPEN I-O CAMBIO-FILE
               IF CAMBIO-NEW-FILE
                   OPEN OUTPUT CAMBIO-FILE
                   CLOSE CAMBIO-FILE
                   OPEN I-O CAMBIO-FILE
               END-IF.

      *DA DE ALTA EL TIPO DE CAMBIO DE UNA MONEDA PARA UN DIA
           ALTA-CAMBIO.
               PERFORM PIDE-CLAVE-CAMBIO
               IF MONEDA-ENTRADA = SPACES
                   DISPLAY "MONEDA EN BLANCO, SIN CAMBIOS"
               ELSE
                   PERFORM ALTA-CAMBIO-NUEVO
               END-IF.

      *ARMA LA SOLICITUD DE ALTA SI EL DIA AUN NO TIENE TASA
           ALTA-CAMBIO-NUEVO.
               MOVE MONEDA-ENTRADA TO TCA-MONEDA
               MOVE FECHA-ENTRADA TO TCA-FECHA
               READ CAMBIO-FILE
                   INVALID KEY
                       PERFORM PIDE-TASA
                       IF TASA-ENTRADA = 0
                           DISPLAY "TASA EN CERO, SIN CAMBIOS"
                       ELSE
                           MOVE MONEDA-ENTRADA TO TCA-MONEDA
                           MOVE FECHA-ENTRADA TO TCA-FECHA
                           MOVE TASA-ENTRADA TO TCA-TASA
                           MOVE "A" TO SOL-ACCION
                           MOVE SPACES TO SOL-ANTES
                           MOVE SPACES TO SOL-DESPUES
                           MOVE CAMBIO-REC TO SOL-DESPUES
                           CALL "PENDSOL" USING SOL-ARCHIVO
                               SOL-ACCION SOL-ANTES SOL-DESPUES
                               OPERADOR
                           DISPLAY "ALTA DEL TIPO DE CAMBIO "
                               MONEDA-ENTRADA " DEL " FECHA-ENTRADA
                               " PENDIENTE DE APROBACION"
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "YA HAY TIPO DE CAMBIO " MONEDA-ENTRADA
                           " PARA EL " FECHA-ENTRADA ", USE CORREGIR"
               END-READ.

      *CORRIGE LA TASA DE UN TIPO DE CAMBIO YA CARGADO
           CORRIGE-CAMBIO.
               PERFORM PIDE-CLAVE-CAMBIO
               MOVE MONEDA-ENTRADA TO TCA-MONEDA
               MOVE FECHA-ENTRADA TO TCA-FECHA
               READ CAMBIO-FILE
                   INVALID KEY
                       DISPLAY "NO HAY TIPO DE CAMBIO " MONEDA-ENTRADA
                           " PARA EL " FECHA-ENTRADA ", USE ALTA"
                   NOT INVALID KEY
                       MOVE TCA-TASA TO TASA-EDIT
                       DISPLAY "TASA ACTUAL: " TASA-EDIT
                       MOVE SPACES TO SOL-ANTES
                       MOVE CAMBIO-REC TO SOL-ANTES
                       PERFORM PIDE-TASA
                       IF TASA-ENTRADA = 0
                           DISPLAY "TASA EN CERO, SIN CAMBIOS"
                       ELSE
                           MOVE TASA-ENTRADA TO TCA-TASA
                           MOVE "M" TO SOL-ACCION
                           MOVE SPACES TO SOL-DESPUES
                           MOVE CAMBIO-REC TO SOL-DESPUES
                           CALL "PENDSOL" USING SOL-ARCHIVO
                               SOL-ACCION SOL-ANTES SOL-DESPUES
                               OPERADOR
                           DISPLAY "CORRECCION DEL TIPO DE CAMBIO "
                               MONEDA-ENTRADA " DEL " FECHA-ENTRADA
                               " PENDIENTE DE APROBACION"
                       END-IF
               END-READ.

      *LISTA LOS TIPOS DE CAMBIO EN ORDEN DE MONEDA Y FECHA, DE UNA
      *SOLA MONEDA SI SE INDICA
           LISTA-CAMBIOS.
               DISPLAY "MONEDA A LISTAR (BLANCO = TODAS): "
               ACCEPT MONEDA-ENTRADA
               MOVE FUNCTION UPPER-CASE(MONEDA-ENTRADA)
                   TO MONEDA-ENTRADA
               MOVE MONEDA-ENTRADA TO TCA-MONEDA
               MOVE 0 TO TCA-FECHA
               START CAMBIO-FILE KEY NOT LESS TCA-CLAVE
                   INVALID KEY
                       SET CAMBIO-EOF TO TRUE
               END-START
               PERFORM UNTIL CAMBIO-EOF
                   READ CAMBIO-FILE NEXT RECORD
                       AT END
                           SET CAMBIO-EOF TO TRUE
                       NOT AT END
                           IF MONEDA-ENTRADA NOT = SPACES AND
                               TCA-MONEDA NOT = MONEDA-ENTRADA
                               SET CAMBIO-EOF TO TRUE
                           ELSE
                               ADD 1 TO CNT-LISTADOS
                               MOVE TCA-TASA TO TASA-EDIT
                               DISPLAY TCA-MONEDA " " TCA-FECHA " "
                                   TASA-EDIT
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY CNT-LISTADOS " TIPOS DE CAMBIO LISTADOS".

      *PIDE LA MONEDA Y EL DIA DEL TIPO DE CAMBIO, CON HOY SI EL DIA
      *SE DEJA EN CERO
           PIDE-CLAVE-CAMBIO.
               DISPLAY "INGRESE LA MONEDA (3 LETRAS, EJ. USD): "
               ACCEPT MONEDA-ENTRADA
               MOVE FUNCTION UPPER-CASE(MONEDA-ENTRADA)
                   TO MONEDA-ENTRADA
               DISPLAY "FECHA EFECTIVA (AAAAMMDD, 0 = HOY): "
               ACCEPT FECHA-ENTRADA
               IF FECHA-ENTRADA = 0
                   MOVE FECHA-PROCESO TO FECHA-ENTRADA
               END-IF.

      *PIDE LA TASA: UNIDADES DE MONEDA LOCAL POR UNIDAD DE LA
      *MONEDA EXTRANJERA
           PIDE-TASA.
               DISPLAY "INGRESE LA TASA (MONEDA LOCAL POR UNIDAD): "
               ACCEPT TASA-ENTRADA.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

       END PROGRAM TIPCAM-MANT.
