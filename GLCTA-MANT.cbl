      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the general-ledger chart of
      *          accounts (GLCUENTA.DAT): alta of an account with its
      *          description and type (activo, pasivo, patrimonio,
      *          ingreso, gasto), change of description and type,
      *          activation and deactivation without losing the
      *          posted history, and a chart listing. Every change
      *          goes through the maker-checker path - it lands on
      *          PENDIENT.DAT through PENDSOL and only hits the chart
      *          when a second operator approves it in APRUEBA.
      *          GLEXTRAC validates the GLMAP.DAT accounts and
      *          GLPOST every posted line against this chart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCTA-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTA-FILE ASSIGN TO "GLCUENTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLC-CUENTA
               FILE STATUS IS CUENTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUENTA-REC.
           COPY GLCTA.

       WORKING-STORAGE SECTION.
           77 CUENTA-STATUS   PIC X(2) VALUE "00".
               88 CUENTA-NEW-FILE   VALUE "35".
           77 CUENTA-EOF-SW   PIC X VALUE "N".
               88 CUENTA-EOF        VALUE "Y".

           77 OPCION          PIC X VALUE "4".
               88 OPCION-ALTA      VALUE "1".
               88 OPCION-CAMBIO    VALUE "2".
               88 OPCION-ESTADO    VALUE "3".
               88 OPCION-LISTA     VALUE "4".

           77 CUENTA-ENTRADA  PIC X(8).
           77 DESCRIPCION-ENT PIC X(30).
           77 TIPO-ENT        PIC X.
               88 TIPO-ENT-VALIDO  VALUE "A" "P" "C" "I" "G".
           77 ACTIVA-ENT      PIC X.
           77 CNT-LISTADOS    PIC 9(4) VALUE 0.

           77 OPERADOR        PIC X(8).
           77 PERM-ALTA-OPER  PIC X VALUE "N".
           77 PERM-CONS-OPER  PIC X VALUE "N".
           77 SUPERV-OPER     PIC X VALUE "N".
           77 SIGNON-SW       PIC X VALUE "N".
               88 SIGNON-OK       VALUE "Y".

      *SOLICITUD PENDIENTE DE APROBACION (MAKER-CHECKER)
           77 SOL-ARCHIVO     PIC X(12) VALUE "GLCUENTA.DAT".
           77 SOL-ACCION      PIC X.
           77 SOL-ANTES       PIC X(80).
           77 SOL-DESPUES     PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM INICIALIZA-SESION

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                GOBACK
            END-IF

            DISPLAY "MANTENIMIENTO DEL PLAN DE CUENTAS CONTABLES"
            DISPLAY "1-ALTA DE UNA CUENTA"
            DISPLAY "2-CAMBIO DE DESCRIPCION Y TIPO"
            DISPLAY "3-ACTIVAR/DESACTIVAR UNA CUENTA"
            DISPLAY "4-LISTAR EL PLAN DE CUENTAS"
            ACCEPT OPCION

            PERFORM ABRIR-CUENTAS

            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM ALTA-CUENTA
                WHEN OPCION-CAMBIO
                    PERFORM CAMBIO-CUENTA
                WHEN OPCION-ESTADO
                    PERFORM CAMBIA-ESTADO
                WHEN OTHER
                    PERFORM LISTA-PLAN
            END-EVALUATE

            CLOSE CUENTA-FILE

            GOBACK.

      *REINICIA LOS INTERRUPTORES Y CONTADORES DE LA SESION: EL
      *PROGRAMA PUEDE LLAMARSE REPETIDO DESDE LA CONSOLA MENU
           INICIALIZA-SESION.
               MOVE "N" TO SIGNON-SW
               MOVE "N" TO CUENTA-EOF-SW
               MOVE 0 TO CNT-LISTADOS.

      *ABRE EL PLAN DE CUENTAS, CREANDOLO SI AUN NO EXISTE
           ABRIR-CUENTAS.
               OPEN I-O CUENTA-FILE
               IF CUENTA-NEW-FILE
                   OPEN OUTPUT CUENTA-FILE
                   CLOSE CUENTA-FILE
                   OPEN I-O CUENTA-FILE
               END-IF.

      *DA DE ALTA UNA CUENTA NUEVA CON SU DESCRIPCION Y TIPO
           ALTA-CUENTA.
               DISPLAY "INGRESE LA CUENTA (HASTA 8 CARACTERES): "
               ACCEPT CUENTA-ENTRADA
               IF CUENTA-ENTRADA = SPACES
                   DISPLAY "CUENTA EN BLANCO, SIN CAMBIOS"
               ELSE
                   MOVE CUENTA-ENTRADA TO GLC-CUENTA
                   READ CUENTA-FILE
                       INVALID KEY
                           PERFORM PIDE-DATOS-CUENTA
                           IF TIPO-ENT-VALIDO
                               MOVE CUENTA-ENTRADA TO GLC-CUENTA
                               MOVE DESCRIPCION-ENT TO
                                   GLC-DESCRIPCION
                               MOVE TIPO-ENT TO GLC-TIPO
                               MOVE "A" TO GLC-ACTIVA
                               MOVE "A" TO SOL-ACCION
                               MOVE SPACES TO SOL-ANTES
                               MOVE SPACES TO SOL-DESPUES
                               MOVE CUENTA-REC TO SOL-DESPUES
                               CALL "PENDSOL" USING SOL-ARCHIVO
                                   SOL-ACCION SOL-ANTES SOL-DESPUES
                                   OPERADOR
                               DISPLAY "ALTA DE LA CUENTA "
                                   CUENTA-ENTRADA
                                   " PENDIENTE DE APROBACION"
                           ELSE
                               DISPLAY "TIPO INVALIDO, SIN CAMBIOS"
                           END-IF
                       NOT INVALID KEY
                           DISPLAY "LA CUENTA " CUENTA-ENTRADA
                               " YA ESTA EN EL PLAN"
                   END-READ
               END-IF.

      *CAMBIA LA DESCRIPCION Y EL TIPO DE UNA CUENTA
           CAMBIO-CUENTA.
               DISPLAY "INGRESE LA CUENTA A MODIFICAR: "
               ACCEPT CUENTA-ENTRADA
               MOVE CUENTA-ENTRADA TO GLC-CUENTA
               READ CUENTA-FILE
                   INVALID KEY
                       DISPLAY "LA CUENTA " CUENTA-ENTRADA
                           " NO ESTA EN EL PLAN"
                   NOT INVALID KEY
                       DISPLAY "DESCRIPCION ACTUAL: " GLC-DESCRIPCION
                           " TIPO " GLC-TIPO
                       MOVE SPACES TO SOL-ANTES
                       MOVE CUENTA-REC TO SOL-ANTES
                       PERFORM PIDE-DATOS-CUENTA
                       IF TIPO-ENT-VALIDO
                           MOVE DESCRIPCION-ENT TO GLC-DESCRIPCION
                           MOVE TIPO-ENT TO GLC-TIPO
                           MOVE "M" TO SOL-ACCION
                           MOVE SPACES TO SOL-DESPUES
                           MOVE CUENTA-REC TO SOL-DESPUES
                           CALL "PENDSOL" USING SOL-ARCHIVO
                               SOL-ACCION SOL-ANTES SOL-DESPUES
                               OPERADOR
                           DISPLAY "CAMBIO DE LA CUENTA "
                               CUENTA-ENTRADA
                               " PENDIENTE DE APROBACION"
                       ELSE
                           DISPLAY "TIPO INVALIDO, SIN CAMBIOS"
                       END-IF
               END-READ.

      *ACTIVA O DESACTIVA UNA CUENTA SIN SACARLA DEL PLAN, PARA QUE
      *LOS SALDOS POSTEADOS CONSERVEN SU DESCRIPCION Y SU TIPO
           CAMBIA-ESTADO.
               DISPLAY "INGRESE LA CUENTA: "
               ACCEPT CUENTA-ENTRADA
               MOVE CUENTA-ENTRADA TO GLC-CUENTA
               READ CUENTA-FILE
                   INVALID KEY
                       DISPLAY "LA CUENTA " CUENTA-ENTRADA
                           " NO ESTA EN EL PLAN"
                   NOT INVALID KEY
                       DISPLAY "ESTADO ACTUAL: " GLC-ACTIVA
                       DISPLAY "INGRESE EL NUEVO ESTADO "
                           "(A-ACTIVA  I-INACTIVA): "
                       ACCEPT ACTIVA-ENT
                       IF ACTIVA-ENT = "A" OR ACTIVA-ENT = "I"
                           MOVE SPACES TO SOL-ANTES
                           MOVE CUENTA-REC TO SOL-ANTES
                           MOVE ACTIVA-ENT TO GLC-ACTIVA
                           MOVE "M" TO SOL-ACCION
                           MOVE SPACES TO SOL-DESPUES
                           MOVE CUENTA-REC TO SOL-DESPUES
                           CALL "PENDSOL" USING SOL-ARCHIVO
                               SOL-ACCION SOL-ANTES SOL-DESPUES
                               OPERADOR
                           DISPLAY "CAMBIO DE ESTADO DE LA CUENTA "
                               CUENTA-ENTRADA
                               " PENDIENTE DE APROBACION"
                       ELSE
                           DISPLAY "ESTADO INVALIDO, SIN CAMBIOS"
                       END-IF
               END-READ.

      *LISTA EL PLAN COMPLETO EN ORDEN DE CUENTA
           LISTA-PLAN.
               MOVE SPACES TO GLC-CUENTA
               START CUENTA-FILE KEY NOT LESS GLC-CUENTA
                   INVALID KEY
                       SET CUENTA-EOF TO TRUE
               END-START
               PERFORM UNTIL CUENTA-EOF
                   READ CUENTA-FILE NEXT RECORD
                       AT END
                           SET CUENTA-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CNT-LISTADOS
                           DISPLAY GLC-CUENTA " " GLC-TIPO " "
                               GLC-ACTIVA " " GLC-DESCRIPCION
                   END-READ
               END-PERFORM
               DISPLAY CNT-LISTADOS " CUENTAS EN EL PLAN".

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *PIDE LA DESCRIPCION Y EL TIPO DE UNA CUENTA
           PIDE-DATOS-CUENTA.
               DISPLAY "INGRESE LA DESCRIPCION: "
               ACCEPT DESCRIPCION-ENT
               DISPLAY "TIPO (A-ACTIVO  P-PASIVO  C-PATRIMONIO  "
                   "I-INGRESO  G-GASTO): "
               ACCEPT TIPO-ENT
               MOVE FUNCTION UPPER-CASE(TIPO-ENT) TO TIPO-ENT.

       END PROGRAM GLCTA-MANT.
