      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the collections treatment
      *          strategy table ESTRATEG.DAT: each rule maps a
      *          CLISCORE.DAT score band and a days-in-MOROSO band to
      *          a treatment (llamada, carta and its level, SMS,
      *          agencia or espera) for the nightly COBRESTR pass.
      *          Like the other reference maintenances, sign-on goes
      *          through SIGNON and every alta and baja lands on
      *          PENDIENT.DAT through PENDSOL for a second operator
      *          to approve in APRUEBA, which writes the REFAUD.DAT
      *          audit with maker and checker. Rules apply in file
      *          order, first match wins, so the listing shows them
      *          numbered in that order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTRAT-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTRATEGIA-FILE ASSIGN TO "ESTRATEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTRATEGIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTRATEGIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESTRATEGIA-REC.
           COPY ESTRAT.

       WORKING-STORAGE SECTION.
           77 ESTRATEGIA-STATUS PIC X(2) VALUE "00".
               88 ESTRATEGIA-NEW-FILE VALUE "35".
           77 ESTRATEGIA-EOF-SW PIC X VALUE "N".
               88 ESTRATEGIA-EOF    VALUE "Y".

           77 OPCION          PIC X VALUE "1".
               88 OPCION-LISTA    VALUE "1".
               88 OPCION-ALTA     VALUE "2".
               88 OPCION-BAJA     VALUE "3".

           77 PUNTAJE-DESDE-ENT PIC 9(3).
           77 PUNTAJE-HASTA-ENT PIC 9(3).
           77 DIAS-DESDE-ENT    PIC 9(5).
           77 DIAS-HASTA-ENT    PIC 9(5).
           77 TRATAMIENTO-ENT   PIC X.
           77 NIVEL-ENT         PIC 9.
           77 REGLA-ENT         PIC 9(3).
           77 DATOS-OK-SW       PIC X VALUE "N".
               88 DATOS-OK          VALUE "Y".

           01 TABLA-ESTRATEGIA.
               05 TAB-REGLA OCCURS 100 TIMES PIC X(18).
           77 EST-CNT         PIC 9(3) VALUE 0.
           77 I               PIC 9(3) VALUE 0.
           77 TRATAMIENTO-DESC PIC X(16).

           77 OPERADOR        PIC X(8).
           77 PERM-ALTA-OPER  PIC X VALUE "N".
           77 PERM-CONS-OPER  PIC X VALUE "N".
           77 SUPERV-OPER     PIC X VALUE "N".
           77 SIGNON-SW       PIC X VALUE "N".
               88 SIGNON-OK       VALUE "Y".

      *SOLICITUD PENDIENTE DE APROBACION (MAKER-CHECKER)
           77 SOL-ARCHIVO     PIC X(12) VALUE "ESTRATEG.DAT".
           77 SOL-ACCION      PIC X.
           77 SOL-ANTES       PIC X(80).
           77 SOL-DESPUES     PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF

            DISPLAY "MANTENIMIENTO DE LA ESTRATEGIA DE COBRANZA"
            DISPLAY "1-LISTAR REGLAS"
            DISPLAY "2-AGREGAR UNA REGLA"
            DISPLAY "3-ELIMINAR UNA REGLA"
            ACCEPT OPCION

            PERFORM CARGA-TABLA

            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM ALTA-REGLA
                WHEN OPCION-BAJA
                    PERFORM BAJA-REGLA
                WHEN OTHER
                    PERFORM LISTA-REGLAS
            END-EVALUATE

            STOP RUN.

      *CARGA TODAS LAS REGLAS DEL ARCHIVO EN LA TABLA, EN SU ORDEN
           CARGA-TABLA.
               MOVE 0 TO EST-CNT
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

      *LISTA LAS REGLAS NUMERADAS EN ORDEN DE APLICACION
           LISTA-REGLAS.
               IF EST-CNT = 0
                   DISPLAY "NO HAY REGLAS CARGADAS"
               ELSE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > EST-CNT
                       MOVE TAB-REGLA(I) TO ESTRATEGIA-REC
                       PERFORM DESCRIBE-TRATAMIENTO
                       DISPLAY I " PUNTAJE " EST-PUNTAJE-DESDE
                           "-" EST-PUNTAJE-HASTA
                           " DIAS " EST-DIAS-DESDE
                           "-" EST-DIAS-HASTA
                           " " TRATAMIENTO-DESC
                   END-PERFORM
                   DISPLAY EST-CNT " REGLAS EN LA TABLA"
               END-IF.

      *ARMA LA DESCRIPCION DEL TRATAMIENTO DE LA REGLA EN CURSO
           DESCRIBE-TRATAMIENTO.
               MOVE SPACES TO TRATAMIENTO-DESC
               EVALUATE TRUE
                   WHEN EST-LLAMADA
                       MOVE "LLAMADA" TO TRATAMIENTO-DESC
                   WHEN EST-CARTA
                       STRING "CARTA NIVEL " EST-NIVEL-CARTA
                           DELIMITED BY SIZE INTO TRATAMIENTO-DESC
                   WHEN EST-SMS
                       MOVE "SMS" TO TRATAMIENTO-DESC
                   WHEN EST-AGENCIA
                       MOVE "AGENCIA" TO TRATAMIENTO-DESC
                   WHEN OTHER
                       MOVE "ESPERA" TO TRATAMIENTO-DESC
               END-EVALUATE.

      *SOLICITA EL ALTA DE UNA REGLA NUEVA AL FINAL DE LA TABLA
           ALTA-REGLA.
               IF EST-CNT = 100
                   DISPLAY "LA TABLA DE ESTRATEGIA ESTA LLENA"
               ELSE
                   PERFORM PIDE-REGLA
                   IF DATOS-OK
                       MOVE "A" TO SOL-ACCION
                       MOVE SPACES TO SOL-ANTES
                       MOVE SPACES TO SOL-DESPUES
                       MOVE ESTRATEGIA-REC TO SOL-DESPUES
                       CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                           SOL-ANTES SOL-DESPUES OPERADOR
                       DISPLAY "ALTA DE LA REGLA PENDIENTE DE "
                           "APROBACION"
                   END-IF
               END-IF.

      *PIDE Y VALIDA LOS DATOS DE LA REGLA
           PIDE-REGLA.
               MOVE "N" TO DATOS-OK-SW
               DISPLAY "PUNTAJE DESDE (000-999): "
               ACCEPT PUNTAJE-DESDE-ENT
               DISPLAY "PUNTAJE HASTA (000-999): "
               ACCEPT PUNTAJE-HASTA-ENT
               DISPLAY "DIAS EN MORA DESDE: "
               ACCEPT DIAS-DESDE-ENT
               DISPLAY "DIAS EN MORA HASTA: "
               ACCEPT DIAS-HASTA-ENT
               DISPLAY "TRATAMIENTO (L-LLAMADA C-CARTA S-SMS "
                   "A-AGENCIA H-ESPERA): "
               ACCEPT TRATAMIENTO-ENT
               MOVE 0 TO NIVEL-ENT
               IF TRATAMIENTO-ENT = "C"
                   DISPLAY "NIVEL DE LA CARTA (1-3): "
                   ACCEPT NIVEL-ENT
               END-IF
               MOVE PUNTAJE-DESDE-ENT TO EST-PUNTAJE-DESDE
               MOVE PUNTAJE-HASTA-ENT TO EST-PUNTAJE-HASTA
               MOVE DIAS-DESDE-ENT TO EST-DIAS-DESDE
               MOVE DIAS-HASTA-ENT TO EST-DIAS-HASTA
               MOVE TRATAMIENTO-ENT TO EST-TRATAMIENTO
               MOVE NIVEL-ENT TO EST-NIVEL-CARTA
               EVALUATE TRUE
                   WHEN EST-PUNTAJE-DESDE > EST-PUNTAJE-HASTA
                       DISPLAY "BANDA DE PUNTAJE INVALIDA"
                   WHEN EST-DIAS-DESDE > EST-DIAS-HASTA
                       DISPLAY "BANDA DE DIAS INVALIDA"
                   WHEN NOT EST-TRATAMIENTO-VALIDO
                       DISPLAY "TRATAMIENTO INVALIDO"
                   WHEN EST-CARTA AND
                       (EST-NIVEL-CARTA < 1 OR EST-NIVEL-CARTA > 3)
                       DISPLAY "NIVEL DE CARTA INVALIDO"
                   WHEN OTHER
                       SET DATOS-OK TO TRUE
               END-EVALUATE.

      *SOLICITA LA BAJA DE UNA REGLA POR SU NUMERO EN EL LISTADO
           BAJA-REGLA.
               PERFORM LISTA-REGLAS
               DISPLAY "NUMERO DE REGLA A ELIMINAR: "
               ACCEPT REGLA-ENT
               IF REGLA-ENT = 0 OR REGLA-ENT > EST-CNT
                   DISPLAY "ESA REGLA NO EXISTE"
               ELSE
                   MOVE "B" TO SOL-ACCION
                   MOVE SPACES TO SOL-ANTES
                   MOVE TAB-REGLA(REGLA-ENT) TO SOL-ANTES
                   MOVE SPACES TO SOL-DESPUES
                   CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                       SOL-ANTES SOL-DESPUES OPERADOR
                   DISPLAY "BAJA DE LA REGLA PENDIENTE DE "
                       "APROBACION"
               END-IF.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

       END PROGRAM ESTRAT-MANT.
