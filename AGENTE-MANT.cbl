      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the collections agent roster
      *          AGENTES.DAT (sheet number, OPERADOR.DAT operator and
      *          daily capacity) and the absence calendar
      *          AUSENCIA.DAT that the COBRCALL deal-out works from.
      *          A supervisor operation: sign-on goes through SIGNON
      *          and every alta and baja lands on PENDIENT.DAT through
      *          PENDSOL for a second operator to approve in APRUEBA,
      *          which writes the REFAUD.DAT audit with maker and
      *          checker. The operator must exist on OPERADOR.DAT and
      *          hold only one sheet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENTE-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENTE-FILE ASSIGN TO "AGENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGENTE-STATUS.

           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUSENCIA-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGENTE-REC.
           COPY AGEROS.

       FD  AUSENCIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUSENCIA-REC.
           COPY AUSENC.

       FD  OPERADOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERADOR-REC.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
           77 AGENTE-STATUS   PIC X(2) VALUE "00".
               88 AGENTE-NEW-FILE VALUE "35".
           77 AGENTE-EOF-SW   PIC X VALUE "N".
               88 AGENTE-EOF      VALUE "Y".
           77 AUSENCIA-STATUS PIC X(2) VALUE "00".
               88 AUSENCIA-NEW-FILE VALUE "35".
           77 AUSENCIA-EOF-SW PIC X VALUE "N".
               88 AUSENCIA-EOF    VALUE "Y".
           77 OPERADOR-STATUS PIC X(2) VALUE "00".
               88 OPERADOR-NEW-FILE VALUE "35".
           77 OPERADOR-EOF-SW PIC X VALUE "N".
               88 OPERADOR-EOF    VALUE "Y".

           77 OPCION          PIC X VALUE "1".
               88 OPCION-LISTA    VALUE "1".
               88 OPCION-ALTA     VALUE "2".
               88 OPCION-BAJA     VALUE "3".
               88 OPCION-AUSENCIA VALUE "4".
               88 OPCION-REGRESO  VALUE "5".

           77 HOJA-ENT        PIC 9.
           77 OPERADOR-ENT    PIC X(8).
           77 CAPACIDAD-ENT   PIC 9(4).
           77 DESDE-ENT       PIC 9(8).
           77 HASTA-ENT       PIC 9(8).
           77 NRO-ENT         PIC 9(3).

           01 TABLA-AGENTES.
               05 TAB-AGENTE OCCURS 9 TIMES PIC X(13).
           77 AGE-CNT         PIC 9 VALUE 0.
           01 TABLA-AUSENCIAS.
               05 TAB-AUSENCIA OCCURS 300 TIMES PIC X(24).
           77 AUS-CNT         PIC 9(3) VALUE 0.
           77 I               PIC 9(3) VALUE 0.
           77 ENCONTRADO-SW   PIC X VALUE "N".
               88 ENCONTRADO      VALUE "Y".
           77 OPER-VALIDO-SW  PIC X VALUE "N".
               88 OPER-VALIDO     VALUE "Y".

           77 OPERADOR        PIC X(8).
           77 PERM-ALTA-OPER  PIC X VALUE "N".
           77 PERM-CONS-OPER  PIC X VALUE "N".
           77 SUPERV-OPER     PIC X VALUE "N".
           77 SIGNON-SW       PIC X VALUE "N".
               88 SIGNON-OK       VALUE "Y".

      *SOLICITUD PENDIENTE DE APROBACION (MAKER-CHECKER)
           77 SOL-ARCHIVO     PIC X(12).
           77 SOL-ACCION      PIC X.
           77 SOL-ANTES       PIC X(80).
           77 SOL-DESPUES     PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF
            IF SUPERV-OPER NOT = "Y"
                DISPLAY "EL PLANTEL DE AGENTES ES UNA OPERACION DE "
                    "SUPERVISOR"
                STOP RUN
            END-IF

            DISPLAY "PLANTEL DE AGENTES DE COBRANZA"
            DISPLAY "1-LISTAR PLANTEL Y AUSENCIAS"
            DISPLAY "2-AGREGAR UNA HOJA"
            DISPLAY "3-ELIMINAR UNA HOJA"
            DISPLAY "4-REGISTRAR UNA AUSENCIA"
            DISPLAY "5-ELIMINAR UNA AUSENCIA"
            ACCEPT OPCION

            PERFORM CARGA-TABLAS

            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM ALTA-HOJA
                WHEN OPCION-BAJA
                    PERFORM BAJA-HOJA
                WHEN OPCION-AUSENCIA
                    PERFORM ALTA-AUSENCIA
                WHEN OPCION-REGRESO
                    PERFORM BAJA-AUSENCIA
                WHEN OTHER
                    PERFORM LISTA-PLANTEL
            END-EVALUATE

            STOP RUN.

      *CARGA EL PLANTEL Y EL CALENDARIO DE AUSENCIAS EN LAS TABLAS
           CARGA-TABLAS.
               OPEN INPUT AGENTE-FILE
               IF AGENTE-NEW-FILE
                   CLOSE AGENTE-FILE
               ELSE
                   PERFORM UNTIL AGENTE-EOF OR AGE-CNT = 9
                       READ AGENTE-FILE
                           AT END
                               SET AGENTE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO AGE-CNT
                               MOVE AGENTE-REC TO TAB-AGENTE(AGE-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE AGENTE-FILE
               END-IF
               OPEN INPUT AUSENCIA-FILE
               IF AUSENCIA-NEW-FILE
                   CLOSE AUSENCIA-FILE
               ELSE
                   PERFORM UNTIL AUSENCIA-EOF OR AUS-CNT = 300
                       READ AUSENCIA-FILE
                           AT END
                               SET AUSENCIA-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO AUS-CNT
                               MOVE AUSENCIA-REC TO
                                   TAB-AUSENCIA(AUS-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE AUSENCIA-FILE
               END-IF.

      *LISTA LAS HOJAS DEL PLANTEL Y LAS AUSENCIAS NUMERADAS
           LISTA-PLANTEL.
               IF AGE-CNT = 0
                   DISPLAY "NO HAY HOJAS EN EL PLANTEL"
               ELSE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > AGE-CNT
                       MOVE TAB-AGENTE(I) TO AGENTE-REC
                       DISPLAY "HOJA " AGR-HOJA " - " AGR-OPERADOR
                           " CAPACIDAD " AGR-CAPACIDAD
                   END-PERFORM
               END-IF
               IF AUS-CNT = 0
                   DISPLAY "NO HAY AUSENCIAS REGISTRADAS"
               ELSE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > AUS-CNT
                       MOVE TAB-AUSENCIA(I) TO AUSENCIA-REC
                       DISPLAY I " " AUS-OPERADOR " DEL " AUS-DESDE
                           " AL " AUS-HASTA
                   END-PERFORM
               END-IF.

      *SOLICITA EL ALTA DE UNA HOJA CON SU OPERADOR Y CAPACIDAD
           ALTA-HOJA.
               DISPLAY "NUMERO DE HOJA (1-9): "
               ACCEPT HOJA-ENT
               DISPLAY "OPERADOR QUE LA TRABAJA: "
               ACCEPT OPERADOR-ENT
               DISPLAY "CAPACIDAD DIARIA (CLIENTES): "
               ACCEPT CAPACIDAD-ENT
               PERFORM VERIFICA-OPERADOR
               MOVE "N" TO ENCONTRADO-SW
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > AGE-CNT
                   MOVE TAB-AGENTE(I) TO AGENTE-REC
                   IF AGR-HOJA = HOJA-ENT OR
                       AGR-OPERADOR = OPERADOR-ENT
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN HOJA-ENT = 0
                       DISPLAY "NUMERO DE HOJA INVALIDO"
                   WHEN ENCONTRADO
                       DISPLAY "ESA HOJA U OPERADOR YA ESTA EN EL "
                           "PLANTEL"
                   WHEN NOT OPER-VALIDO
                       DISPLAY "OPERADOR INEXISTENTE EN OPERADOR.DAT"
                   WHEN CAPACIDAD-ENT = 0
                       DISPLAY "LA CAPACIDAD DEBE SER MAYOR A CERO"
                   WHEN OTHER
                       MOVE HOJA-ENT TO AGR-HOJA
                       MOVE OPERADOR-ENT TO AGR-OPERADOR
                       MOVE CAPACIDAD-ENT TO AGR-CAPACIDAD
                       MOVE "AGENTES.DAT" TO SOL-ARCHIVO
                       MOVE "A" TO SOL-ACCION
                       MOVE SPACES TO SOL-ANTES
                       MOVE SPACES TO SOL-DESPUES
                       MOVE AGENTE-REC TO SOL-DESPUES
                       CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                           SOL-ANTES SOL-DESPUES OPERADOR
                       DISPLAY "ALTA DE LA HOJA PENDIENTE DE "
                           "APROBACION"
               END-EVALUATE.

      *SOLICITA LA BAJA DE UNA HOJA DEL PLANTEL
           BAJA-HOJA.
               DISPLAY "NUMERO DE HOJA A ELIMINAR: "
               ACCEPT HOJA-ENT
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= AGE-CNT
                   ADD 1 TO I
                   MOVE TAB-AGENTE(I) TO AGENTE-REC
                   IF AGR-HOJA = HOJA-ENT
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENCONTRADO
                   DISPLAY "ESA HOJA NO ESTA EN EL PLANTEL"
               ELSE
                   MOVE "AGENTES.DAT" TO SOL-ARCHIVO
                   MOVE "B" TO SOL-ACCION
                   MOVE SPACES TO SOL-ANTES
                   MOVE TAB-AGENTE(I) TO SOL-ANTES
                   MOVE SPACES TO SOL-DESPUES
                   CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                       SOL-ANTES SOL-DESPUES OPERADOR
                   DISPLAY "BAJA DE LA HOJA PENDIENTE DE APROBACION"
               END-IF.

      *SOLICITA EL REGISTRO DE UNA AUSENCIA DE UN OPERADOR DEL
      *PLANTEL
           ALTA-AUSENCIA.
               DISPLAY "OPERADOR AUSENTE: "
               ACCEPT OPERADOR-ENT
               DISPLAY "PRIMER DIA DE AUSENCIA (AAAAMMDD): "
               ACCEPT DESDE-ENT
               DISPLAY "ULTIMO DIA DE AUSENCIA (AAAAMMDD): "
               ACCEPT HASTA-ENT
               MOVE "N" TO ENCONTRADO-SW
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > AGE-CNT
                   MOVE TAB-AGENTE(I) TO AGENTE-REC
                   IF AGR-OPERADOR = OPERADOR-ENT
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT ENCONTRADO
                       DISPLAY "ESE OPERADOR NO ESTA EN EL PLANTEL"
                   WHEN DESDE-ENT = 0 OR DESDE-ENT > HASTA-ENT
                       DISPLAY "FECHAS DE AUSENCIA INVALIDAS"
                   WHEN OTHER
                       MOVE OPERADOR-ENT TO AUS-OPERADOR
                       MOVE DESDE-ENT TO AUS-DESDE
                       MOVE HASTA-ENT TO AUS-HASTA
                       MOVE "AUSENCIA.DAT" TO SOL-ARCHIVO
                       MOVE "A" TO SOL-ACCION
                       MOVE SPACES TO SOL-ANTES
                       MOVE SPACES TO SOL-DESPUES
                       MOVE AUSENCIA-REC TO SOL-DESPUES
                       CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                           SOL-ANTES SOL-DESPUES OPERADOR
                       DISPLAY "AUSENCIA PENDIENTE DE APROBACION"
               END-EVALUATE.

      *SOLICITA LA BAJA DE UNA AUSENCIA POR SU NUMERO EN EL LISTADO
           BAJA-AUSENCIA.
               PERFORM LISTA-PLANTEL
               DISPLAY "NUMERO DE AUSENCIA A ELIMINAR: "
               ACCEPT NRO-ENT
               IF NRO-ENT = 0 OR NRO-ENT > AUS-CNT
                   DISPLAY "ESA AUSENCIA NO EXISTE"
               ELSE
                   MOVE "AUSENCIA.DAT" TO SOL-ARCHIVO
                   MOVE "B" TO SOL-ACCION
                   MOVE SPACES TO SOL-ANTES
                   MOVE TAB-AUSENCIA(NRO-ENT) TO SOL-ANTES
                   MOVE SPACES TO SOL-DESPUES
                   CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                       SOL-ANTES SOL-DESPUES OPERADOR
                   DISPLAY "BAJA DE LA AUSENCIA PENDIENTE DE "
                       "APROBACION"
               END-IF.

      *VERIFICA QUE EL OPERADOR INGRESADO EXISTA EN OPERADOR.DAT
           VERIFICA-OPERADOR.
               MOVE "N" TO OPER-VALIDO-SW
               MOVE "N" TO OPERADOR-EOF-SW
               OPEN INPUT OPERADOR-FILE
               IF OPERADOR-NEW-FILE
                   CLOSE OPERADOR-FILE
               ELSE
                   PERFORM UNTIL OPERADOR-EOF OR OPER-VALIDO
                       READ OPERADOR-FILE
                           AT END
                               SET OPERADOR-EOF TO TRUE
                           NOT AT END
                               IF OPER-ID = OPERADOR-ENT
                                   SET OPER-VALIDO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADOR-FILE
               END-IF.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

       END PROGRAM AGENTE-MANT.
