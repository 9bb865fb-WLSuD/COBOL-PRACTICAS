      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the segregation-of-duties
      *          rules SEPFUN.DAT - pairs of OPERAUTH.DAT programs one
      *          operator must not hold together - and for the
      *          exceptions to them. Altas and bajas of rules go
      *          through PENDSOL for a second operator to approve in
      *          APRUEBA, like every other table. An exception lets a
      *          named operator hold both programs of a rule until an
      *          expiry date: it is recorded here by the signed-on
      *          supervisor, with the reason, straight to SEPEXC.DAT
      *          and the REFAUD.DAT audit. Nobody records an
      *          exception for themselves. Supervisors only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPFUN-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-FILE ASSIGN TO "SEPFUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGLAS-STATUS.

           SELECT EXCEPCION-FILE ASSIGN TO "SEPEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPCION-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADOR-STATUS.

           SELECT REFAUD-FILE ASSIGN TO "REFAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGLAS-REC.
           COPY SEPFUN.

       FD  EXCEPCION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPCION-REC.
           COPY SEPEXC.

       FD  OPERADOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERADOR-REC.
           COPY OPERMST.

       FD  REFAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFAUD-REC.
           COPY REFAUD.

       WORKING-STORAGE SECTION.
           77 REGLAS-STATUS     PIC X(2) VALUE "00".
               88 REGLAS-NEW-FILE   VALUE "35".
           77 REGLAS-EOF-SW     PIC X VALUE "N".
               88 REGLAS-EOF        VALUE "Y".
           77 EXCEPCION-STATUS  PIC X(2) VALUE "00".
               88 EXCEPCION-NEW-FILE VALUE "35".
           77 EXCEPCION-EOF-SW  PIC X VALUE "N".
               88 EXCEPCION-EOF     VALUE "Y".
           77 OPERADOR-STATUS   PIC X(2) VALUE "00".
               88 OPERADOR-NEW-FILE VALUE "35".
           77 OPERADOR-EOF-SW   PIC X VALUE "N".
               88 OPERADOR-EOF      VALUE "Y".
           77 REFAUD-STATUS     PIC X(2) VALUE "00".
               88 REFAUD-NEW-FILE   VALUE "35".

           77 OPCION            PIC X VALUE "1".
               88 OPCION-LISTA      VALUE "1".
               88 OPCION-ALTA       VALUE "2".
               88 OPCION-BAJA       VALUE "3".
               88 OPCION-EXCEPCION  VALUE "4".

           77 PROGRAMA-1-ENT    PIC X(12).
           77 PROGRAMA-2-ENT    PIC X(12).
           77 DESCRIPCION-ENT   PIC X(40).
           77 OPER-ENT          PIC X(8).
           77 MOTIVO-ENT        PIC X(40).
           01 VENCE-ENT         PIC 9(8).
           01 VENCE-DET REDEFINES VENCE-ENT.
               05 VEN-ANIO       PIC 9(4).
               05 VEN-MES        PIC 9(2).
               05 VEN-DIA        PIC 9(2).
           77 FECHA-HOY         PIC 9(8).

      *REGLAS DE SEPARACION DE FUNCIONES EN MEMORIA
           01 TABLA-REGLAS.
               05 REGLAS OCCURS 200 TIMES.
                   10 TAB-PROGRAMA-1    PIC X(12).
                   10 TAB-PROGRAMA-2    PIC X(12).
                   10 TAB-DESCRIP       PIC X(40).
           77 REGLA-CNT         PIC 9(3) VALUE 0.
           77 I                 PIC 9(3) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 OPER-HALLADO-SW   PIC X VALUE "N".
               88 OPER-HALLADO      VALUE "Y".
           77 EXC-VIGENTES      PIC 9(4) VALUE 0.
           77 IMAGEN-EXCEPCION  PIC X(40).

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

      *SOLICITUD PENDIENTE DE APROBACION (MAKER-CHECKER)
           77 SOL-ARCHIVO       PIC X(12) VALUE "SEPFUN.DAT".
           77 SOL-ACCION        PIC X.
           77 SOL-ANTES         PIC X(80).
           77 SOL-DESPUES       PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF
            IF SUPERV-OPER NOT = "Y"
                DISPLAY "LAS REGLAS DE SEPARACION DE FUNCIONES Y SUS "
                    "EXCEPCIONES LAS MANTIENE UN SUPERVISOR"
                STOP RUN
            END-IF
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD

            DISPLAY "SEPARACION DE FUNCIONES EN LAS AUTORIZACIONES"
            DISPLAY "1-LISTAR REGLAS Y EXCEPCIONES VIGENTES"
            DISPLAY "2-AGREGAR UNA REGLA"
            DISPLAY "3-ELIMINAR UNA REGLA"
            DISPLAY "4-REGISTRAR UNA EXCEPCION"
            ACCEPT OPCION

            PERFORM CARGA-TABLA

            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM ALTA-REGLA
                WHEN OPCION-BAJA
                    PERFORM BAJA-REGLA
                WHEN OPCION-EXCEPCION
                    PERFORM ALTA-EXCEPCION
                WHEN OTHER
                    PERFORM LISTA-REGLAS
                    PERFORM LISTA-EXCEPCIONES
            END-EVALUATE

            STOP RUN.

      *CARGA TODAS LAS REGLAS DEL ARCHIVO EN LA TABLA
           CARGA-TABLA.
               MOVE 0 TO REGLA-CNT
               OPEN INPUT REGLAS-FILE
               IF REGLAS-NEW-FILE
                   CLOSE REGLAS-FILE
               ELSE
                   PERFORM UNTIL REGLAS-EOF OR REGLA-CNT = 200
                       READ REGLAS-FILE
                           AT END
                               SET REGLAS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO REGLA-CNT
                               MOVE SEP-PROGRAMA-1 TO
                                   TAB-PROGRAMA-1(REGLA-CNT)
                               MOVE SEP-PROGRAMA-2 TO
                                   TAB-PROGRAMA-2(REGLA-CNT)
                               MOVE SEP-DESCRIPCION TO
                                   TAB-DESCRIP(REGLA-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE REGLAS-FILE
               END-IF.

      *LISTA LAS REGLAS CARGADAS
           LISTA-REGLAS.
               IF REGLA-CNT = 0
                   DISPLAY "NO HAY REGLAS CARGADAS"
               ELSE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGLA-CNT
                       DISPLAY TAB-PROGRAMA-1(I) " / "
                           TAB-PROGRAMA-2(I) " - " TAB-DESCRIP(I)
                   END-PERFORM
                   DISPLAY REGLA-CNT " REGLAS EN LA TABLA"
               END-IF.

      *LISTA LAS EXCEPCIONES QUE SIGUEN VIGENTES HOY
           LISTA-EXCEPCIONES.
               MOVE 0 TO EXC-VIGENTES
               OPEN INPUT EXCEPCION-FILE
               IF EXCEPCION-NEW-FILE
                   CLOSE EXCEPCION-FILE
               ELSE
                   PERFORM UNTIL EXCEPCION-EOF
                       READ EXCEPCION-FILE
                           AT END
                               SET EXCEPCION-EOF TO TRUE
                           NOT AT END
                               IF SEX-VENCE NOT < FECHA-HOY
                                   ADD 1 TO EXC-VIGENTES
                                   DISPLAY SEX-OPER-ID " "
                                       SEX-PROGRAMA-1 " / "
                                       SEX-PROGRAMA-2 " HASTA "
                                       SEX-VENCE " POR "
                                       SEX-SUPERVISOR
                                   DISPLAY "    " SEX-MOTIVO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPCION-FILE
               END-IF
               DISPLAY EXC-VIGENTES " EXCEPCIONES VIGENTES".

      *AGREGA UNA REGLA NUEVA SI EL PAR NO FIGURA EN NINGUN ORDEN
           ALTA-REGLA.
               PERFORM PIDE-PAR
               IF PROGRAMA-1-ENT = SPACES OR PROGRAMA-2-ENT = SPACES
                   OR PROGRAMA-1-ENT = PROGRAMA-2-ENT
                   DISPLAY "LA REGLA APAREA DOS PROGRAMAS DISTINTOS"
               ELSE
                   PERFORM BUSCA-REGLA
                   IF ENCONTRADO
                       DISPLAY "ESA REGLA YA EXISTE"
                   ELSE
                       IF REGLA-CNT = 200
                           DISPLAY "TABLA DE REGLAS LLENA"
                       ELSE
                           DISPLAY "INGRESE LA DESCRIPCION: "
                           ACCEPT DESCRIPCION-ENT
                           MOVE PROGRAMA-1-ENT TO SEP-PROGRAMA-1
                           MOVE PROGRAMA-2-ENT TO SEP-PROGRAMA-2
                           MOVE DESCRIPCION-ENT TO SEP-DESCRIPCION
                           MOVE "A" TO SOL-ACCION
                           MOVE SPACES TO SOL-ANTES
                           MOVE SPACES TO SOL-DESPUES
                           MOVE REGLAS-REC TO SOL-DESPUES
                           CALL "PENDSOL" USING SOL-ARCHIVO
                               SOL-ACCION SOL-ANTES SOL-DESPUES
                               OPERADOR
                           DISPLAY "ALTA DE LA REGLA PENDIENTE DE "
                               "APROBACION"
                       END-IF
                   END-IF
               END-IF.

      *QUITA UNA REGLA DE LA TABLA SI FIGURA
           BAJA-REGLA.
               PERFORM PIDE-PAR
               PERFORM BUSCA-REGLA
               IF NOT ENCONTRADO
                   DISPLAY "ESA REGLA NO EXISTE"
               ELSE
                   MOVE TAB-PROGRAMA-1(I) TO SEP-PROGRAMA-1
                   MOVE TAB-PROGRAMA-2(I) TO SEP-PROGRAMA-2
                   MOVE TAB-DESCRIP(I) TO SEP-DESCRIPCION
                   MOVE "B" TO SOL-ACCION
                   MOVE SPACES TO SOL-ANTES
                   MOVE REGLAS-REC TO SOL-ANTES
                   MOVE SPACES TO SOL-DESPUES
                   CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                       SOL-ANTES SOL-DESPUES OPERADOR
                   DISPLAY "BAJA DE LA REGLA PENDIENTE DE APROBACION"
               END-IF.

      *REGISTRA UNA EXCEPCION A UNA REGLA EXISTENTE PARA UN OPERADOR
      *DEL MAESTRO, CON SU MOTIVO Y SU VENCIMIENTO
           ALTA-EXCEPCION.
               DISPLAY "OPERADOR: "
               ACCEPT OPER-ENT
               PERFORM BUSCA-OPERADOR
               PERFORM PIDE-PAR
               PERFORM BUSCA-REGLA
               EVALUATE TRUE
                   WHEN NOT OPER-HALLADO
                       DISPLAY "OPERADOR INEXISTENTE EN OPERADOR.DAT"
                   WHEN OPER-ENT = OPERADOR
                       DISPLAY "LA EXCEPCION PARA SI MISMO LA "
                           "REGISTRA OTRO SUPERVISOR"
                   WHEN NOT ENCONTRADO
                       DISPLAY "NO HAY REGLA PARA ESE PAR DE "
                           "PROGRAMAS"
                   WHEN OTHER
                       PERFORM PIDE-EXCEPCION
               END-EVALUATE.

      *PIDE EL MOTIVO Y EL VENCIMIENTO Y GRABA LA EXCEPCION CON SU
      *AUDITORIA
           PIDE-EXCEPCION.
               DISPLAY "MOTIVO DE LA EXCEPCION: "
               ACCEPT MOTIVO-ENT
               DISPLAY "VALIDA HASTA (AAAAMMDD): "
               ACCEPT VENCE-ENT
               EVALUATE TRUE
                   WHEN MOTIVO-ENT = SPACES
                       DISPLAY "LA EXCEPCION LLEVA SU MOTIVO, NO SE "
                           "REGISTRA"
                   WHEN VEN-MES < 1 OR VEN-MES > 12 OR
                       VEN-DIA < 1 OR VEN-DIA > 31
                       DISPLAY "FECHA DE VENCIMIENTO INVALIDA, NO SE "
                           "REGISTRA"
                   WHEN VENCE-ENT NOT > FECHA-HOY
                       DISPLAY "EL VENCIMIENTO DEBE SER POSTERIOR A "
                           "HOY, NO SE REGISTRA"
                   WHEN OTHER
                       PERFORM GRABA-EXCEPCION
                       PERFORM GRABA-REFAUD
                       DISPLAY "EXCEPCION REGISTRADA PARA " OPER-ENT
                           " HASTA EL " VENCE-ENT
               END-EVALUATE.

      *AGREGA LA EXCEPCION A SEPEXC.DAT CON EL PAR COMO LO NOMBRA
      *LA REGLA
           GRABA-EXCEPCION.
               MOVE OPER-ENT TO SEX-OPER-ID
               MOVE TAB-PROGRAMA-1(I) TO SEX-PROGRAMA-1
               MOVE TAB-PROGRAMA-2(I) TO SEX-PROGRAMA-2
               MOVE VENCE-ENT TO SEX-VENCE
               MOVE MOTIVO-ENT TO SEX-MOTIVO
               MOVE OPERADOR TO SEX-SUPERVISOR
               MOVE FECHA-HOY TO SEX-FECHA-ALTA
               MOVE EXCEPCION-REC(1:40) TO IMAGEN-EXCEPCION
               OPEN EXTEND EXCEPCION-FILE
               IF EXCEPCION-NEW-FILE
                   OPEN OUTPUT EXCEPCION-FILE
                   CLOSE EXCEPCION-FILE
                   OPEN EXTEND EXCEPCION-FILE
               END-IF
               WRITE EXCEPCION-REC
               CLOSE EXCEPCION-FILE.

      *PIDE LOS DOS PROGRAMAS DEL PAR
           PIDE-PAR.
               DISPLAY "PRIMER PROGRAMA (EJ FEE-MANT): "
               ACCEPT PROGRAMA-1-ENT
               DISPLAY "SEGUNDO PROGRAMA: "
               ACCEPT PROGRAMA-2-ENT.

      *DEJA EN I LA POSICION DE LA REGLA DEL PAR, EN CUALQUIER ORDEN
           BUSCA-REGLA.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= REGLA-CNT
                   ADD 1 TO I
                   IF (TAB-PROGRAMA-1(I) = PROGRAMA-1-ENT AND
                       TAB-PROGRAMA-2(I) = PROGRAMA-2-ENT) OR
                      (TAB-PROGRAMA-1(I) = PROGRAMA-2-ENT AND
                       TAB-PROGRAMA-2(I) = PROGRAMA-1-ENT)
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *VERIFICA QUE EL OPERADOR FIGURE EN EL MAESTRO
           BUSCA-OPERADOR.
               MOVE "N" TO OPER-HALLADO-SW
               OPEN INPUT OPERADOR-FILE
               IF OPERADOR-NEW-FILE
                   CLOSE OPERADOR-FILE
               ELSE
                   PERFORM UNTIL OPERADOR-EOF OR OPER-HALLADO
                       READ OPERADOR-FILE
                           AT END
                               SET OPERADOR-EOF TO TRUE
                           NOT AT END
                               IF OPER-ID = OPER-ENT
                                   SET OPER-HALLADO TO TRUE
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

      *DEJA EN REFAUD.DAT LA IMAGEN DE LA EXCEPCION REGISTRADA
           GRABA-REFAUD.
               OPEN EXTEND REFAUD-FILE
               IF REFAUD-NEW-FILE
                   OPEN OUTPUT REFAUD-FILE
                   CLOSE REFAUD-FILE
                   OPEN EXTEND REFAUD-FILE
               END-IF
               MOVE "SEPEXC.DAT" TO RAUD-ARCHIVO
               MOVE SPACES TO RAUD-ANTES
               MOVE IMAGEN-EXCEPCION TO RAUD-DESPUES
               ACCEPT RAUD-FECHA FROM DATE YYYYMMDD
               ACCEPT RAUD-HORA FROM TIME
               MOVE OPERADOR TO RAUD-OPERADOR
               MOVE SPACES TO RAUD-APROBADOR
               WRITE REFAUD-REC
               CLOSE REFAUD-FILE.

       END PROGRAM SEPFUN-MANT.
