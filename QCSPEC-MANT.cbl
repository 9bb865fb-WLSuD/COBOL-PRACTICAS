      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the QC specification table
      *          QCSPEC.DAT: listing, alta, cambio and baja of the
      *          lower and upper specification limits and the target
      *          per MUE-GRUPO that ESTAD-LOTE judges each lot
      *          against. Like the other reference tables, no change
      *          touches QCSPEC.DAT here - each lands on PENDIENT.DAT
      *          through PENDSOL and only applies when a second
      *          operator approves it in APRUEBA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QCSPEC-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPEC-FILE ASSIGN TO "QCSPEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESPEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESPEC-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESPEC-REC.
           COPY QCSPEC.

       WORKING-STORAGE SECTION.
           77 ESPEC-STATUS    PIC X(2) VALUE "00".
               88 ESPEC-NEW-FILE  VALUE "35".
           77 ESPEC-EOF-SW    PIC X VALUE "N".
               88 ESPEC-EOF       VALUE "Y".

           77 OPCION          PIC X VALUE "1".
               88 OPCION-LISTA    VALUE "1".
               88 OPCION-ALTA     VALUE "2".
               88 OPCION-CAMBIO   VALUE "3".
               88 OPCION-BAJA     VALUE "4".

           77 GRUPO-ENTRADA   PIC X(4).
           77 LIE-ENT         PIC 9(3)V99.
           77 LSE-ENT         PIC 9(3)V99.
           77 OBJETIVO-ENT    PIC 9(3)V99.

           01 TABLA-ESPEC.
               05 ESPECS OCCURS 50 TIMES.
                   10 TAB-GRUPO     PIC X(4).
                   10 TAB-LIE       PIC 9(3)V99.
                   10 TAB-LSE       PIC 9(3)V99.
                   10 TAB-OBJETIVO  PIC 9(3)V99.
           77 ESPEC-CNT       PIC 9(2) VALUE 0.
           77 I               PIC 9(2) VALUE 0.
           77 ENCONTRADO-SW   PIC X VALUE "N".
               88 ENCONTRADO      VALUE "Y".

           77 LIE-EDIT        PIC ZZ9.99.
           77 LSE-EDIT        PIC ZZ9.99.
           77 OBJETIVO-EDIT   PIC ZZ9.99.

           77 OPERADOR        PIC X(8).
           77 PERM-ALTA-OPER  PIC X VALUE "N".
           77 PERM-CONS-OPER  PIC X VALUE "N".
           77 SUPERV-OPER     PIC X VALUE "N".
           77 SIGNON-SW       PIC X VALUE "N".
               88 SIGNON-OK       VALUE "Y".

      *SOLICITUD PENDIENTE DE APROBACION (MAKER-CHECKER)
           77 SOL-ARCHIVO     PIC X(12) VALUE "QCSPEC.DAT".
           77 SOL-ACCION      PIC X.
           77 SOL-ANTES       PIC X(80).
           77 SOL-DESPUES     PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF

            DISPLAY "MANTENIMIENTO DE ESPECIFICACIONES DE CALIDAD"
            DISPLAY "1-LISTAR ESPECIFICACIONES"
            DISPLAY "2-AGREGAR LA ESPECIFICACION DE UN GRUPO"
            DISPLAY "3-MODIFICAR LA ESPECIFICACION DE UN GRUPO"
            DISPLAY "4-ELIMINAR LA ESPECIFICACION DE UN GRUPO"
            ACCEPT OPCION

            PERFORM CARGA-TABLA

            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM ALTA-ESPEC
                WHEN OPCION-CAMBIO
                    PERFORM CAMBIO-ESPEC
                WHEN OPCION-BAJA
                    PERFORM BAJA-ESPEC
                WHEN OTHER
                    PERFORM LISTA-ESPECS
            END-EVALUATE

            STOP RUN.

      *CARGA TODAS LAS ESPECIFICACIONES DEL ARCHIVO EN LA TABLA
           CARGA-TABLA.
               MOVE 0 TO ESPEC-CNT
               OPEN INPUT ESPEC-FILE
               IF ESPEC-NEW-FILE
                   CLOSE ESPEC-FILE
               ELSE
                   PERFORM UNTIL ESPEC-EOF OR ESPEC-CNT = 50
                       READ ESPEC-FILE
                           AT END
                               SET ESPEC-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO ESPEC-CNT
                               MOVE SPC-GRUPO TO TAB-GRUPO(ESPEC-CNT)
                               MOVE SPC-LIE TO TAB-LIE(ESPEC-CNT)
                               MOVE SPC-LSE TO TAB-LSE(ESPEC-CNT)
                               MOVE SPC-OBJETIVO TO
                                   TAB-OBJETIVO(ESPEC-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE ESPEC-FILE
               END-IF.

      *LISTA LAS ESPECIFICACIONES CARGADAS
           LISTA-ESPECS.
               IF ESPEC-CNT = 0
                   DISPLAY "NO HAY ESPECIFICACIONES CARGADAS"
               ELSE
                   DISPLAY "GRUPO     LIE     LSE  OBJETIVO"
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > ESPEC-CNT
                       MOVE TAB-LIE(I) TO LIE-EDIT
                       MOVE TAB-LSE(I) TO LSE-EDIT
                       MOVE TAB-OBJETIVO(I) TO OBJETIVO-EDIT
                       DISPLAY TAB-GRUPO(I) "  " LIE-EDIT "  "
                           LSE-EDIT "    " OBJETIVO-EDIT
                   END-PERFORM
                   DISPLAY ESPEC-CNT " GRUPOS CON ESPECIFICACION"
               END-IF.

      *AGREGA LA ESPECIFICACION DE UN GRUPO QUE NO LA TIENE
           ALTA-ESPEC.
               PERFORM PIDE-GRUPO
               PERFORM BUSCA-ESPEC
               IF ENCONTRADO
                   DISPLAY "ESE GRUPO YA TIENE ESPECIFICACION"
               ELSE
                   IF ESPEC-CNT = 50
                       DISPLAY "TABLA DE ESPECIFICACIONES LLENA"
                   ELSE
                       PERFORM PIDE-LIMITES
                       MOVE GRUPO-ENTRADA TO SPC-GRUPO
                       MOVE LIE-ENT TO SPC-LIE
                       MOVE LSE-ENT TO SPC-LSE
                       MOVE OBJETIVO-ENT TO SPC-OBJETIVO
                       MOVE "A" TO SOL-ACCION
                       MOVE SPACES TO SOL-ANTES
                       MOVE SPACES TO SOL-DESPUES
                       MOVE ESPEC-REC TO SOL-DESPUES
                       CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                           SOL-ANTES SOL-DESPUES OPERADOR
                       DISPLAY "ALTA DE LA ESPECIFICACION DEL GRUPO "
                           GRUPO-ENTRADA " PENDIENTE DE APROBACION"
                   END-IF
               END-IF.

      *MODIFICA LOS LIMITES Y EL OBJETIVO DE UN GRUPO EXISTENTE
           CAMBIO-ESPEC.
               PERFORM PIDE-GRUPO
               PERFORM BUSCA-ESPEC
               IF NOT ENCONTRADO
                   DISPLAY "ESE GRUPO NO TIENE ESPECIFICACION"
               ELSE
                   MOVE TAB-LIE(I) TO LIE-EDIT
                   MOVE TAB-LSE(I) TO LSE-EDIT
                   MOVE TAB-OBJETIVO(I) TO OBJETIVO-EDIT
                   DISPLAY "ACTUAL: LIE " LIE-EDIT " LSE " LSE-EDIT
                       " OBJETIVO " OBJETIVO-EDIT
                   PERFORM PIDE-LIMITES
                   PERFORM IMAGEN-TABLA
                   MOVE "M" TO SOL-ACCION
                   MOVE SPACES TO SOL-ANTES
                   MOVE ESPEC-REC TO SOL-ANTES
                   MOVE LIE-ENT TO SPC-LIE
                   MOVE LSE-ENT TO SPC-LSE
                   MOVE OBJETIVO-ENT TO SPC-OBJETIVO
                   MOVE SPACES TO SOL-DESPUES
                   MOVE ESPEC-REC TO SOL-DESPUES
                   CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                       SOL-ANTES SOL-DESPUES OPERADOR
                   DISPLAY "CAMBIO DE LA ESPECIFICACION DEL GRUPO "
                       GRUPO-ENTRADA " PENDIENTE DE APROBACION"
               END-IF.

      *QUITA LA ESPECIFICACION DE UN GRUPO SI FIGURA
           BAJA-ESPEC.
               PERFORM PIDE-GRUPO
               PERFORM BUSCA-ESPEC
               IF NOT ENCONTRADO
                   DISPLAY "ESE GRUPO NO TIENE ESPECIFICACION"
               ELSE
                   PERFORM IMAGEN-TABLA
                   MOVE "B" TO SOL-ACCION
                   MOVE SPACES TO SOL-ANTES
                   MOVE ESPEC-REC TO SOL-ANTES
                   MOVE SPACES TO SOL-DESPUES
                   CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                       SOL-ANTES SOL-DESPUES OPERADOR
                   DISPLAY "BAJA DE LA ESPECIFICACION DEL GRUPO "
                       GRUPO-ENTRADA " PENDIENTE DE APROBACION"
               END-IF.

      *ARMA EN EL REGISTRO LA IMAGEN ACTUAL DEL GRUPO I
           IMAGEN-TABLA.
               MOVE TAB-GRUPO(I) TO SPC-GRUPO
               MOVE TAB-LIE(I) TO SPC-LIE
               MOVE TAB-LSE(I) TO SPC-LSE
               MOVE TAB-OBJETIVO(I) TO SPC-OBJETIVO.

      *PIDE EL GRUPO DE MUESTRAS
           PIDE-GRUPO.
               DISPLAY "INGRESE EL GRUPO DE MUESTRAS (4 CARACTERES): "
               ACCEPT GRUPO-ENTRADA.

      *PIDE LOS LIMITES Y EL OBJETIVO: EL LIMITE INFERIOR DEBE SER
      *MENOR QUE EL SUPERIOR Y EL OBJETIVO DEBE ESTAR ENTRE AMBOS
           PIDE-LIMITES.
               DISPLAY "LIMITE INFERIOR DE ESPECIFICACION (LIE): "
               ACCEPT LIE-ENT
               DISPLAY "LIMITE SUPERIOR DE ESPECIFICACION (LSE): "
               ACCEPT LSE-ENT
               DISPLAY "VALOR OBJETIVO: "
               ACCEPT OBJETIVO-ENT
               IF LIE-ENT NOT < LSE-ENT OR OBJETIVO-ENT < LIE-ENT OR
                   OBJETIVO-ENT > LSE-ENT
                   DISPLAY "LIMITES U OBJETIVO INVALIDOS, REINTENTE"
                   PERFORM PIDE-LIMITES
               END-IF.

      *DEJA EN I LA POSICION DEL GRUPO EN LA TABLA
           BUSCA-ESPEC.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= ESPEC-CNT
                   ADD 1 TO I
                   IF TAB-GRUPO(I) = GRUPO-ENTRADA
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

       END PROGRAM QCSPEC-MANT.
