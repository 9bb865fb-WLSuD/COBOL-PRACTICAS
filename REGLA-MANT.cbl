      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the field validation rules
      *          REGLAS.DAT that the batch loaders CLIENTE-CARGA,
      *          CLIENTE-CTUPD, BANCOPAG and ESTAD-LOTE apply through
      *          REGLAVAL: listing, alta, cambio and baja of a rule -
      *          input file, field, operator (EQ, NE, GT, LT, BT, CT,
      *          IN), value, upper value for BT and the message the
      *          reject carries. Each proposed rule is checked by
      *          REGLAVAL itself (known file and field, operator,
      *          numeric values for a numeric field, known table)
      *          before it is filed. Like the other reference tables,
      *          no change touches REGLAS.DAT here - each lands on
      *          PENDIENT.DAT through PENDSOL and only applies when a
      *          second operator approves it in APRUEBA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGLA-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-FILE ASSIGN TO "REGLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGLAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGLAS-REC              PIC X(80).

       WORKING-STORAGE SECTION.
           77 REGLAS-STATUS     PIC X(2) VALUE "00".
               88 REGLAS-NEW-FILE   VALUE "35".
           77 REGLAS-EOF-SW     PIC X VALUE "N".
               88 REGLAS-EOF        VALUE "Y".

           77 OPCION            PIC X VALUE "1".
               88 OPCION-LISTA      VALUE "1".
               88 OPCION-ALTA       VALUE "2".
               88 OPCION-CAMBIO     VALUE "3".
               88 OPCION-BAJA       VALUE "4".

           01 TABLA-REGLAS.
               05 REGLAS OCCURS 200 TIMES.
                   10 TAB-REGLA         PIC X(80).
           77 REGLA-CNT         PIC 9(3) VALUE 0.
           77 I                 PIC 9(3) VALUE 0.
           77 F                 PIC 9(2) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

      *ENTRADA EN PANTALLA / IMAGEN DE LA SOLICITUD
           01 REGLA-VISTA.
               COPY VALRGL.
           77 IMAGEN-ANTES      PIC X(80).
           77 NUMERO-ENT        PIC 9(4).
           77 ARCHIVO-ENT       PIC X(12).
           77 CAMPO-ENT         PIC X(10).
           77 OPERADOR-ENT      PIC X(2).
           77 VALOR-ENT         PIC X(12).
           77 HASTA-ENT         PIC X(12).
           77 MENSAJE-ENT       PIC X(28).
           77 CONFIRMA          PIC X.
           77 FILTRO-ARCHIVO    PIC X(12).

      *CONTROL DE LA REGLA PROPUESTA A TRAVES DE REGLAVAL
           77 CONTROL-ARCHIVO   PIC X(12) VALUE "REGLAS.DAT".
           77 CONTROL-IMAGEN    PIC X(250).
           01 CONTROL-RESULTADO.
               COPY REGFAL.

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

      *SOLICITUD PENDIENTE DE APROBACION (MAKER-CHECKER)
           77 SOL-ARCHIVO       PIC X(12) VALUE "REGLAS.DAT".
           77 SOL-ACCION        PIC X.
           77 SOL-ANTES         PIC X(80).
           77 SOL-DESPUES       PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF

            DISPLAY "REGLAS DE VALIDACION DE LOS CARGADORES"
            DISPLAY "1-LISTAR LAS REGLAS"
            DISPLAY "2-AGREGAR UNA REGLA"
            DISPLAY "3-MODIFICAR UNA REGLA"
            DISPLAY "4-QUITAR UNA REGLA"
            ACCEPT OPCION

            PERFORM CARGA-TABLA

            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM ALTA-REGLA
                WHEN OPCION-CAMBIO
                    PERFORM CAMBIO-REGLA
                WHEN OPCION-BAJA
                    PERFORM BAJA-REGLA
                WHEN OTHER
                    PERFORM LISTA-REGLAS
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
                               MOVE REGLAS-REC TO TAB-REGLA(REGLA-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE REGLAS-FILE
               END-IF.

      *LISTA LAS REGLAS, TODAS O LAS DE UN ARCHIVO DE ENTRADA
           LISTA-REGLAS.
               DISPLAY "ARCHIVO DE ENTRADA (VACIO = TODOS): "
               ACCEPT FILTRO-ARCHIVO
               MOVE FUNCTION UPPER-CASE(FILTRO-ARCHIVO)
                   TO FILTRO-ARCHIVO
               IF REGLA-CNT = 0
                   DISPLAY "NO HAY REGLAS CARGADAS, LOS CARGADORES "
                       "SOLO APLICAN SUS CONTROLES PROPIOS"
               ELSE
                   DISPLAY "NRO  ARCHIVO      CAMPO      OP VALOR"
                       "        HASTA        MENSAJE"
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGLA-CNT
                       MOVE TAB-REGLA(I) TO REGLA-VISTA
                       IF FILTRO-ARCHIVO = SPACES OR
                           FILTRO-ARCHIVO = RGL-ARCHIVO
                           DISPLAY RGL-NUMERO " " RGL-ARCHIVO " "
                               RGL-CAMPO " " RGL-OPERADOR " "
                               RGL-VALOR " " RGL-HASTA " "
                               RGL-MENSAJE
                       END-IF
                   END-PERFORM
                   DISPLAY REGLA-CNT " REGLAS EN REGLAS.DAT"
               END-IF.

      *AGREGA UNA REGLA CON UN NUMERO QUE AUN NO EXISTE
           ALTA-REGLA.
               PERFORM PIDE-NUMERO
               PERFORM BUSCA-REGLA
               EVALUATE TRUE
                   WHEN ENCONTRADO
                       DISPLAY "ESE NUMERO DE REGLA YA EXISTE"
                   WHEN REGLA-CNT = 200
                       DISPLAY "TABLA DE REGLAS LLENA"
                   WHEN OTHER
                       PERFORM PIDE-REGLA
                       PERFORM CONTROLA-REGLA
                       IF RGF-CNT = 0
                           MOVE "A" TO SOL-ACCION
                           MOVE SPACES TO SOL-ANTES
                           MOVE REGLA-VISTA TO SOL-DESPUES
                           PERFORM GRABA-SOLICITUD
                           DISPLAY "ALTA DE LA REGLA " NUMERO-ENT
                               " PENDIENTE DE APROBACION"
                       END-IF
               END-EVALUATE.

      *MODIFICA UNA REGLA EXISTENTE, CONSERVANDO SU NUMERO
           CAMBIO-REGLA.
               PERFORM PIDE-NUMERO
               PERFORM BUSCA-REGLA
               IF NOT ENCONTRADO
                   DISPLAY "ESE NUMERO DE REGLA NO EXISTE"
               ELSE
                   MOVE TAB-REGLA(I) TO IMAGEN-ANTES
                   MOVE TAB-REGLA(I) TO REGLA-VISTA
                   DISPLAY "ACTUAL: " RGL-ARCHIVO " " RGL-CAMPO " "
                       RGL-OPERADOR " " RGL-VALOR " " RGL-HASTA
                   DISPLAY "        " RGL-MENSAJE
                   PERFORM PIDE-REGLA
                   PERFORM CONTROLA-REGLA
                   IF RGF-CNT = 0
                       IF REGLA-VISTA = IMAGEN-ANTES
                           DISPLAY "SIN CAMBIOS, NO SE SOLICITA NADA"
                       ELSE
                           MOVE "M" TO SOL-ACCION
                           MOVE IMAGEN-ANTES TO SOL-ANTES
                           MOVE REGLA-VISTA TO SOL-DESPUES
                           PERFORM GRABA-SOLICITUD
                           DISPLAY "CAMBIO DE LA REGLA " NUMERO-ENT
                               " PENDIENTE DE APROBACION"
                       END-IF
                   END-IF
               END-IF.

      *QUITA UNA REGLA: LOS CARGADORES DEJAN DE APLICARLA
           BAJA-REGLA.
               PERFORM PIDE-NUMERO
               PERFORM BUSCA-REGLA
               IF NOT ENCONTRADO
                   DISPLAY "ESE NUMERO DE REGLA NO EXISTE"
               ELSE
                   MOVE TAB-REGLA(I) TO REGLA-VISTA
                   DISPLAY RGL-ARCHIVO " " RGL-CAMPO " "
                       RGL-OPERADOR " " RGL-VALOR " " RGL-HASTA
                   DISPLAY "LA REGLA DEJA DE APLICARSE. CONFIRMA "
                       "(S/N): "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR CONFIRMA = "s"
                       MOVE "B" TO SOL-ACCION
                       MOVE TAB-REGLA(I) TO SOL-ANTES
                       MOVE SPACES TO SOL-DESPUES
                       PERFORM GRABA-SOLICITUD
                       DISPLAY "BAJA DE LA REGLA " NUMERO-ENT
                           " PENDIENTE DE APROBACION"
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
               END-IF.

      *PIDE EL NUMERO DE LA REGLA
           PIDE-NUMERO.
               DISPLAY "NUMERO DE REGLA (1-9999): "
               ACCEPT NUMERO-ENT.

      *PIDE LOS DATOS DE LA REGLA Y ARMA SU IMAGEN
           PIDE-REGLA.
               DISPLAY "ARCHIVO DE ENTRADA (CLITRX.DAT, CTUPD.DAT, "
                   "BANCOPAG.DAT, MUESTRAS.DAT): "
               ACCEPT ARCHIVO-ENT
               DISPLAY "CAMPO (EJ EMAIL, MONTO, SUCURSAL): "
               ACCEPT CAMPO-ENT
               DISPLAY "OPERADOR (EQ NE GT LT BT CT IN): "
               ACCEPT OPERADOR-ENT
               DISPLAY "VALOR (PARA IN: SUCURSAL O MOTIVOS): "
               ACCEPT VALOR-ENT
               MOVE SPACES TO HASTA-ENT
               IF FUNCTION UPPER-CASE(OPERADOR-ENT) = "BT"
                   DISPLAY "HASTA (LIMITE SUPERIOR, INCLUSIVE): "
                   ACCEPT HASTA-ENT
               END-IF
               DISPLAY "MENSAJE DEL RECHAZO: "
               ACCEPT MENSAJE-ENT
               MOVE SPACES TO REGLA-VISTA
               MOVE FUNCTION UPPER-CASE(ARCHIVO-ENT) TO RGL-ARCHIVO
               MOVE NUMERO-ENT TO RGL-NUMERO
               MOVE FUNCTION UPPER-CASE(CAMPO-ENT) TO RGL-CAMPO
               MOVE FUNCTION UPPER-CASE(OPERADOR-ENT) TO RGL-OPERADOR
               IF RGL-EN-TABLA
                   MOVE FUNCTION UPPER-CASE(VALOR-ENT) TO RGL-VALOR
               ELSE
                   MOVE VALOR-ENT TO RGL-VALOR
               END-IF
               MOVE HASTA-ENT TO RGL-HASTA
               MOVE MENSAJE-ENT TO RGL-MENSAJE.

      *HACE CONTROLAR LA REGLA ARMADA POR REGLAVAL Y MUESTRA CADA
      *PROBLEMA QUE ENCUENTRA
           CONTROLA-REGLA.
               MOVE SPACES TO CONTROL-IMAGEN
               MOVE REGLA-VISTA TO CONTROL-IMAGEN
               CALL "REGLAVAL" USING CONTROL-ARCHIVO CONTROL-IMAGEN
                   CONTROL-RESULTADO
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > RGF-CNT
                   DISPLAY "REGLA RECHAZADA: " RGF-MENSAJE(F)
               END-PERFORM.

      *DEJA EN I LA POSICION DE LA REGLA EN LA TABLA
           BUSCA-REGLA.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= REGLA-CNT
                   ADD 1 TO I
                   MOVE TAB-REGLA(I) TO REGLA-VISTA
                   IF RGL-NUMERO = NUMERO-ENT
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *ENCOLA LA SOLICITUD PARA LA APROBACION DE OTRO OPERADOR
           GRABA-SOLICITUD.
               CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                   SOL-ANTES SOL-DESPUES OPERADOR.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

       END PROGRAM REGLA-MANT.
