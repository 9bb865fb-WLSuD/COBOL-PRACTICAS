      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the data-file catalog
      *          ARCHCAT.DAT - one entry per data file with its
      *          organization, owner area, backup yes/no, retention
      *          days and the position of the date the archive goes
      *          by, volumetrics yes/no with its own alarm multiple,
      *          and integrity check yes/no. RESPALDO, RESPALDO-ROT,
      *          RESTAURA, ARCHIVADOR, VOLUMEN and VERIFICA take their
      *          file lists from it through CATLEE. Altas, cambios and
      *          bajas go through PENDSOL for a second operator to
      *          approve in APRUEBA, like every other table. Until the
      *          first change the catalog does not exist and CATLEE
      *          hands out the historical lists; the first request
      *          submitted writes that list to ARCHCAT.DAT (audited
      *          on REFAUD.DAT) so the approved change lands on top
      *          of it instead of replacing it. An indexed or
      *          relative file can only be flagged for the passes
      *          that have a reader for it. Supervisors only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHCAT-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOGO-STATUS.

           SELECT REFAUD-FILE ASSIGN TO "REFAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOGO-REC            PIC X(80).

       FD  REFAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFAUD-REC.
           COPY REFAUD.

       WORKING-STORAGE SECTION.
           77 CATALOGO-STATUS   PIC X(2) VALUE "00".
               88 CATALOGO-NEW-FILE VALUE "35".
           77 REFAUD-STATUS     PIC X(2) VALUE "00".
               88 REFAUD-NEW-FILE   VALUE "35".
           77 CATALOGO-SW       PIC X VALUE "N".
               88 CATALOGO-EXISTE   VALUE "Y".

           77 OPCION            PIC X VALUE "1".
               88 OPCION-LISTA      VALUE "1".
               88 OPCION-ALTA       VALUE "2".
               88 OPCION-CAMBIO     VALUE "3".
               88 OPCION-BAJA       VALUE "4".

      *CATALOGO VIGENTE, TAL COMO LO VEN LOS PROGRAMAS (VIA CATLEE)
           01 TABLA-CATALOGO.
               05 CATALOGO OCCURS 100 TIMES.
                   10 TAB-CATALOGO      PIC X(80).
           77 CAT-CNT           PIC 9(3) VALUE 0.
           77 I                 PIC 9(3) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

      *ENTRADA EN PANTALLA / IMAGEN DE LA SOLICITUD
           01 CATALOGO-VISTA.
               COPY ARCCAT.
           77 IMAGEN-ANTES      PIC X(80).

           77 ARCHIVO-ENT       PIC X(12).
           77 ORGANIZACION-ENT  PIC X.
           77 DUENO-ENT         PIC X(12).
           77 RESPALDO-ENT      PIC X.
           77 RETENCION-ENT     PIC 9(4).
           77 FECHA-POS-ENT     PIC 9(3).
           77 VOLUMEN-ENT       PIC X.
           77 FACTOR-ENT        PIC 9(2)V99.
           77 VERIFICA-ENT      PIC X.
           77 DESCRIPCION-ENT   PIC X(30).
           77 CONFIRMA          PIC X.
           77 DATOS-OK-SW       PIC X VALUE "N".
               88 DATOS-OK          VALUE "Y".
           77 LECTOR-SW         PIC X VALUE "N".
               88 CON-LECTOR        VALUE "Y".

           77 RETENCION-EDIT    PIC ZZZ9.
           77 FACTOR-EDIT       PIC Z9.99.

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

      *SOLICITUD PENDIENTE DE APROBACION (MAKER-CHECKER)
           77 SOL-ARCHIVO       PIC X(12) VALUE "ARCHCAT.DAT".
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
                DISPLAY "EL CATALOGO DE ARCHIVOS LO MANTIENE UN "
                    "SUPERVISOR"
                STOP RUN
            END-IF

            DISPLAY "CATALOGO DE ARCHIVOS DE DATOS"
            DISPLAY "1-LISTAR EL CATALOGO"
            DISPLAY "2-AGREGAR UN ARCHIVO"
            DISPLAY "3-MODIFICAR UN ARCHIVO"
            DISPLAY "4-QUITAR UN ARCHIVO"
            ACCEPT OPCION

            PERFORM CARGA-TABLA

            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM ALTA-ARCHIVO
                WHEN OPCION-CAMBIO
                    PERFORM CAMBIO-ARCHIVO
                WHEN OPCION-BAJA
                    PERFORM BAJA-ARCHIVO
                WHEN OTHER
                    PERFORM LISTA-CATALOGO
            END-EVALUATE

            STOP RUN.

      *CARGA EL CATALOGO COMO LO VEN LOS PROGRAMAS Y RECUERDA SI
      *ARCHCAT.DAT YA EXISTE O SI SON LAS LISTAS HISTORICAS
           CARGA-TABLA.
               MOVE "N" TO CATALOGO-SW
               OPEN INPUT CATALOGO-FILE
               IF NOT CATALOGO-NEW-FILE
                   SET CATALOGO-EXISTE TO TRUE
               END-IF
               CLOSE CATALOGO-FILE
               CALL "CATLEE" USING TABLA-CATALOGO CAT-CNT.

      *LISTA EL CATALOGO CON LOS ATRIBUTOS DE CADA ARCHIVO
           LISTA-CATALOGO.
               IF NOT CATALOGO-EXISTE
                   DISPLAY "SIN ARCHCAT.DAT: RIGEN LAS LISTAS "
                       "HISTORICAS DE LOS PROGRAMAS"
               END-IF
               DISPLAY "ARCHIVO      ORG DUENO        RESP RETEN POS "
                   "VOL FACTOR VERIF"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > CAT-CNT
                   MOVE TAB-CATALOGO(I) TO CATALOGO-VISTA
                   MOVE FCA-RETENCION TO RETENCION-EDIT
                   MOVE FCA-FACTOR TO FACTOR-EDIT
                   DISPLAY FCA-ARCHIVO " " FCA-ORGANIZACION "   "
                       FCA-DUENO " " FCA-RESPALDO "    "
                       RETENCION-EDIT "  " FCA-FECHA-POS " "
                       FCA-VOLUMEN "   " FACTOR-EDIT "  "
                       FCA-VERIFICA
                   IF FCA-DESCRIPCION NOT = SPACES
                       DISPLAY "             " FCA-DESCRIPCION
                   END-IF
               END-PERFORM
               DISPLAY CAT-CNT " ARCHIVOS EN EL CATALOGO".

      *AGREGA UN ARCHIVO QUE AUN NO FIGURA EN EL CATALOGO
           ALTA-ARCHIVO.
               PERFORM PIDE-ARCHIVO
               PERFORM BUSCA-ARCHIVO
               EVALUATE TRUE
                   WHEN ARCHIVO-ENT = SPACES
                       DISPLAY "FALTA EL NOMBRE DEL ARCHIVO"
                   WHEN ENCONTRADO
                       DISPLAY "ESE ARCHIVO YA FIGURA EN EL CATALOGO"
                   WHEN CAT-CNT = 100
                       DISPLAY "CATALOGO LLENO"
                   WHEN OTHER
                       PERFORM PIDE-ATRIBUTOS
                       PERFORM VALIDA-ATRIBUTOS
                       IF DATOS-OK
                           PERFORM ARMA-IMAGEN
                           MOVE "A" TO SOL-ACCION
                           MOVE SPACES TO SOL-ANTES
                           MOVE CATALOGO-VISTA TO SOL-DESPUES
                           PERFORM GRABA-SOLICITUD
                           DISPLAY "ALTA DEL ARCHIVO PENDIENTE DE "
                               "APROBACION"
                       END-IF
               END-EVALUATE.

      *MODIFICA LOS ATRIBUTOS DE UN ARCHIVO CATALOGADO
           CAMBIO-ARCHIVO.
               PERFORM PIDE-ARCHIVO
               PERFORM BUSCA-ARCHIVO
               IF NOT ENCONTRADO
                   DISPLAY "ESE ARCHIVO NO FIGURA EN EL CATALOGO"
               ELSE
                   MOVE TAB-CATALOGO(I) TO IMAGEN-ANTES
                   MOVE TAB-CATALOGO(I) TO CATALOGO-VISTA
                   MOVE FCA-RETENCION TO RETENCION-EDIT
                   MOVE FCA-FACTOR TO FACTOR-EDIT
                   DISPLAY "ACTUAL: ORG " FCA-ORGANIZACION
                       " DUENO " FCA-DUENO " RESP " FCA-RESPALDO
                       " RETEN " RETENCION-EDIT " POS "
                       FCA-FECHA-POS
                   DISPLAY "        VOL " FCA-VOLUMEN " FACTOR "
                       FACTOR-EDIT " VERIF " FCA-VERIFICA
                   PERFORM PIDE-ATRIBUTOS
                   PERFORM VALIDA-ATRIBUTOS
                   IF DATOS-OK
                       PERFORM ARMA-IMAGEN
                       IF CATALOGO-VISTA = IMAGEN-ANTES
                           DISPLAY "SIN CAMBIOS, NO SE SOLICITA NADA"
                       ELSE
                           MOVE "M" TO SOL-ACCION
                           MOVE IMAGEN-ANTES TO SOL-ANTES
                           MOVE CATALOGO-VISTA TO SOL-DESPUES
                           PERFORM GRABA-SOLICITUD
                           DISPLAY "CAMBIO DEL ARCHIVO PENDIENTE DE "
                               "APROBACION"
                       END-IF
                   END-IF
               END-IF.

      *QUITA UN ARCHIVO DEL CATALOGO: DEJA DE RESPALDARSE, ARCHIVARSE,
      *MEDIRSE Y VERIFICARSE
           BAJA-ARCHIVO.
               PERFORM PIDE-ARCHIVO
               PERFORM BUSCA-ARCHIVO
               IF NOT ENCONTRADO
                   DISPLAY "ESE ARCHIVO NO FIGURA EN EL CATALOGO"
               ELSE
                   DISPLAY "EL ARCHIVO DEJA DE RESPALDARSE, ARCHIVARSE,"
                       " MEDIRSE Y VERIFICARSE. CONFIRMA (S/N): "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR CONFIRMA = "s"
                       MOVE "B" TO SOL-ACCION
                       MOVE TAB-CATALOGO(I) TO SOL-ANTES
                       MOVE SPACES TO SOL-DESPUES
                       PERFORM GRABA-SOLICITUD
                       DISPLAY "BAJA DEL ARCHIVO PENDIENTE DE "
                           "APROBACION"
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
               END-IF.

      *PIDE EL NOMBRE DEL ARCHIVO DE DATOS
           PIDE-ARCHIVO.
               DISPLAY "ARCHIVO (EJ CLIBAL.DAT): "
               ACCEPT ARCHIVO-ENT
               MOVE FUNCTION UPPER-CASE(ARCHIVO-ENT) TO ARCHIVO-ENT.

      *PIDE LOS ATRIBUTOS DEL ARCHIVO
           PIDE-ATRIBUTOS.
               DISPLAY "ORGANIZACION (I=INDEXADO R=RELATIVO "
                   "S=SECUENCIAL): "
               ACCEPT ORGANIZACION-ENT
               DISPLAY "AREA DUENA DEL ARCHIVO: "
               ACCEPT DUENO-ENT
               DISPLAY "SE RESPALDA CADA NOCHE (Y/N): "
               ACCEPT RESPALDO-ENT
               DISPLAY "DIAS DE RETENCION ANTES DE ARCHIVAR (0 = NO "
                   "SE ARCHIVA): "
               ACCEPT RETENCION-ENT
               DISPLAY "POSICION DE LA FECHA AAAAMMDD EN EL REGISTRO "
                   "(0 = SIN FECHA, SE ARCHIVA ENTERO): "
               ACCEPT FECHA-POS-ENT
               DISPLAY "SE MIDE EN LA VOLUMETRIA (Y/N): "
               ACCEPT VOLUMEN-ENT
               DISPLAY "MULTIPLO DE ALARMA DE VOLUMETRIA (0 = EL "
                   "PARAMETRO VOLUMEN-FACTOR): "
               ACCEPT FACTOR-ENT
               DISPLAY "SE VERIFICA SU INTEGRIDAD (Y/N): "
               ACCEPT VERIFICA-ENT
               DISPLAY "DESCRIPCION: "
               ACCEPT DESCRIPCION-ENT.

      *VALIDA LOS ATRIBUTOS TIPEADOS; UN INDEXADO O RELATIVO SOLO SE
      *MARCA PARA LAS PASADAS QUE TIENEN LECTOR PARA EL
           VALIDA-ATRIBUTOS.
               MOVE "N" TO DATOS-OK-SW
               MOVE FUNCTION UPPER-CASE(ORGANIZACION-ENT)
                   TO ORGANIZACION-ENT
               MOVE FUNCTION UPPER-CASE(RESPALDO-ENT) TO RESPALDO-ENT
               MOVE FUNCTION UPPER-CASE(VOLUMEN-ENT) TO VOLUMEN-ENT
               MOVE FUNCTION UPPER-CASE(VERIFICA-ENT) TO VERIFICA-ENT
               EVALUATE TRUE
                   WHEN ORGANIZACION-ENT NOT = "I" AND
                       ORGANIZACION-ENT NOT = "R" AND
                       ORGANIZACION-ENT NOT = "S"
                       DISPLAY "ORGANIZACION INVALIDA, USE I, R O S"
                   WHEN DUENO-ENT = SPACES
                       DISPLAY "FALTA EL AREA DUENA DEL ARCHIVO"
                   WHEN (RESPALDO-ENT NOT = "Y" AND
                         RESPALDO-ENT NOT = "N") OR
                        (VOLUMEN-ENT NOT = "Y" AND
                         VOLUMEN-ENT NOT = "N") OR
                        (VERIFICA-ENT NOT = "Y" AND
                         VERIFICA-ENT NOT = "N")
                       DISPLAY "RESPALDO, VOLUMETRIA Y VERIFICACION "
                           "SE INDICAN CON Y O N"
                   WHEN FECHA-POS-ENT > 243
                       DISPLAY "LA FECHA DEBE EMPEZAR ENTRE LA "
                           "POSICION 1 Y LA 243"
                   WHEN ORGANIZACION-ENT NOT = "S" AND
                       RETENCION-ENT > 0
                       DISPLAY "SOLO LOS ARCHIVOS SECUENCIALES SE "
                           "ARCHIVAN POR RETENCION"
                   WHEN OTHER
                       PERFORM VALIDA-LECTOR
               END-EVALUATE.

      *UN INDEXADO O RELATIVO PIDE UN LECTOR PROPIO EN CADA PASADA:
      *RESPALDO LEE CLIENTE, CODIGOS Y REGORD; VOLUMEN Y VERIFICA
      *LEEN CLIENTE Y CODIGOS
           VALIDA-LECTOR.
               SET DATOS-OK TO TRUE
               IF ORGANIZACION-ENT NOT = "S"
                   MOVE "N" TO LECTOR-SW
                   IF ARCHIVO-ENT = "CLIENTE.DAT" OR
                       ARCHIVO-ENT = "CODIGOS.DAT" OR
                       ARCHIVO-ENT = "REGORD.DAT"
                       SET CON-LECTOR TO TRUE
                   END-IF
                   IF RESPALDO-ENT = "Y" AND NOT CON-LECTOR
                       MOVE "N" TO DATOS-OK-SW
                       DISPLAY "EL RESPALDO NO TIENE LECTOR PARA "
                           ARCHIVO-ENT
                   END-IF
                   IF ARCHIVO-ENT = "REGORD.DAT"
                       MOVE "N" TO LECTOR-SW
                   END-IF
                   IF (VOLUMEN-ENT = "Y" OR VERIFICA-ENT = "Y")
                       AND NOT CON-LECTOR
                       MOVE "N" TO DATOS-OK-SW
                       DISPLAY "LA VOLUMETRIA Y LA VERIFICACION NO "
                           "TIENEN LECTOR PARA " ARCHIVO-ENT
                   END-IF
               END-IF.

      *ARMA LA IMAGEN DEL CATALOGO CON LO TIPEADO
           ARMA-IMAGEN.
               MOVE SPACES TO CATALOGO-VISTA
               MOVE ARCHIVO-ENT TO FCA-ARCHIVO
               MOVE ORGANIZACION-ENT TO FCA-ORGANIZACION
               MOVE DUENO-ENT TO FCA-DUENO
               MOVE RESPALDO-ENT TO FCA-RESPALDO
               MOVE RETENCION-ENT TO FCA-RETENCION
               MOVE FECHA-POS-ENT TO FCA-FECHA-POS
               MOVE VOLUMEN-ENT TO FCA-VOLUMEN
               MOVE FACTOR-ENT TO FCA-FACTOR
               MOVE VERIFICA-ENT TO FCA-VERIFICA
               MOVE DESCRIPCION-ENT TO FCA-DESCRIPCION.

      *DEJA EN I LA POSICION DEL ARCHIVO EN EL CATALOGO
           BUSCA-ARCHIVO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= CAT-CNT
                   ADD 1 TO I
                   IF TAB-CATALOGO(I)(1:12) = ARCHIVO-ENT
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *ENCOLA LA SOLICITUD; SI EL CATALOGO AUN NO EXISTE, ANTES LO
      *ESCRIBE CON LAS LISTAS HISTORICAS PARA QUE EL CAMBIO APROBADO
      *SE APLIQUE SOBRE ELLAS
           GRABA-SOLICITUD.
               IF NOT CATALOGO-EXISTE
                   PERFORM CARGA-INICIAL
               END-IF
               CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                   SOL-ANTES SOL-DESPUES OPERADOR.

      *ESCRIBE ARCHCAT.DAT CON LAS LISTAS HISTORICAS QUE ENTREGA
      *CATLEE, DEJANDO CONSTANCIA EN REFAUD.DAT
           CARGA-INICIAL.
               OPEN OUTPUT CATALOGO-FILE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > CAT-CNT
                   MOVE TAB-CATALOGO(I) TO CATALOGO-REC
                   WRITE CATALOGO-REC
               END-PERFORM
               CLOSE CATALOGO-FILE
               SET CATALOGO-EXISTE TO TRUE
               PERFORM GRABA-REFAUD
               DISPLAY "ARCHCAT.DAT CREADO CON LAS LISTAS HISTORICAS ("
                   CAT-CNT " ARCHIVOS)".

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *DEJA EN REFAUD.DAT LA CREACION DEL CATALOGO
           GRABA-REFAUD.
               OPEN EXTEND REFAUD-FILE
               IF REFAUD-NEW-FILE
                   OPEN OUTPUT REFAUD-FILE
                   CLOSE REFAUD-FILE
                   OPEN EXTEND REFAUD-FILE
               END-IF
               MOVE "ARCHCAT.DAT" TO RAUD-ARCHIVO
               MOVE SPACES TO RAUD-ANTES
               MOVE "CARGA INICIAL, LISTAS HISTORICAS"
                   TO RAUD-DESPUES
               ACCEPT RAUD-FECHA FROM DATE YYYYMMDD
               ACCEPT RAUD-HORA FROM TIME
               MOVE OPERADOR TO RAUD-OPERADOR
               MOVE SPACES TO RAUD-APROBADOR
               WRITE REFAUD-REC
               CLOSE REFAUD-FILE.

       END PROGRAM ARCHCAT-MANT.
