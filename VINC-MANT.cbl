      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the customer relationship file
      *          CLIVINC.DAT - pairs of CLIENTE-IDs linked as one
      *          household (H), guarantor (G, the related customer
      *          guarantees the account) or business owner (D, the
      *          related customer owns the business account). Sign-on
      *          goes through SIGNON and altas, cambios and bajas
      *          need the alta/cambio permission; both customers
      *          must pass the CHKDIG check digit and be on the
      *          master, and a pair can only be linked once. Every
      *          change is audited to VINCAUD.DAT in the CONTAUD
      *          mold, with the type before and after and the
      *          operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINC-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINCULO-FILE ASSIGN TO "CLIVINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VINCULO-STATUS.

           SELECT VINCAUD-FILE ASSIGN TO "VINCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VINCAUD-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VINCULO-FILE
           LABEL RECORDS ARE STANDARD.
       01  VINCULO-REC.
           COPY CLIVIN.

       FD  VINCAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  VINCAUD-REC.
           COPY VINAUD.

       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       WORKING-STORAGE SECTION.
           77 VINCULO-STATUS  PIC X(2) VALUE "00".
               88 VINCULO-NEW-FILE VALUE "35".
           77 VINCULO-EOF-SW  PIC X VALUE "N".
               88 VINCULO-EOF     VALUE "Y".
           77 VINCAUD-STATUS  PIC X(2) VALUE "00".
               88 VINCAUD-NEW-FILE VALUE "35".
           77 CLIENTE-STATUS  PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE VALUE "35".

           77 OPCION          PIC X VALUE "1".
               88 OPCION-LISTA    VALUE "1".
               88 OPCION-ALTA     VALUE "2".
               88 OPCION-CAMBIO   VALUE "3".
               88 OPCION-BAJA     VALUE "4".

           77 CLIENTE-ENT     PIC 9(6) VALUE 0.
           77 RELACIONADO-ENT PIC 9(6) VALUE 0.
           77 TIPO-ENT        PIC X.
               88 TIPO-ENT-VALIDO VALUE "H" "G" "D".
           77 TIPO-NOMBRE     PIC X(20).

      *VINCULOS COMPLETOS EN MEMORIA PARA REESCRIBIR EL ARCHIVO
           01 TABLA-VINCULOS.
               05 VINCULOS OCCURS 2000 TIMES.
                   10 TAB-VINCULO       PIC X(29).
           77 VIN-CNT         PIC 9(4) VALUE 0.
           77 I               PIC 9(4) VALUE 0.
           77 ENCONTRADO-SW   PIC X VALUE "N".
               88 ENCONTRADO      VALUE "Y".
           77 CLIENTES-OK-SW  PIC X VALUE "N".
               88 CLIENTES-OK     VALUE "Y".
           77 ID-PRUEBA       PIC 9(6) VALUE 0.
           77 DIGITO-CALCULADO PIC 9 VALUE 0.
           77 ID-VALIDO-SW    PIC X VALUE "N".
               88 ID-VALIDO       VALUE "Y".
           77 CNT-LISTADOS    PIC 9(4) VALUE 0.

           77 OPERADOR        PIC X(8).
           77 PERM-ALTA-OPER  PIC X VALUE "N".
           77 PERM-CONS-OPER  PIC X VALUE "N".
           77 SUPERV-OPER     PIC X VALUE "N".
           77 SIGNON-SW       PIC X VALUE "N".
               88 SIGNON-OK       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF

            DISPLAY "VINCULOS ENTRE CUENTAS DE CLIENTES"
            DISPLAY "1-LISTAR LOS VINCULOS DE UN CLIENTE"
            DISPLAY "2-AGREGAR UN VINCULO"
            DISPLAY "3-CAMBIAR EL TIPO DE UN VINCULO"
            DISPLAY "4-ELIMINAR UN VINCULO"
            ACCEPT OPCION

            IF NOT OPCION-LISTA AND PERM-ALTA-OPER NOT = "Y"
                DISPLAY "EL OPERADOR NO TIENE PERMISO DE ALTA/CAMBIO"
                STOP RUN
            END-IF

            PERFORM CARGA-TABLA
            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                STOP RUN
            END-IF

            EVALUATE TRUE
                WHEN OPCION-ALTA
                    PERFORM ALTA-VINCULO
                WHEN OPCION-CAMBIO
                    PERFORM CAMBIO-VINCULO
                WHEN OPCION-BAJA
                    PERFORM BAJA-VINCULO
                WHEN OTHER
                    PERFORM LISTA-VINCULOS
            END-EVALUATE

            CLOSE CLIENTE-FILE
            STOP RUN.

      *CARGA TODOS LOS VINCULOS DEL ARCHIVO EN LA TABLA
           CARGA-TABLA.
               MOVE 0 TO VIN-CNT
               OPEN INPUT VINCULO-FILE
               IF VINCULO-NEW-FILE
                   CLOSE VINCULO-FILE
               ELSE
                   PERFORM UNTIL VINCULO-EOF
                       READ VINCULO-FILE
                           AT END
                               SET VINCULO-EOF TO TRUE
                           NOT AT END
                               IF VIN-CNT = 2000
                                   DISPLAY "CLIVINC.DAT EXCEDE 2000 "
                                       "VINCULOS, AMPLIAR LA TABLA"
                                   STOP RUN
                               END-IF
                               ADD 1 TO VIN-CNT
                               MOVE VINCULO-REC TO TAB-VINCULO(VIN-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE VINCULO-FILE
               END-IF.

      *LISTA LOS VINCULOS DEL CLIENTE, DE CUALQUIERA DE LOS DOS LADOS
           LISTA-VINCULOS.
               DISPLAY "INGRESE EL ID DEL CLIENTE: "
               ACCEPT CLIENTE-ENT
               MOVE 0 TO CNT-LISTADOS
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > VIN-CNT
                   MOVE TAB-VINCULO(I) TO VINCULO-REC
                   IF VIN-CLIENTE-ID = CLIENTE-ENT OR
                       VIN-RELACIONADO-ID = CLIENTE-ENT
                       ADD 1 TO CNT-LISTADOS
                       MOVE VIN-TIPO TO TIPO-ENT
                       PERFORM NOMBRA-TIPO
                       DISPLAY "  " VIN-CLIENTE-ID " - "
                           VIN-RELACIONADO-ID " " TIPO-NOMBRE
                           " DESDE " VIN-FECHA-ALTA " POR "
                           VIN-OPERADOR
                   END-IF
               END-PERFORM
               IF CNT-LISTADOS = 0
                   DISPLAY "EL CLIENTE NO TIENE VINCULOS"
               END-IF.

      *AGREGA UN VINCULO ENTRE DOS CLIENTES EXISTENTES
           ALTA-VINCULO.
               PERFORM PIDE-PAR
               IF CLIENTES-OK
                   PERFORM BUSCA-VINCULO
                   IF ENCONTRADO
                       DISPLAY "ESOS CLIENTES YA ESTAN VINCULADOS"
                   ELSE
                       PERFORM PIDE-TIPO
                       IF VIN-CNT = 2000
                           DISPLAY "TABLA DE VINCULOS LLENA"
                       ELSE
                           MOVE CLIENTE-ENT TO VIN-CLIENTE-ID
                           MOVE RELACIONADO-ENT TO VIN-RELACIONADO-ID
                           MOVE TIPO-ENT TO VIN-TIPO
                           ACCEPT VIN-FECHA-ALTA FROM DATE YYYYMMDD
                           MOVE OPERADOR TO VIN-OPERADOR
                           ADD 1 TO VIN-CNT
                           MOVE VINCULO-REC TO TAB-VINCULO(VIN-CNT)
                           PERFORM REESCRIBE-TABLA
                           MOVE "A" TO VAU-ACCION
                           MOVE SPACE TO VAU-TIPO-ANTES
                           MOVE TIPO-ENT TO VAU-TIPO-DESPUES
                           PERFORM GRABA-AUDITORIA
                           DISPLAY "VINCULO AGREGADO"
                       END-IF
                   END-IF
               END-IF.

      *CAMBIA EL TIPO DE UN VINCULO EXISTENTE
           CAMBIO-VINCULO.
               PERFORM PIDE-PAR
               IF CLIENTES-OK
                   PERFORM BUSCA-VINCULO
                   IF NOT ENCONTRADO
                       DISPLAY "ESOS CLIENTES NO ESTAN VINCULADOS"
                   ELSE
                       MOVE TAB-VINCULO(I) TO VINCULO-REC
                       MOVE VIN-TIPO TO VAU-TIPO-ANTES
                       MOVE VIN-TIPO TO TIPO-ENT
                       PERFORM NOMBRA-TIPO
                       DISPLAY "TIPO ACTUAL: " TIPO-NOMBRE
                       PERFORM PIDE-TIPO
                       IF TIPO-ENT = VIN-TIPO
                           DISPLAY "EL VINCULO YA ES DE ESE TIPO"
                       ELSE
      *EL PAR SE GUARDA COMO LO TIPEO EL OPERADOR: EN UN GARANTE O
      *UN DUENIO EL SEGUNDO ID ES EL GARANTE O EL DUENIO
                           MOVE CLIENTE-ENT TO VIN-CLIENTE-ID
                           MOVE RELACIONADO-ENT TO VIN-RELACIONADO-ID
                           MOVE TIPO-ENT TO VIN-TIPO
                           MOVE VINCULO-REC TO TAB-VINCULO(I)
                           PERFORM REESCRIBE-TABLA
                           MOVE "M" TO VAU-ACCION
                           MOVE TIPO-ENT TO VAU-TIPO-DESPUES
                           PERFORM GRABA-AUDITORIA
                           DISPLAY "VINCULO MODIFICADO"
                       END-IF
                   END-IF
               END-IF.

      *ELIMINA UN VINCULO EXISTENTE
           BAJA-VINCULO.
               PERFORM PIDE-PAR
               IF CLIENTES-OK
                   PERFORM BUSCA-VINCULO
                   IF NOT ENCONTRADO
                       DISPLAY "ESOS CLIENTES NO ESTAN VINCULADOS"
                   ELSE
                       MOVE TAB-VINCULO(I) TO VINCULO-REC
                       MOVE VIN-CLIENTE-ID TO CLIENTE-ENT
                       MOVE VIN-RELACIONADO-ID TO RELACIONADO-ENT
                       MOVE VIN-TIPO TO VAU-TIPO-ANTES
                       MOVE HIGH-VALUES TO TAB-VINCULO(I)
                       PERFORM REESCRIBE-TABLA
                       MOVE "B" TO VAU-ACCION
                       MOVE SPACE TO VAU-TIPO-DESPUES
                       PERFORM GRABA-AUDITORIA
                       DISPLAY "VINCULO ELIMINADO"
                   END-IF
               END-IF.

      *PIDE LOS DOS CLIENTES DEL VINCULO Y VERIFICA QUE SEAN
      *DISTINTOS, CON DIGITO VERIFICADOR VALIDO Y DEL MAESTRO
           PIDE-PAR.
               MOVE "Y" TO CLIENTES-OK-SW
               DISPLAY "ID DE LA CUENTA: "
               ACCEPT CLIENTE-ENT
               DISPLAY "ID DEL CLIENTE VINCULADO (GARANTE O DUENIO "
                   "SI CORRESPONDE): "
               ACCEPT RELACIONADO-ENT
               IF CLIENTE-ENT = RELACIONADO-ENT
                   DISPLAY "UN CLIENTE NO SE VINCULA CONSIGO MISMO"
                   MOVE "N" TO CLIENTES-OK-SW
               ELSE
                   MOVE CLIENTE-ENT TO ID-PRUEBA
                   PERFORM VERIFICA-CLIENTE
                   MOVE RELACIONADO-ENT TO ID-PRUEBA
                   PERFORM VERIFICA-CLIENTE
               END-IF.

      *VERIFICA EL DIGITO Y LA EXISTENCIA DEL CLIENTE ID-PRUEBA
           VERIFICA-CLIENTE.
               CALL "CHKDIG" USING ID-PRUEBA DIGITO-CALCULADO
                   ID-VALIDO-SW
               IF NOT ID-VALIDO
                   DISPLAY "ID " ID-PRUEBA " CON DIGITO VERIFICADOR "
                       "INVALIDO"
                   MOVE "N" TO CLIENTES-OK-SW
               ELSE
                   MOVE ID-PRUEBA TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           DISPLAY "NO EXISTE UN CLIENTE CON ID "
                               ID-PRUEBA
                           MOVE "N" TO CLIENTES-OK-SW
                       NOT INVALID KEY
                           DISPLAY "  " ID-PRUEBA " " CONTACTO-NOMBRE
                   END-READ
               END-IF.

      *PIDE EL TIPO DE VINCULO, REPITIENDO HASTA RECIBIR UNO VALIDO
           PIDE-TIPO.
               DISPLAY "TIPO (H = MISMO HOGAR, G = GARANTE, "
                   "D = DUENIO DE LA EMPRESA): "
               ACCEPT TIPO-ENT
               IF NOT TIPO-ENT-VALIDO
                   DISPLAY "TIPO INVALIDO"
                   PERFORM PIDE-TIPO
               END-IF.

      *DEJA EN I LA POSICION DEL VINCULO ENTRE LOS DOS CLIENTES,
      *TOMADOS EN CUALQUIER ORDEN
           BUSCA-VINCULO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= VIN-CNT
                   ADD 1 TO I
                   MOVE TAB-VINCULO(I) TO VINCULO-REC
                   IF (VIN-CLIENTE-ID = CLIENTE-ENT AND
                       VIN-RELACIONADO-ID = RELACIONADO-ENT) OR
                       (VIN-CLIENTE-ID = RELACIONADO-ENT AND
                       VIN-RELACIONADO-ID = CLIENTE-ENT)
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *NOMBRE DEL TIPO DE VINCULO
           NOMBRA-TIPO.
               EVALUATE TIPO-ENT
                   WHEN "H"
                       MOVE "MISMO HOGAR" TO TIPO-NOMBRE
                   WHEN "G"
                       MOVE "GARANTE" TO TIPO-NOMBRE
                   WHEN "D"
                       MOVE "DUENIO DE LA EMPRESA" TO TIPO-NOMBRE
                   WHEN OTHER
                       MOVE SPACES TO TIPO-NOMBRE
               END-EVALUATE.

      *REESCRIBE CLIVINC.DAT SIN LOS VINCULOS DADOS DE BAJA
           REESCRIBE-TABLA.
               OPEN OUTPUT VINCULO-FILE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > VIN-CNT
                   IF TAB-VINCULO(I) NOT = HIGH-VALUES
                       MOVE TAB-VINCULO(I) TO VINCULO-REC
                       WRITE VINCULO-REC
                   END-IF
               END-PERFORM
               CLOSE VINCULO-FILE.

      *DEJA CONSTANCIA DEL CAMBIO EN VINCAUD.DAT
           GRABA-AUDITORIA.
               OPEN EXTEND VINCAUD-FILE
               IF VINCAUD-NEW-FILE
                   OPEN OUTPUT VINCAUD-FILE
                   CLOSE VINCAUD-FILE
                   OPEN EXTEND VINCAUD-FILE
               END-IF
               MOVE CLIENTE-ENT TO VAU-CLIENTE-ID
               MOVE RELACIONADO-ENT TO VAU-RELACIONADO-ID
               ACCEPT VAU-FECHA FROM DATE YYYYMMDD
               ACCEPT VAU-HORA FROM TIME
               MOVE OPERADOR TO VAU-OPERADOR
               WRITE VINCAUD-REC
               CLOSE VINCAUD-FILE.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

       END PROGRAM VINC-MANT.
