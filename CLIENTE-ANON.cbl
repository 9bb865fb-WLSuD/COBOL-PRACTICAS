      ******************************************************************
      * Author:
      * Date:
      * Purpose: Personal-data erasure job, for purged customers and
      *          for a customer's own deletion request. CLIENTE-PURGA
      *          only removes the master record; the name, phone,
      *          email and address live on elsewhere. Under
      *          supervisor approval, in two runs like SUCTRASL:
      *          - Each ANONCARD.DAT card (customer, origin "P"
      *            purged or "S" requested, and the operator asking)
      *            is checked - a customer still on the master must
      *            be INACTIVO, and a purged one must be off it - and
      *            filed through PENDSOL. A supervisor approves it
      *            in APRUEBA, which stages the order on ANONIMIZ.DAT.
      *            The cards are consumed.
      *          - The approved orders on ANONIMIZ.DAT are applied
      *            together: the personal fields of those customers
      *            are overwritten with the ANONIMIZADO marker on
      *            CLIENTE.DAT, the CLIARCH.DAT purge archive, the
      *            CONTAUD.DAT before/after images, the CLINOTAS.DAT
      *            note text, CAMPEXT.OUT and every dispatched copy
      *            of it on DESPACHO.DAT (and the record openings the
      *            register keeps), every CLIENTE.DAT backup
      *            generation on RESPALDO.LOG and the CLIENTE.PREV
      *            and CLIENTE.RECUP images left by a recovery.
      *            IDs, status, dates, amounts and flags are left as
      *            they are. Each flat file is rewritten through
      *            ANONWORK.TMP and recounted. The erasure
      *            certificate ANONCERT.RPT (appended) lists the
      *            orders, every file examined with the records
      *            masked per customer, and the totals.
      *          An order whose customer is back in a live status
      *          when it comes to be applied is discarded.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-ANON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT TARJETA-FILE ASSIGN TO "ANONCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARJETA-STATUS.

           SELECT ORDEN-FILE ASSIGN TO "ANONIMIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDEN-STATUS.

           SELECT PENDIENTE-FILE ASSIGN TO "PENDIENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDIENTE-STATUS.

           SELECT ENTRADA-FILE ASSIGN USING ENTRADA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT TRABAJO-FILE ASSIGN TO "ANONWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRABAJO-STATUS.

           SELECT BITACORA-FILE ASSIGN TO "RESPALDO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BITACORA-STATUS.

           SELECT REGISTRO-FILE ASSIGN TO "DESPACHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRO-STATUS.

           SELECT CERTIFICADO-FILE ASSIGN TO "ANONCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFICADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  TARJETA-FILE
           LABEL RECORDS ARE STANDARD.
       01  TARJETA-REC             PIC X(50).

       FD  ORDEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDEN-REC               PIC X(50).

       FD  PENDIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDIENTE-REC.
           COPY PENDCHG.

       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENTRADA-REC             PIC X(200).

       FD  TRABAJO-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRABAJO-REC             PIC X(200).

       FD  BITACORA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-BITACORA          PIC X(90).

       FD  REGISTRO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTRO-REC.
           COPY DESREG.

       FD  CERTIFICADO-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CERTIFICADO       PIC X(100).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 TARJETA-STATUS    PIC X(2) VALUE "00".
               88 TARJETA-NEW-FILE  VALUE "35".
           77 TARJETA-EOF-SW    PIC X VALUE "N".
               88 TARJETA-EOF       VALUE "Y".
           77 ORDEN-STATUS      PIC X(2) VALUE "00".
               88 ORDEN-NEW-FILE    VALUE "35".
           77 ORDEN-EOF-SW      PIC X VALUE "N".
               88 ORDEN-EOF         VALUE "Y".
           77 PENDIENTE-STATUS  PIC X(2) VALUE "00".
               88 PENDIENTE-NEW-FILE VALUE "35".
           77 PENDIENTE-EOF-SW  PIC X VALUE "N".
               88 PENDIENTE-EOF     VALUE "Y".
           77 ENTRADA-NOMBRE    PIC X(30).
           77 ENTRADA-STATUS    PIC X(2) VALUE "00".
               88 ENTRADA-NEW-FILE  VALUE "35".
           77 ENTRADA-EOF-SW    PIC X VALUE "N".
               88 ENTRADA-EOF       VALUE "Y".
           77 TRABAJO-STATUS    PIC X(2) VALUE "00".
           77 TRABAJO-EOF-SW    PIC X VALUE "N".
               88 TRABAJO-EOF       VALUE "Y".
           77 BITACORA-STATUS   PIC X(2) VALUE "00".
               88 BITACORA-NEW-FILE VALUE "35".
           77 BITACORA-EOF-SW   PIC X VALUE "N".
               88 BITACORA-EOF      VALUE "Y".
           77 REGISTRO-STATUS   PIC X(2) VALUE "00".
               88 REGISTRO-NEW-FILE VALUE "35".
           77 REGISTRO-EOF-SW   PIC X VALUE "N".
               88 REGISTRO-EOF      VALUE "Y".
           77 CERTIFICADO-STATUS PIC X(2) VALUE "00".
               88 CERTIFICADO-NEW-FILE VALUE "35".

           01 FECHA-PROCESO     PIC 9(8).
           77 HORA-PROCESO      PIC 9(8).

      *MARCA QUE REEMPLAZA CADA DATO PERSONAL
           77 MARCA-ANONIMA     PIC X(11) VALUE "ANONIMIZADO".

      *ORDEN DE ANONIMIZACION EN CURSO (TARJETA U ORDEN APROBADA)
           01 ORDEN-ANONIMA.
               COPY ANONIM.

      *ORDENES APROBADAS EN ANONIMIZ.DAT
           01 TABLA-ORDENES.
               05 ORDENES OCCURS 100 TIMES.
                   10 TAB-ORDEN         PIC X(50).
           77 ORD-CNT           PIC 9(3) VALUE 0.
           77 ORD-DESBORDE      PIC 9(5) VALUE 0.
           77 ORD-LEIDAS        PIC 9(5) VALUE 0.
           77 O                 PIC 9(3) VALUE 0.
           77 ORDEN-OK-SW       PIC X VALUE "Y".
               88 ORDEN-OK          VALUE "Y".
           77 YA-EN-CURSO-SW    PIC X VALUE "N".
               88 YA-EN-CURSO       VALUE "Y".
           77 CNT-TARJETAS      PIC 9(3) VALUE 0.

      *CLIENTES A ANONIMIZAR EN ESTA CORRIDA, CON LO ENMASCARADO EN
      *EL ARCHIVO EN CURSO Y EN TOTAL
           01 TABLA-CLIENTES.
               05 CLIENTES OCCURS 100 TIMES.
                   10 CLI-ID            PIC 9(6).
                   10 CLI-ORDEN         PIC X(50).
                   10 CLI-EN-ARCHIVO    PIC 9(7).
                   10 CLI-ARCHIVOS      PIC 9(3).
                   10 CLI-TOTAL         PIC 9(7).
           77 CLI-CNT           PIC 9(3) VALUE 0.
           77 CX                PIC 9(3) VALUE 0.
           77 ID-BUSCADO        PIC 9(6) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

      *ARCHIVOS PLANOS A RECORRER Y EL LAYOUT DE CADA UNO
      *(M IMAGEN DEL MAESTRO, C CONTAUD, N NOTAS, E EXTRACTO DE
      *CAMPANIA CON SOBRE, D REGISTRO DE DESPACHOS)
           01 TABLA-ARCHIVOS.
               05 ARCHIVOS OCCURS 200 TIMES.
                   10 ARC-NOMBRE        PIC X(30).
                   10 ARC-TIPO          PIC X.
           77 ARC-CNT           PIC 9(3) VALUE 0.
           77 A                 PIC 9(3) VALUE 0.
           77 AX                PIC 9(3) VALUE 0.
           77 NOMBRE-NUEVO      PIC X(30).
           77 TIPO-NUEVO        PIC X.
           77 REPETIDO-SW       PIC X VALUE "N".
               88 REPETIDO          VALUE "Y".

      *DESARME DE LA LINEA DE BITACORA ESCRITA POR RESPALDO
           01 LINEA-DESARME     PIC X(90).
           01 LINEA-DET REDEFINES LINEA-DESARME.
               05 DET-FECHA         PIC X(8).
               05 FILLER            PIC X.
               05 DET-HORA          PIC X(8).
               05 FILLER            PIC X.
               05 DET-VIVO          PIC X(12).
               05 FILLER            PIC X(4).
               05 DET-RESPALDO      PIC X(30).
               05 FILLER            PIC X(11).
               05 DET-REGISTROS     PIC X(7).
               05 FILLER            PIC X.
               05 DET-RESULTADO     PIC X(7).

      *VISTAS DE COPYBOOK SOBRE EL REGISTRO GENERICO
           01 BUFFER-REG            PIC X(200).
           01 BUF-CTA REDEFINES BUFFER-REG.
               COPY CTAAUD.
           01 BUF-NOTA REDEFINES BUFFER-REG.
               COPY CLINOTA.
           01 BUF-DES REDEFINES BUFFER-REG.
               COPY DESREG.
           01 BUF-ENV REDEFINES BUFFER-REG.
               COPY LOTENV.
           77 BUFFER-ANTES      PIC X(200).

      *REGISTRO DEL EXTRACTO DE CAMPANIA, COMO LO ESCRIBE CAMPANA
           01 VISTA-EXTRACTO.
               05 VEX-CLIENTE-ID          PIC X(6).
               05 VEX-NOMBRE              PIC X(30).
               05 VEX-TELEFONO            PIC X(15).
               05 VEX-EMAIL               PIC X(30).
               05 VEX-DIRECCION           PIC X(40).
           77 VISTA-ANTES       PIC X(121).
           77 MAESTRO-ANTES     PIC X(144).

           77 REGISTRO-CAMBIADO-SW PIC X VALUE "N".
               88 REGISTRO-CAMBIADO VALUE "Y".
           77 CNT-LEIDOS        PIC 9(7) VALUE 0.
           77 CNT-DEVUELTOS     PIC 9(7) VALUE 0.
           77 CNT-MASCARAS      PIC 9(7) VALUE 0.
           77 CNT-ARCH-TOCADOS  PIC 9(3) VALUE 0.
           77 TOTAL-MASCARAS    PIC 9(7) VALUE 0.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 CNT-EDIT-2        PIC ZZZ,ZZ9.
           77 ORIGEN-NOMBRE     PIC X(9).
           77 RESULTADO-ARCHIVO PIC X(20).

      *PARAMETROS DE LA LLAMADA A PENDSOL
           77 SOL-ARCHIVO       PIC X(12) VALUE "ANONIMIZ.DAT".
           77 SOL-ACCION        PIC X VALUE "M".
           77 SOL-ANTES         PIC X(80).
           77 SOL-DESPUES       PIC X(80).
           77 SOL-OPERADOR      PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            ACCEPT HORA-PROCESO FROM TIME
            OPEN I-O CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CARGA-ORDENES
            IF ORD-CNT > 0
                PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-CNT
                    PERFORM VALIDA-ORDEN-APROBADA
                END-PERFORM
                IF CLI-CNT > 0
                    PERFORM ANONIMIZA-CLIENTES
                END-IF
                PERFORM REESCRIBE-ORDENES
            END-IF

            PERFORM LEE-TARJETAS

            IF ORD-CNT = 0 AND CNT-TARJETAS = 0
                DISPLAY "SIN ORDENES APROBADAS EN ANONIMIZ.DAT NI "
                    "TARJETAS EN ANONCARD.DAT, NO HAY NADA QUE HACER"
            END-IF
            CLOSE CLIENTE-FILE

            STOP RUN.

      *CARGA LAS ORDENES APROBADAS EN APRUEBA
           CARGA-ORDENES.
               OPEN INPUT ORDEN-FILE
               IF ORDEN-NEW-FILE
                   CLOSE ORDEN-FILE
               ELSE
                   PERFORM UNTIL ORDEN-EOF
                       READ ORDEN-FILE
                           AT END
                               SET ORDEN-EOF TO TRUE
                           NOT AT END
                               IF ORD-CNT < 100
                                   ADD 1 TO ORD-CNT
                                   MOVE ORDEN-REC TO TAB-ORDEN(ORD-CNT)
                               ELSE
                                   ADD 1 TO ORD-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORDEN-FILE
               END-IF.

      *UNA ORDEN APROBADA SE APLICA SI EL CLIENTE SIGUE FUERA DEL
      *MAESTRO O INACTIVO; SI VOLVIO A UN ESTADO VIVO SE DESCARTA
           VALIDA-ORDEN-APROBADA.
               MOVE TAB-ORDEN(O) TO ORDEN-ANONIMA
               DISPLAY "ORDEN DE ANONIMIZACION DEL CLIENTE "
                   ANO-CLIENTE-ID " APROBADA POR " ANO-APROBADOR
               MOVE "Y" TO ORDEN-OK-SW
               IF ANO-CLIENTE-ID IS NOT NUMERIC OR
                   ANO-APROBADOR = SPACES
                   DISPLAY "  ORDEN INVALIDA, SE DESCARTA"
                   MOVE "N" TO ORDEN-OK-SW
               ELSE
                   MOVE ANO-CLIENTE-ID TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT INACTIVO
                               DISPLAY "  EL CLIENTE ESTA EN ESTADO "
                                   ESTADO " EN EL MAESTRO, LA ORDEN "
                                   "SE DESCARTA"
                               MOVE "N" TO ORDEN-OK-SW
                           END-IF
                   END-READ
               END-IF
               IF ORDEN-OK
                   MOVE ANO-CLIENTE-ID TO ID-BUSCADO
                   PERFORM BUSCA-CLIENTE
                   IF NOT ENCONTRADO
                       ADD 1 TO CLI-CNT
                       MOVE ANO-CLIENTE-ID TO CLI-ID(CLI-CNT)
                       MOVE TAB-ORDEN(O) TO CLI-ORDEN(CLI-CNT)
                       MOVE 0 TO CLI-ARCHIVOS(CLI-CNT)
                       MOVE 0 TO CLI-TOTAL(CLI-CNT)
                   END-IF
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
      *APLICADA O DESCARTADA, LA ORDEN SALE DE ANONIMIZ.DAT
               MOVE HIGH-VALUES TO TAB-ORDEN(O).

      *UBICA EL CLIENTE ID-BUSCADO ENTRE LOS A ANONIMIZAR
           BUSCA-CLIENTE.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO CX
               PERFORM UNTIL ENCONTRADO OR CX >= CLI-CNT
                   ADD 1 TO CX
                   IF CLI-ID(CX) = ID-BUSCADO
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *APLICA LAS ORDENES VALIDAS SOBRE EL MAESTRO Y SOBRE CADA
      *ARCHIVO PLANO QUE LLEVA DATOS PERSONALES, Y EMITE EL
      *CERTIFICADO
           ANONIMIZA-CLIENTES.
               PERFORM ABRE-CERTIFICADO
               PERFORM ANONIMIZA-MAESTRO
               PERFORM ARMA-LISTA-ARCHIVOS
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > ARC-CNT
                   PERFORM TRATA-ARCHIVO
               END-PERFORM
               PERFORM IMPRIME-TOTALES
               CLOSE CERTIFICADO-FILE
               MOVE TOTAL-MASCARAS TO CNT-EDIT
               DISPLAY "  CLIENTES ANONIMIZADOS: " CLI-CNT
                   ", REGISTROS ENMASCARADOS: " CNT-EDIT
                   " EN " CNT-ARCH-TOCADOS " ARCHIVOS, VER "
                   "ANONCERT.RPT".

      *ENCABEZA EL CERTIFICADO CON LAS ORDENES QUE SE APLICAN
           ABRE-CERTIFICADO.
               OPEN EXTEND CERTIFICADO-FILE
               IF CERTIFICADO-NEW-FILE
                   OPEN OUTPUT CERTIFICADO-FILE
                   CLOSE CERTIFICADO-FILE
                   OPEN EXTEND CERTIFICADO-FILE
               END-IF
               MOVE ALL "=" TO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING "CERTIFICADO DE ANONIMIZACION DE DATOS "
                   "PERSONALES - " FECHA-PROCESO " "
                   HORA-PROCESO(1:6)
                   DELIMITED BY SIZE INTO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING "NOMBRE, TELEFONO, EMAIL, DIRECCION Y TEXTO DE "
                   "NOTAS REEMPLAZADOS POR " MARCA-ANONIMA
                   DELIMITED BY SIZE INTO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
               MOVE SPACES TO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
               MOVE "CLIENTE  ORIGEN    PEDIDO POR  APROBADO POR"
                   TO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLI-CNT
                   MOVE CLI-ORDEN(CX) TO ORDEN-ANONIMA
                   PERFORM NOMBRE-DE-ORIGEN
                   MOVE SPACES TO LINEA-CERTIFICADO
                   STRING CLI-ID(CX) "   " ORIGEN-NOMBRE " "
                       ANO-SOLICITANTE "    " ANO-APROBADOR
                       DELIMITED BY SIZE INTO LINEA-CERTIFICADO
                   WRITE LINEA-CERTIFICADO
               END-PERFORM
               MOVE SPACES TO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO.

           NOMBRE-DE-ORIGEN.
               EVALUATE TRUE
                   WHEN ANO-PURGADO
                       MOVE "PURGADO" TO ORIGEN-NOMBRE
                   WHEN ANO-SOLICITUD
                       MOVE "SOLICITUD" TO ORIGEN-NOMBRE
                   WHEN OTHER
                       MOVE ANO-ORIGEN TO ORIGEN-NOMBRE
               END-EVALUATE.

      *TAPA LOS DATOS DE CONTACTO DE LOS CLIENTES QUE SIGUEN EN EL
      *MAESTRO (INACTIVOS)
           ANONIMIZA-MAESTRO.
               PERFORM LIMPIA-CONTADORES
               MOVE 0 TO CNT-LEIDOS
               MOVE 0 TO CNT-MASCARAS
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLI-CNT
                   MOVE CLI-ID(CX) TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO CNT-LEIDOS
                           MOVE CLIENTE-REC TO MAESTRO-ANTES
                           PERFORM MASCARA-CONTACTO
                           IF CLIENTE-REC NOT = MAESTRO-ANTES
                               REWRITE CLIENTE-REC
                                   INVALID KEY
                                       DISPLAY "  NO SE PUDO REGRABAR "
                                           "EL CLIENTE " CLIENTE-ID
                                       MOVE 8 TO RETURN-CODE
                                   NOT INVALID KEY
                                       ADD 1 TO CNT-MASCARAS
                                       ADD 1 TO CLI-EN-ARCHIVO(CX)
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "CLIENTE.DAT" TO ENTRADA-NOMBRE
               IF CNT-MASCARAS > 0
                   MOVE "ENMASCARADO" TO RESULTADO-ARCHIVO
               ELSE
                   MOVE "SIN DATOS A TAPAR" TO RESULTADO-ARCHIVO
               END-IF
               PERFORM CERTIFICA-ARCHIVO.

      *REEMPLAZA POR LA MARCA CADA DATO DE CONTACTO NO VACIO DEL
      *REGISTRO DE CLIENTE
           MASCARA-CONTACTO.
               IF CONTACTO-NOMBRE NOT = SPACES
                   MOVE MARCA-ANONIMA TO CONTACTO-NOMBRE
               END-IF
               IF CONTACTO-TELEFONO NOT = SPACES
                   MOVE MARCA-ANONIMA TO CONTACTO-TELEFONO
               END-IF
               IF CONTACTO-EMAIL NOT = SPACES
                   MOVE MARCA-ANONIMA TO CONTACTO-EMAIL
               END-IF
               IF CONTACTO-DIRECCION NOT = SPACES
                   MOVE MARCA-ANONIMA TO CONTACTO-DIRECCION
               END-IF.

      *ARMA LA LISTA DE ARCHIVOS PLANOS A RECORRER: LOS FIJOS, LAS
      *GENERACIONES DE CLIENTE.DAT DE RESPALDO.LOG Y LAS COPIAS
      *DESPACHADAS DE CAMPEXT.OUT SEGUN DESPACHO.DAT
           ARMA-LISTA-ARCHIVOS.
               MOVE 0 TO ARC-CNT
               MOVE "CLIARCH.DAT" TO NOMBRE-NUEVO
               MOVE "M" TO TIPO-NUEVO
               PERFORM AGREGA-ARCHIVO
               MOVE "CONTAUD.DAT" TO NOMBRE-NUEVO
               MOVE "C" TO TIPO-NUEVO
               PERFORM AGREGA-ARCHIVO
               MOVE "CLINOTAS.DAT" TO NOMBRE-NUEVO
               MOVE "N" TO TIPO-NUEVO
               PERFORM AGREGA-ARCHIVO
               MOVE "CAMPEXT.OUT" TO NOMBRE-NUEVO
               MOVE "E" TO TIPO-NUEVO
               PERFORM AGREGA-ARCHIVO
               MOVE "DESPACHO.DAT" TO NOMBRE-NUEVO
               MOVE "D" TO TIPO-NUEVO
               PERFORM AGREGA-ARCHIVO
               MOVE "CLIENTE.PREV" TO NOMBRE-NUEVO
               MOVE "M" TO TIPO-NUEVO
               PERFORM AGREGA-ARCHIVO
               MOVE "CLIENTE.RECUP" TO NOMBRE-NUEVO
               MOVE "M" TO TIPO-NUEVO
               PERFORM AGREGA-ARCHIVO

               OPEN INPUT BITACORA-FILE
               IF BITACORA-NEW-FILE
                   CLOSE BITACORA-FILE
               ELSE
                   PERFORM UNTIL BITACORA-EOF
                       READ BITACORA-FILE
                           AT END
                               SET BITACORA-EOF TO TRUE
                           NOT AT END
                               MOVE LINEA-BITACORA TO LINEA-DESARME
                               IF DET-VIVO = "CLIENTE.DAT" AND
                                   DET-RESULTADO(1:2) = "OK"
                                   MOVE DET-RESPALDO TO NOMBRE-NUEVO
                                   MOVE "M" TO TIPO-NUEVO
                                   PERFORM AGREGA-ARCHIVO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BITACORA-FILE
               END-IF

               OPEN INPUT REGISTRO-FILE
               IF REGISTRO-NEW-FILE
                   CLOSE REGISTRO-FILE
               ELSE
                   PERFORM UNTIL REGISTRO-EOF
                       READ REGISTRO-FILE
                           AT END
                               SET REGISTRO-EOF TO TRUE
                           NOT AT END
                               IF DES-ARCHIVO OF REGISTRO-REC =
                                   "CAMPEXT.OUT" AND
                                   DES-ENVIADO OF REGISTRO-REC
                                   MOVE DES-COPIA OF REGISTRO-REC TO
                                       NOMBRE-NUEVO
                                   MOVE "E" TO TIPO-NUEVO
                                   PERFORM AGREGA-ARCHIVO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTRO-FILE
               END-IF.

      *AGREGA NOMBRE-NUEVO A LA LISTA SI NO ESTABA (UNA GENERACION
      *REHECHA EL MISMO DIA FIGURA DOS VECES EN LA BITACORA)
           AGREGA-ARCHIVO.
               MOVE "N" TO REPETIDO-SW
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ARC-CNT
                   IF ARC-NOMBRE(AX) = NOMBRE-NUEVO
                       SET REPETIDO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT REPETIDO AND NOMBRE-NUEVO NOT = SPACES
                   IF ARC-CNT < 200
                       ADD 1 TO ARC-CNT
                       MOVE NOMBRE-NUEVO TO ARC-NOMBRE(ARC-CNT)
                       MOVE TIPO-NUEVO TO ARC-TIPO(ARC-CNT)
                   ELSE
                       DISPLAY "  LISTA DE ARCHIVOS LLENA, QUEDA SIN "
                           "RECORRER " NOMBRE-NUEVO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

      *RECORRE EL ARCHIVO A ENMASCARANDO LOS REGISTROS DE LOS
      *CLIENTES A ANONIMIZAR SOBRE ANONWORK.TMP; SI ALGO CAMBIO LO
      *DEVUELVE AL ARCHIVO Y VERIFICA LA CANTIDAD. UN ARCHIVO QUE NO
      *EXISTE (GENERACION O COPIA YA PURGADA) NO SE CERTIFICA
           TRATA-ARCHIVO.
               MOVE ARC-NOMBRE(A) TO ENTRADA-NOMBRE
               PERFORM LIMPIA-CONTADORES
               MOVE 0 TO CNT-LEIDOS
               MOVE 0 TO CNT-MASCARAS
               MOVE "N" TO ENTRADA-EOF-SW
               OPEN INPUT ENTRADA-FILE
               IF ENTRADA-NEW-FILE
                   CLOSE ENTRADA-FILE
               ELSE
                   OPEN OUTPUT TRABAJO-FILE
                   PERFORM UNTIL ENTRADA-EOF
                       READ ENTRADA-FILE
                           AT END
                               SET ENTRADA-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CNT-LEIDOS
                               MOVE ENTRADA-REC TO BUFFER-REG
                               PERFORM ENMASCARA-REGISTRO
                               MOVE BUFFER-REG TO TRABAJO-REC
                               WRITE TRABAJO-REC
                       END-READ
                   END-PERFORM
                   CLOSE ENTRADA-FILE
                   CLOSE TRABAJO-FILE
                   IF CNT-MASCARAS > 0
                       PERFORM DEVUELVE-ARCHIVO
                   ELSE
                       MOVE "SIN DATOS A TAPAR" TO RESULTADO-ARCHIVO
                   END-IF
      *LA COPIA DE TRABAJO TAMBIEN LLEVA LOS DATOS, NO QUEDA
                   IF RESULTADO-ARCHIVO NOT = "ERROR DE CONTEO"
                       DELETE FILE TRABAJO-FILE
                   END-IF
                   PERFORM CERTIFICA-ARCHIVO
               END-IF.

      *ENMASCARA EL REGISTRO DEL BUFFER SEGUN EL LAYOUT DEL ARCHIVO
           ENMASCARA-REGISTRO.
               MOVE BUFFER-REG TO BUFFER-ANTES
               EVALUATE ARC-TIPO(A)
                   WHEN "M"
                       PERFORM ENMASCARA-IMAGEN
                   WHEN "C"
                       PERFORM ENMASCARA-CONTAUD
                   WHEN "N"
                       PERFORM ENMASCARA-NOTA
                   WHEN "E"
                       PERFORM ENMASCARA-EXTRACTO
                   WHEN "D"
                       PERFORM ENMASCARA-DESPACHO
               END-EVALUATE
               IF BUFFER-REG NOT = BUFFER-ANTES
                   ADD 1 TO CNT-MASCARAS
               END-IF.

      *IMAGEN PLANA DEL MAESTRO (ARCHIVO DE PURGA, RESPALDOS)
           ENMASCARA-IMAGEN.
               MOVE BUFFER-REG TO CLIENTE-REC
               IF CLIENTE-ID IS NUMERIC
                   MOVE CLIENTE-ID TO ID-BUSCADO
                   PERFORM BUSCA-CLIENTE
                   IF ENCONTRADO
                       PERFORM MASCARA-CONTACTO
                       MOVE CLIENTE-REC TO BUFFER-REG(1:144)
                       IF BUFFER-REG NOT = BUFFER-ANTES
                           ADD 1 TO CLI-EN-ARCHIVO(CX)
                       END-IF
                   END-IF
               END-IF.

      *CAMBIO DE CONTACTO: SE TAPAN LAS DOS IMAGENES; LOS CAMBIOS DE
      *SUCURSAL NO LLEVAN DATOS PERSONALES
           ENMASCARA-CONTAUD.
               IF CTA-CLIENTE-ID IS NUMERIC AND
                   (CTA-CAMPO = "NOMBRE" OR CTA-CAMPO = "TELEFONO" OR
                    CTA-CAMPO = "EMAIL" OR CTA-CAMPO = "DIRECCION")
                   MOVE CTA-CLIENTE-ID TO ID-BUSCADO
                   PERFORM BUSCA-CLIENTE
                   IF ENCONTRADO
                       IF CTA-ANTES NOT = SPACES
                           MOVE MARCA-ANONIMA TO CTA-ANTES
                       END-IF
                       IF CTA-DESPUES NOT = SPACES
                           MOVE MARCA-ANONIMA TO CTA-DESPUES
                       END-IF
                       IF BUFFER-REG NOT = BUFFER-ANTES
                           ADD 1 TO CLI-EN-ARCHIVO(CX)
                       END-IF
                   END-IF
               END-IF.

      *NOTA DEL CLIENTE: SE TAPA EL TEXTO, QUEDAN FECHA, OPERADOR Y
      *SEGUIMIENTO
           ENMASCARA-NOTA.
               IF NOTA-CLIENTE-ID IS NUMERIC
                   MOVE NOTA-CLIENTE-ID TO ID-BUSCADO
                   PERFORM BUSCA-CLIENTE
                   IF ENCONTRADO AND NOTA-TEXTO NOT = SPACES
                       MOVE MARCA-ANONIMA TO NOTA-TEXTO
                       IF BUFFER-REG NOT = BUFFER-ANTES
                           ADD 1 TO CLI-EN-ARCHIVO(CX)
                       END-IF
                   END-IF
               END-IF.

      *EXTRACTO DE CAMPANIA; EN LAS COPIAS DESPACHADAS EL PRIMER Y EL
      *ULTIMO REGISTRO SON EL SOBRE Y NO SE TOCAN
           ENMASCARA-EXTRACTO.
               IF NOT ENV-CABECERA AND NOT ENV-FINAL
                   MOVE BUFFER-REG TO VISTA-EXTRACTO
                   PERFORM MASCARA-EXTRACTO
                   MOVE VISTA-EXTRACTO TO BUFFER-REG(1:121)
               END-IF.

      *EL REGISTRO DE DESPACHOS GUARDA EL COMIENZO DEL PRIMER Y EL
      *ULTIMO REGISTRO DE CADA ENVIO DEL EXTRACTO; SE TAPAN IGUAL QUE
      *EL EXTRACTO PARA QUE DESPACHO LOS SIGA RECONOCIENDO
           ENMASCARA-DESPACHO.
               IF DES-ARCHIVO OF BUF-DES = "CAMPEXT.OUT"
                   MOVE DES-PRIMERO OF BUF-DES TO VISTA-EXTRACTO
                   PERFORM MASCARA-EXTRACTO
                   MOVE VISTA-EXTRACTO TO DES-PRIMERO OF BUF-DES
                   MOVE DES-ULTIMO OF BUF-DES TO VISTA-EXTRACTO
                   PERFORM MASCARA-EXTRACTO
                   MOVE VISTA-EXTRACTO TO DES-ULTIMO OF BUF-DES
               END-IF.

      *TAPA LOS DATOS DE CONTACTO DE LA VISTA DEL EXTRACTO SI ES DE
      *UN CLIENTE A ANONIMIZAR
           MASCARA-EXTRACTO.
               IF VEX-CLIENTE-ID IS NUMERIC
                   MOVE VEX-CLIENTE-ID TO ID-BUSCADO
                   PERFORM BUSCA-CLIENTE
                   IF ENCONTRADO
                       MOVE VISTA-EXTRACTO TO VISTA-ANTES
                       IF VEX-NOMBRE NOT = SPACES
                           MOVE MARCA-ANONIMA TO VEX-NOMBRE
                       END-IF
                       IF VEX-TELEFONO NOT = SPACES
                           MOVE MARCA-ANONIMA TO VEX-TELEFONO
                       END-IF
                       IF VEX-EMAIL NOT = SPACES
                           MOVE MARCA-ANONIMA TO VEX-EMAIL
                       END-IF
                       IF VEX-DIRECCION NOT = SPACES
                           MOVE MARCA-ANONIMA TO VEX-DIRECCION
                       END-IF
                       IF VISTA-EXTRACTO NOT = VISTA-ANTES
                           ADD 1 TO CLI-EN-ARCHIVO(CX)
                       END-IF
                   END-IF
               END-IF.

      *COPIA ANONWORK.TMP SOBRE EL ARCHIVO Y VERIFICA QUE QUEDO LA
      *MISMA CANTIDAD DE REGISTROS
           DEVUELVE-ARCHIVO.
               MOVE 0 TO CNT-DEVUELTOS
               MOVE "N" TO TRABAJO-EOF-SW
               OPEN INPUT TRABAJO-FILE
               OPEN OUTPUT ENTRADA-FILE
               PERFORM UNTIL TRABAJO-EOF
                   READ TRABAJO-FILE
                       AT END
                           SET TRABAJO-EOF TO TRUE
                       NOT AT END
                           MOVE TRABAJO-REC TO ENTRADA-REC
                           WRITE ENTRADA-REC
                           ADD 1 TO CNT-DEVUELTOS
                   END-READ
               END-PERFORM
               CLOSE TRABAJO-FILE
               CLOSE ENTRADA-FILE
               IF CNT-DEVUELTOS = CNT-LEIDOS
                   MOVE "ENMASCARADO" TO RESULTADO-ARCHIVO
               ELSE
                   MOVE "ERROR DE CONTEO" TO RESULTADO-ARCHIVO
                   DISPLAY "  " ENTRADA-NOMBRE " QUEDO CON "
                       CNT-DEVUELTOS " REGISTROS DE " CNT-LEIDOS
                       ", LA COPIA ENMASCARADA ESTA EN ANONWORK.TMP"
                   MOVE 8 TO RETURN-CODE
               END-IF.

           LIMPIA-CONTADORES.
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLI-CNT
                   MOVE 0 TO CLI-EN-ARCHIVO(CX)
               END-PERFORM.

      *DEJA EN EL CERTIFICADO EL ARCHIVO RECORRIDO Y LO ENMASCARADO
      *DE CADA CLIENTE, Y LO ACUMULA EN LOS TOTALES
           CERTIFICA-ARCHIVO.
               IF CNT-MASCARAS > 0
                   ADD 1 TO CNT-ARCH-TOCADOS
                   ADD CNT-MASCARAS TO TOTAL-MASCARAS
               END-IF
               MOVE CNT-LEIDOS TO CNT-EDIT
               MOVE CNT-MASCARAS TO CNT-EDIT-2
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING "ARCHIVO " ENTRADA-NOMBRE " LEIDOS " CNT-EDIT
                   " ENMASCARADOS " CNT-EDIT-2 " " RESULTADO-ARCHIVO
                   DELIMITED BY SIZE INTO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLI-CNT
                   IF CLI-EN-ARCHIVO(CX) > 0
                       ADD 1 TO CLI-ARCHIVOS(CX)
                       ADD CLI-EN-ARCHIVO(CX) TO CLI-TOTAL(CX)
                       MOVE CLI-EN-ARCHIVO(CX) TO CNT-EDIT
                       MOVE SPACES TO LINEA-CERTIFICADO
                       STRING "    CLIENTE " CLI-ID(CX)
                           " REGISTROS ENMASCARADOS " CNT-EDIT
                           DELIMITED BY SIZE INTO LINEA-CERTIFICADO
                       WRITE LINEA-CERTIFICADO
                   END-IF
               END-PERFORM.

      *CIERRA EL CERTIFICADO CON LO HECHO POR CLIENTE
           IMPRIME-TOTALES.
               MOVE SPACES TO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
               MOVE "TOTAL POR CLIENTE" TO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLI-CNT
                   MOVE CLI-TOTAL(CX) TO CNT-EDIT
                   MOVE SPACES TO LINEA-CERTIFICADO
                   STRING "  CLIENTE " CLI-ID(CX) " ARCHIVOS "
                       CLI-ARCHIVOS(CX) " REGISTROS ENMASCARADOS "
                       CNT-EDIT
                       DELIMITED BY SIZE INTO LINEA-CERTIFICADO
                   WRITE LINEA-CERTIFICADO
               END-PERFORM
               MOVE TOTAL-MASCARAS TO CNT-EDIT
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING "ARCHIVOS TOCADOS " CNT-ARCH-TOCADOS
                   "  REGISTROS ENMASCARADOS " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO.

      *LAS ORDENES DE LA TABLA SE APLICARON O DESCARTARON TODAS:
      *ANONIMIZ.DAT SE BORRA, O QUEDA SOLO CON LAS QUE NO ENTRARON
      *EN LA TABLA, PARA LA PROXIMA CORRIDA
           REESCRIBE-ORDENES.
               IF ORD-DESBORDE = 0
                   DELETE FILE ORDEN-FILE
               ELSE
                   MOVE 0 TO ORD-LEIDAS
                   MOVE "N" TO ORDEN-EOF-SW
                   OPEN INPUT ORDEN-FILE
                   OPEN OUTPUT TRABAJO-FILE
                   PERFORM UNTIL ORDEN-EOF
                       READ ORDEN-FILE
                           AT END
                               SET ORDEN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO ORD-LEIDAS
                               IF ORD-LEIDAS > ORD-CNT
                                   MOVE ORDEN-REC TO TRABAJO-REC
                                   WRITE TRABAJO-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORDEN-FILE
                   CLOSE TRABAJO-FILE
                   MOVE "N" TO TRABAJO-EOF-SW
                   OPEN INPUT TRABAJO-FILE
                   OPEN OUTPUT ORDEN-FILE
                   PERFORM UNTIL TRABAJO-EOF
                       READ TRABAJO-FILE
                           AT END
                               SET TRABAJO-EOF TO TRUE
                           NOT AT END
                               MOVE TRABAJO-REC TO ORDEN-REC
                               WRITE ORDEN-REC
                       END-READ
                   END-PERFORM
                   CLOSE TRABAJO-FILE
                   CLOSE ORDEN-FILE
                   DISPLAY ORD-DESBORDE " ORDENES QUEDAN EN "
                       "ANONIMIZ.DAT PARA LA PROXIMA CORRIDA"
               END-IF.

      *LEE LAS TARJETAS DE ANONIMIZACION, PIDE CADA UNA Y CONSUME
      *EL ARCHIVO
           LEE-TARJETAS.
               OPEN INPUT TARJETA-FILE
               IF TARJETA-NEW-FILE
                   CLOSE TARJETA-FILE
               ELSE
                   PERFORM UNTIL TARJETA-EOF
                       READ TARJETA-FILE
                           AT END
                               SET TARJETA-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CNT-TARJETAS
                               PERFORM PROPONE-ANONIMIZACION
                       END-READ
                   END-PERFORM
                   CLOSE TARJETA-FILE
                   DELETE FILE TARJETA-FILE
               END-IF.

      *VALIDA LA TARJETA Y LA DEJA EN PENDIENT.DAT PARA LA
      *APROBACION DE UN SUPERVISOR
           PROPONE-ANONIMIZACION.
               MOVE SPACES TO ORDEN-ANONIMA
               MOVE TARJETA-REC(1:15) TO ORDEN-ANONIMA(1:15)
               IF ANO-SOLICITANTE = SPACES
                   MOVE "ANONIMIZ" TO ANO-SOLICITANTE
               END-IF
               MOVE "N" TO ANO-EN-MAESTRO
               DISPLAY "TARJETA DE ANONIMIZACION DEL CLIENTE "
                   ANO-CLIENTE-ID " ORIGEN " ANO-ORIGEN
               PERFORM VALIDA-TARJETA
               IF ORDEN-OK
                   PERFORM BUSCA-EN-CURSO
                   IF YA-EN-CURSO
                       DISPLAY "  YA HAY UNA ANONIMIZACION DEL "
                           "CLIENTE PEDIDA O APROBADA SIN APLICAR"
                       MOVE "N" TO ORDEN-OK-SW
                   END-IF
               END-IF
               IF NOT ORDEN-OK
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE FECHA-PROCESO TO ANO-FECHA-PROPUESTA
                   MOVE SPACES TO ANO-APROBADOR
                   MOVE ANO-SOLICITANTE TO SOL-OPERADOR
                   MOVE SPACES TO SOL-ANTES
                   MOVE ORDEN-ANONIMA(1:15) TO SOL-ANTES
                   MOVE SPACES TO SOL-DESPUES
                   MOVE ORDEN-ANONIMA TO SOL-DESPUES
                   CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                       SOL-ANTES SOL-DESPUES SOL-OPERADOR
                   DISPLAY "  ANONIMIZACION PEDIDA, LA APRUEBA UN "
                       "SUPERVISOR EN APRUEBA Y SE APLICA EN LA "
                       "PROXIMA CORRIDA DE CLIENTE-ANON"
               END-IF.

      *UN CLIENTE PURGADO NO PUEDE ESTAR EN EL MAESTRO, Y EL QUE
      *PIDE SU BAJA Y SIGUE EN EL DEBE ESTAR INACTIVO
           VALIDA-TARJETA.
               MOVE "Y" TO ORDEN-OK-SW
               IF ANO-CLIENTE-ID IS NOT NUMERIC OR
                   ANO-CLIENTE-ID = 0
                   DISPLAY "  CLIENTE INVALIDO"
                   MOVE "N" TO ORDEN-OK-SW
               END-IF
               IF NOT ANO-PURGADO AND NOT ANO-SOLICITUD
                   DISPLAY "  ORIGEN DEBE SER P (PURGADO) O S "
                       "(SOLICITUD DEL CLIENTE)"
                   MOVE "N" TO ORDEN-OK-SW
               END-IF
               IF ORDEN-OK
                   MOVE ANO-CLIENTE-ID TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET ANO-FIGURA-EN-MAESTRO TO TRUE
                           EVALUATE TRUE
                               WHEN ANO-PURGADO
                                   DISPLAY "  EL CLIENTE SIGUE EN EL "
                                       "MAESTRO, NO ESTA PURGADO"
                                   MOVE "N" TO ORDEN-OK-SW
                               WHEN NOT INACTIVO
                                   DISPLAY "  EL CLIENTE ESTA EN "
                                       "ESTADO " ESTADO ", SOLO SE "
                                       "ANONIMIZA UN CLIENTE INACTIVO"
                                   MOVE "N" TO ORDEN-OK-SW
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-IF.

      *UNA ANONIMIZACION DEL MISMO CLIENTE YA PEDIDA SIN DECIDIR, O
      *YA APROBADA Y TODAVIA EN ANONIMIZ.DAT, NO SE PIDE DOS VECES
           BUSCA-EN-CURSO.
               MOVE "N" TO YA-EN-CURSO-SW
               PERFORM VARYING O FROM 1 BY 1 UNTIL O > ORD-CNT
                   IF TAB-ORDEN(O) NOT = HIGH-VALUES AND
                       TAB-ORDEN(O)(1:6) = ORDEN-ANONIMA(1:6)
                       SET YA-EN-CURSO TO TRUE
                   END-IF
               END-PERFORM
               MOVE "N" TO PENDIENTE-EOF-SW
               OPEN INPUT PENDIENTE-FILE
               IF PENDIENTE-NEW-FILE
                   CLOSE PENDIENTE-FILE
               ELSE
                   PERFORM UNTIL PENDIENTE-EOF
                       READ PENDIENTE-FILE
                           AT END
                               SET PENDIENTE-EOF TO TRUE
                           NOT AT END
                               IF PEN-ARCHIVO = "ANONIMIZ.DAT" AND
                                   PEN-PENDIENTE AND
                                   PEN-DESPUES(1:6) =
                                       ORDEN-ANONIMA(1:6)
                                   SET YA-EN-CURSO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDIENTE-FILE
               END-IF.

       END PROGRAM CLIENTE-ANON.
