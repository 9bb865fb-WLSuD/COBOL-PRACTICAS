      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly outbound dispatch step. For every file the
      *          shop sends out other than COBRANZA.OUT (which has its
      *          own transmission control on COBRTXC.DAT) - the GL
      *          journals to accounting, the agency handoff, the
      *          marketing and generic extracts and the letter print
      *          files - it copies the produced file to a dated
      *          sent-file NOMBRE.AAAAMMDD under the standard LOTENV
      *          envelope, stamped with the next dispatch sequence of
      *          its destination and its record count, and registers
      *          the dispatch on DESPACHO.DAT. The live file is left
      *          as produced for the in-house readers. A file whose
      *          count and first and last records match its previous
      *          dispatch was not produced again and is not re-sent.
      *          A daily file missing or unchanged is registered as
      *          FALTANTE or SIN-CAMBIO and queued as a warning on
      *          ALERTAS.DAT through ALERTGRB. A file already
      *          dispatched tonight is not sent twice on a rerun.
      *          Every verdict lands on DESPACHO.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESPACHO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN USING NOMBRE-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT COPIA-FILE ASSIGN USING NOMBRE-COPIA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTRO-FILE ASSIGN TO "DESPACHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "DESPACHO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ENTRADA           PIC X(200).

       FD  COPIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-COPIA             PIC X(200).

       FD  REGISTRO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTRO-REC.
           COPY DESREG.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 ENTRADA-STATUS    PIC X(2) VALUE "00".
               88 ENTRADA-NEW-FILE  VALUE "35".
           77 ENTRADA-EOF-SW    PIC X VALUE "N".
               88 ENTRADA-EOF       VALUE "Y".
           77 REGISTRO-STATUS   PIC X(2) VALUE "00".
               88 REGISTRO-NEW-FILE VALUE "35".
           77 REGISTRO-EOF-SW   PIC X VALUE "N".
               88 REGISTRO-EOF      VALUE "Y".

           77 NOMBRE-ENTRADA    PIC X(14).
           77 NOMBRE-COPIA      PIC X(20).

      *TABLA DE ARCHIVOS DE SALIDA: NOMBRE, DESTINO Y SI SE ESPERA
      *TODOS LOS DIAS (D) O SOLO CUANDO SE PRODUCE (E)
           01 TABLA-ARCHIVOS.
               05 FILLER PIC X(18) VALUE "GLDIARIO.OUT CONTD".
               05 FILLER PIC X(18) VALUE "GLDEPRE.OUT  CONTE".
               05 FILLER PIC X(18) VALUE "COBRAGEN.OUT AGEND".
               05 FILLER PIC X(18) VALUE "CAMPEXT.OUT  MKTGE".
               05 FILLER PIC X(18) VALUE "GEXTRACT.OUT USUAE".
               05 FILLER PIC X(18) VALUE "COBRCARTA.OUTIMPRE".
               05 FILLER PIC X(18) VALUE "CARTAEVT.OUT IMPRE".
               05 FILLER PIC X(18) VALUE "RECORDAT.OUT IMPRE".
           01 TABLA-ARCH-RED REDEFINES TABLA-ARCHIVOS.
               05 ARCHIVOS OCCURS 8 TIMES.
                   10 ARCH-NOMBRE       PIC X(13).
                   10 ARCH-DESTINO      PIC X(4).
                   10 ARCH-FRECUENCIA   PIC X.
                       88 ARCH-DIARIO       VALUE "D".
           77 A                 PIC 9 VALUE 0.

      *ULTIMO DESPACHO DE CADA ARCHIVO SEGUN EL REGISTRO
           01 TABLA-ULTIMOS.
               05 ULTIMOS OCCURS 8 TIMES.
                   10 ULT-ENVIADO-SW    PIC X.
                       88 ULT-CON-ENVIO     VALUE "Y".
                   10 ULT-HOY-SW        PIC X.
                       88 ULT-ENVIADO-HOY   VALUE "Y".
                   10 ULT-CANTIDAD      PIC 9(6).
                   10 ULT-PRIMERO       PIC X(40).
                   10 ULT-ULTIMO        PIC X(40).

      *ULTIMA SECUENCIA DE DESPACHO POR DESTINO
           01 TABLA-DESTINOS.
               05 DESTINOS OCCURS 8 TIMES.
                   10 DST-CODIGO        PIC X(4).
                   10 DST-SECUENCIA     PIC 9(6).
           77 DST-CNT           PIC 9 VALUE 0.
           77 D                 PIC 9 VALUE 0.
           77 DST-HALLADO-SW    PIC X VALUE "N".
               88 DST-HALLADO       VALUE "Y".
           77 DESTINO-BUSCADO   PIC X(4).

      *MEDIDA DEL ARCHIVO EN CURSO
           77 AUSENTE-SW        PIC X VALUE "N".
               88 ARCHIVO-AUSENTE   VALUE "Y".
           77 CNT-ARCHIVO       PIC 9(6) VALUE 0.
           77 PRIMERO-ARCHIVO   PIC X(40).
           77 ULTIMO-ARCHIVO    PIC X(40).
           77 VEREDICTO         PIC X(10).
           77 SECUENCIA-ENVIO   PIC 9(6) VALUE 0.

      *ENVOLTURA DE LA COPIA ENVIADA
           01 ENVOLTURA-COPIA.
               COPY LOTENV.

           77 CNT-ENVIADOS      PIC 9(2) VALUE 0.
           77 CNT-FALTANTES     PIC 9(2) VALUE 0.
           77 CNT-SIN-ARCHIVO   PIC 9(2) VALUE 0.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 SEC-EDIT          PIC ZZZZZ9.
           77 FECHA-PROCESO     PIC 9(8).

      *ALERTA PARA LA COLA CENTRAL DE OPERACIONES (ALERTGRB)
           77 ALERTA-ORIGEN     PIC X(12) VALUE "DESPACHO".
           77 ALERTA-SEVERIDAD  PIC X.
           77 ALERTA-MENSAJE    PIC X(70).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            INITIALIZE TABLA-ULTIMOS
            PERFORM CARGA-REGISTRO
            PERFORM ABRE-REGISTRO

            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "DESPACHO DE ARCHIVOS DE SALIDA - " FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM VARYING A FROM 1 BY 1 UNTIL A > 8
                PERFORM PROCESA-ARCHIVO
            END-PERFORM

            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            STRING "ENVIADOS " CNT-ENVIADOS
                " DIARIOS NO PRODUCIDOS " CNT-FALTANTES
                " SIN ARCHIVO " CNT-SIN-ARCHIVO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE
            CLOSE REPORTE-FILE
            CLOSE REGISTRO-FILE

            DISPLAY "DESPACHO: " CNT-ENVIADOS " ARCHIVOS ENVIADOS, "
                CNT-FALTANTES " DIARIOS NO PRODUCIDOS, VER "
                "DESPACHO.RPT"

            GOBACK.

      *RECORRE EL REGISTRO: ULTIMA SECUENCIA POR DESTINO Y ULTIMO
      *ENVIO DE CADA ARCHIVO, MARCANDO LOS YA ENVIADOS HOY
           CARGA-REGISTRO.
               OPEN INPUT REGISTRO-FILE
               IF REGISTRO-NEW-FILE
                   CLOSE REGISTRO-FILE
               ELSE
                   PERFORM UNTIL REGISTRO-EOF
                       READ REGISTRO-FILE
                           AT END
                               SET REGISTRO-EOF TO TRUE
                           NOT AT END
                               IF DES-ENVIADO
                                   PERFORM ANOTA-ENVIO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTRO-FILE
               END-IF.

      *ANOTA EL ENVIO LEIDO EN SU DESTINO Y EN SU ARCHIVO
           ANOTA-ENVIO.
               MOVE DES-DESTINO TO DESTINO-BUSCADO
               PERFORM UBICA-DESTINO
               IF DST-HALLADO AND DES-SECUENCIA > DST-SECUENCIA(D)
                   MOVE DES-SECUENCIA TO DST-SECUENCIA(D)
               END-IF
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > 8
                   IF ARCH-NOMBRE(A) = DES-ARCHIVO
                       SET ULT-CON-ENVIO(A) TO TRUE
                       MOVE DES-CANTIDAD TO ULT-CANTIDAD(A)
                       MOVE DES-PRIMERO TO ULT-PRIMERO(A)
                       MOVE DES-ULTIMO TO ULT-ULTIMO(A)
                       IF DES-FECHA = FECHA-PROCESO
                           SET ULT-ENVIADO-HOY(A) TO TRUE
                       END-IF
                   END-IF
               END-PERFORM.

      *DEJA EN D EL DESTINO BUSCADO, AGREGANDOLO SI ES NUEVO
           UBICA-DESTINO.
               MOVE "N" TO DST-HALLADO-SW
               MOVE 0 TO D
               PERFORM UNTIL DST-HALLADO OR D >= DST-CNT
                   ADD 1 TO D
                   IF DST-CODIGO(D) = DESTINO-BUSCADO
                       SET DST-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DST-HALLADO AND DST-CNT < 8
                   ADD 1 TO DST-CNT
                   MOVE DST-CNT TO D
                   MOVE DESTINO-BUSCADO TO DST-CODIGO(D)
                   MOVE 0 TO DST-SECUENCIA(D)
                   SET DST-HALLADO TO TRUE
               END-IF.

      *ABRE EL REGISTRO PARA AGREGAR LOS DESPACHOS DE ESTA NOCHE
           ABRE-REGISTRO.
               OPEN EXTEND REGISTRO-FILE
               IF REGISTRO-NEW-FILE
                   OPEN OUTPUT REGISTRO-FILE
                   CLOSE REGISTRO-FILE
                   OPEN EXTEND REGISTRO-FILE
               END-IF.

      *MIDE EL ARCHIVO A Y LO DESPACHA, LO DA POR NO PRODUCIDO O LO
      *SALTEA SEGUN EL VEREDICTO
           PROCESA-ARCHIVO.
               MOVE ARCH-NOMBRE(A) TO NOMBRE-ENTRADA
               PERFORM MIDE-ARCHIVO
               EVALUATE TRUE
                   WHEN ULT-ENVIADO-HOY(A) AND NOT ARCHIVO-AUSENTE
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " ARCH-NOMBRE(A)
                           " : YA DESPACHADO HOY, NO SE REENVIA"
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   WHEN ARCHIVO-AUSENTE
                       IF ARCH-DIARIO(A)
                           MOVE "FALTANTE" TO VEREDICTO
                           PERFORM NO-PRODUCIDO
                       ELSE
                           ADD 1 TO CNT-SIN-ARCHIVO
                           MOVE SPACES TO LINEA-REPORTE
                           STRING "  " ARCH-NOMBRE(A)
                               " : SIN ARCHIVO ESTA NOCHE"
                               DELIMITED BY SIZE INTO LINEA-REPORTE
                           WRITE LINEA-REPORTE
                       END-IF
                   WHEN ULT-CON-ENVIO(A) AND
                       CNT-ARCHIVO = ULT-CANTIDAD(A) AND
                       PRIMERO-ARCHIVO = ULT-PRIMERO(A) AND
                       ULTIMO-ARCHIVO = ULT-ULTIMO(A)
                       IF ARCH-DIARIO(A)
                           MOVE "SIN-CAMBIO" TO VEREDICTO
                           PERFORM NO-PRODUCIDO
                       ELSE
                           ADD 1 TO CNT-SIN-ARCHIVO
                           MOVE SPACES TO LINEA-REPORTE
                           STRING "  " ARCH-NOMBRE(A)
                               " : IGUAL AL ULTIMO DESPACHO, NO SE "
                               "PRODUJO DE NUEVO"
                               DELIMITED BY SIZE INTO LINEA-REPORTE
                           WRITE LINEA-REPORTE
                       END-IF
                   WHEN OTHER
                       PERFORM ENVIA-ARCHIVO
               END-EVALUATE.

      *PRIMERA PASADA: CUENTA LOS REGISTROS Y GUARDA EL PRINCIPIO
      *DEL PRIMERO Y DEL ULTIMO
           MIDE-ARCHIVO.
               MOVE "N" TO AUSENTE-SW
               MOVE "N" TO ENTRADA-EOF-SW
               MOVE 0 TO CNT-ARCHIVO
               MOVE SPACES TO PRIMERO-ARCHIVO
               MOVE SPACES TO ULTIMO-ARCHIVO
               OPEN INPUT ENTRADA-FILE
               IF ENTRADA-NEW-FILE
                   SET ARCHIVO-AUSENTE TO TRUE
                   CLOSE ENTRADA-FILE
               ELSE
                   PERFORM UNTIL ENTRADA-EOF
                       READ ENTRADA-FILE
                           AT END
                               SET ENTRADA-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CNT-ARCHIVO
                               IF CNT-ARCHIVO = 1
                                   MOVE LINEA-ENTRADA TO
                                       PRIMERO-ARCHIVO
                               END-IF
                               MOVE LINEA-ENTRADA TO ULTIMO-ARCHIVO
                       END-READ
                   END-PERFORM
                   CLOSE ENTRADA-FILE
               END-IF.

      *SEGUNDA PASADA: COPIA EL ARCHIVO A SU ENVIO FECHADO DENTRO
      *DE LA ENVOLTURA CON LA SECUENCIA DEL DESTINO, Y LO REGISTRA
           ENVIA-ARCHIVO.
               MOVE ARCH-DESTINO(A) TO DESTINO-BUSCADO
               PERFORM UBICA-DESTINO
               ADD 1 TO DST-SECUENCIA(D)
               MOVE SPACES TO NOMBRE-COPIA
               STRING ARCH-NOMBRE(A) DELIMITED BY "."
                   "." FECHA-PROCESO DELIMITED BY SIZE
                   INTO NOMBRE-COPIA

               OPEN OUTPUT COPIA-FILE
               MOVE SPACES TO ENVOLTURA-COPIA
               MOVE "H" TO ENV-TIPO
               MOVE FECHA-PROCESO TO ENV-FECHA
               MOVE 0 TO ENV-CANTIDAD
               MOVE 0 TO ENV-HASH
               MOVE "DESP" TO ENV-ORIGEN
               MOVE DST-SECUENCIA(D) TO ENV-SECUENCIA
               MOVE ENVOLTURA-COPIA TO LINEA-COPIA
               WRITE LINEA-COPIA

               MOVE "N" TO ENTRADA-EOF-SW
               OPEN INPUT ENTRADA-FILE
               PERFORM UNTIL ENTRADA-EOF
                   READ ENTRADA-FILE
                       AT END
                           SET ENTRADA-EOF TO TRUE
                       NOT AT END
                           MOVE LINEA-ENTRADA TO LINEA-COPIA
                           WRITE LINEA-COPIA
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE

      *LOS ARCHIVOS DE SALIDA NO TIENEN UN CAMPO NUMERICO COMUN: EL
      *HASH DEL FINAL REPITE LA CANTIDAD
               MOVE "T" TO ENV-TIPO
               MOVE CNT-ARCHIVO TO ENV-CANTIDAD
               MOVE CNT-ARCHIVO TO ENV-HASH
               MOVE ENVOLTURA-COPIA TO LINEA-COPIA
               WRITE LINEA-COPIA
               CLOSE COPIA-FILE

               MOVE "ENVIADO" TO VEREDICTO
               MOVE DST-SECUENCIA(D) TO SECUENCIA-ENVIO
               PERFORM GRABA-REGISTRO
               ADD 1 TO CNT-ENVIADOS
               MOVE CNT-ARCHIVO TO CNT-EDIT
               MOVE DST-SECUENCIA(D) TO SEC-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  " ARCH-NOMBRE(A) " : A " ARCH-DESTINO(A)
                   " SEC " SEC-EDIT " REGISTROS " CNT-EDIT
                   " EN " NOMBRE-COPIA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *UN ARCHIVO DIARIO QUE NO SE PRODUJO: QUEDA REGISTRADO, EN EL
      *REPORTE Y EN LA COLA DE ALERTAS
           NO-PRODUCIDO.
               MOVE 0 TO SECUENCIA-ENVIO
               MOVE SPACES TO NOMBRE-COPIA
               PERFORM GRABA-REGISTRO
               ADD 1 TO CNT-FALTANTES
               MOVE SPACES TO LINEA-REPORTE
               STRING "  *** " ARCH-NOMBRE(A) " : " VEREDICTO
                   " - SALIDA DIARIA PARA " ARCH-DESTINO(A)
                   " NO PRODUCIDA HOY"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "A" TO ALERTA-SEVERIDAD
               MOVE SPACES TO ALERTA-MENSAJE
               STRING ARCH-NOMBRE(A) " PARA " ARCH-DESTINO(A)
                   " NO SE PRODUJO EL " FECHA-PROCESO " ("
                   DELIMITED BY SIZE
                   VEREDICTO DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE INTO ALERTA-MENSAJE
               CALL "ALERTGRB" USING ALERTA-ORIGEN ALERTA-SEVERIDAD
                   ALERTA-MENSAJE.

      *AGREGA AL REGISTRO EL VEREDICTO DEL ARCHIVO A CON SU
      *SECUENCIA Y SU COPIA FECHADA
           GRABA-REGISTRO.
               MOVE FECHA-PROCESO TO DES-FECHA
               MOVE VEREDICTO TO DES-RESULTADO
               MOVE SECUENCIA-ENVIO TO DES-SECUENCIA
               MOVE NOMBRE-COPIA TO DES-COPIA
               ACCEPT DES-HORA FROM TIME
               MOVE ARCH-NOMBRE(A) TO DES-ARCHIVO
               MOVE ARCH-DESTINO(A) TO DES-DESTINO
               MOVE CNT-ARCHIVO TO DES-CANTIDAD
               MOVE PRIMERO-ARCHIVO TO DES-PRIMERO
               MOVE ULTIMO-ARCHIVO TO DES-ULTIMO
               WRITE REGISTRO-REC.

       END PROGRAM DESPACHO.
