      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly backup of the files the ARCHCAT.DAT file
      *          catalog marks for backup (through CATLEE; without a
      *          catalog, the masters we cannot re-key: CLIENTE.DAT,
      *          CODIGOS.DAT, REGORD.DAT, GRANTOT.DAT and MATAVG.DAT).
      *          Copies each one to a dated backup
      *          file (NOMBRE.AAAAMMDD.BAK, the same dotted naming
      *          ARCHIVADOR uses), re-reads the copy and verifies the
      *          record count - and for GRANTOT the record image with
      *             fit in the old 122-byte image; the later
      *             last-transition stamp and branch code took the
      *             buffers to 150.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      * 2026-10-15  The list of files to back up comes from the
      *             ARCHCAT.DAT file catalog through CATLEE instead of
      *             a hardcoded table of five; an indexed or relative
      *             file without a reader here is logged SIN LECTOR
      *             and fails the run.
      * 2026-10-15  Backup record buffers widened to 250 bytes, the
      *             width ARCHIVADOR and VERIFICA read: catalogued files
      *             such as PENDSOL.DAT, CIERANIO.DAT, CALCPER.DAT and
      *             ALERTAS.DAT are wider than 150 and each longer
      *             record was split in two in the backup. A record that
      *             still does not fit (read status 04 or 06) now ends
      *             that file's backup as ERR LARGO and fails the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALDO.

       FD  PLANO-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLANO-REC               PIC X(250).

       FD  RESPALDO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESPALDO-REC            PIC X(250).

       FD  BITACORA-FILE
           LABEL RECORDS ARE STANDARD.
           77 PLANO-NOMBRE      PIC X(30).
           77 PLANO-STATUS      PIC X(2) VALUE "00".
               88 PLANO-NEW-FILE    VALUE "35".
               88 PLANO-LARGO       VALUE "04" "06".
           77 RESPALDO-NOMBRE   PIC X(30).
           77 RESPALDO-STATUS   PIC X(2) VALUE "00".
           77 BITACORA-STATUS   PIC X(2) VALUE "00".
           77 FECHA-PROCESO     PIC 9(8).
           77 HORA-PROCESO      PIC 9(8).

      *ARCHIVOS A RESPALDAR, TOMADOS DEL CATALOGO DE ARCHIVOS (LOS
      *QUE TIENEN FCA-RESPALDO Y) A TRAVES DE CATLEE
           01 TABLA-CATALOGO.
               05 CATALOGO OCCURS 100 TIMES.
                   10 TAB-CATALOGO      PIC X(80).
           77 CAT-CNT           PIC 9(3) VALUE 0.
           77 CX                PIC 9(3) VALUE 0.
           01 CATALOGO-VISTA.
               COPY ARCCAT.

           01 TABLA-ARCHIVOS.
               05 ARCHIVOS OCCURS 100 TIMES.
                   10 ARCH-NOMBRE-VIVO  PIC X(12).
                   10 ARCH-NOMBRE-BASE  PIC X(12).
                   10 ARCH-TIPO         PIC X.
      *ARCH-TIPO: X=CLIENTE INDEXADO, C=CODIGOS INDEXADO, R=REGORD
      *RELATIVO, G=GRANTOT (VERIFICA IMAGEN), L=PLANO SOLO CONTEO,
      *N=INDEXADO O RELATIVO SIN LECTOR EN ESTE PROGRAMA
           77 ARCH-CNT          PIC 9(3) VALUE 0.

           77 IX                PIC 9(3) VALUE 0.
           77 CNT-COPIADOS      PIC 9(6) VALUE 0.
           77 CNT-VERIFICADOS   PIC 9(6) VALUE 0.
           77 IMAGEN-FUENTE     PIC X(250).
           77 SW-IMAGEN-OK      PIC X VALUE "Y".
               88 IMAGEN-OK         VALUE "Y".
           77 RESULTADO-PASO    PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            ACCEPT HORA-PROCESO FROM TIME

            MOVE "Y" TO SW-CORRIDA-OK
            PERFORM CARGA-ARCHIVOS
            PERFORM ABRIR-BITACORA
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ARCH-CNT
                PERFORM RESPALDA-UN-ARCHIVO
            END-PERFORM
            CLOSE BITACORA-FILE

            GOBACK.

      *ARMA LA LISTA DE ARCHIVOS A RESPALDAR DESDE EL CATALOGO,
      *ASIGNANDO A CADA UNO SU FORMA DE LECTURA
           CARGA-ARCHIVOS.
               CALL "CATLEE" USING TABLA-CATALOGO CAT-CNT
               MOVE 0 TO ARCH-CNT
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                   MOVE TAB-CATALOGO(CX) TO CATALOGO-VISTA
                   IF FCA-CON-RESPALDO AND FCA-ARCHIVO NOT = SPACES
                       AND ARCH-CNT < 100
                       ADD 1 TO ARCH-CNT
                       PERFORM CLASIFICA-ARCHIVO
                   END-IF
               END-PERFORM.

      *NOMBRE VIVO, NOMBRE BASE (HASTA EL PUNTO) Y TIPO DE LECTURA
      *DE LA ENTRADA DEL CATALOGO
           CLASIFICA-ARCHIVO.
               MOVE FCA-ARCHIVO TO ARCH-NOMBRE-VIVO(ARCH-CNT)
               MOVE SPACES TO ARCH-NOMBRE-BASE(ARCH-CNT)
               UNSTRING FCA-ARCHIVO DELIMITED BY "."
                   INTO ARCH-NOMBRE-BASE(ARCH-CNT)
               EVALUATE TRUE
                   WHEN FCA-ARCHIVO = "CLIENTE.DAT"
                       MOVE "X" TO ARCH-TIPO(ARCH-CNT)
                   WHEN FCA-ARCHIVO = "CODIGOS.DAT"
                       MOVE "C" TO ARCH-TIPO(ARCH-CNT)
                   WHEN FCA-ARCHIVO = "REGORD.DAT"
                       MOVE "R" TO ARCH-TIPO(ARCH-CNT)
                   WHEN FCA-INDEXADO OR FCA-RELATIVO
                       MOVE "N" TO ARCH-TIPO(ARCH-CNT)
                   WHEN FCA-ARCHIVO = "GRANTOT.DAT"
                       MOVE "G" TO ARCH-TIPO(ARCH-CNT)
                   WHEN OTHER
                       MOVE "L" TO ARCH-TIPO(ARCH-CNT)
               END-EVALUATE.

      *ABRE LA BITACORA DE RESPALDO EN MODO EXTEND, CREANDOLA SI
      *AUN NO EXISTE
           ABRIR-BITACORA.
                       PERFORM COPIA-CODIGOS
                   WHEN "R"
                       PERFORM COPIA-REGORD
                   WHEN "N"
                       MOVE "SIN LECTOR" TO RESULTADO-PASO
                   WHEN OTHER
                       PERFORM COPIA-PLANO
               END-EVALUATE.
                   CLOSE RESPALDO-FILE
               END-IF.

      *COPIA UN ARCHIVO PLANO (GRANTOT, MATAVG...), RETENIENDO LA
      *IMAGEN DEL ULTIMO REGISTRO PARA LA VERIFICACION DE TOTALES -
      *UN REGISTRO MAS LARGO QUE EL BUFFER CORTA LA COPIA CON
      *ERR LARGO EN VEZ DE PARTIRSE EN DOS
           COPIA-PLANO.
               MOVE ARCH-NOMBRE-VIVO(IX) TO PLANO-NOMBRE
               OPEN INPUT PLANO-FILE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               IF PLANO-LARGO
                                   MOVE "ERR LARGO" TO RESULTADO-PASO
                                   SET FUENTE-EOF TO TRUE
                               ELSE
                                   MOVE PLANO-REC TO RESPALDO-REC
                                   MOVE PLANO-REC TO IMAGEN-FUENTE
                                   WRITE RESPALDO-REC
                                   ADD 1 TO CNT-COPIADOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLANO-FILE
