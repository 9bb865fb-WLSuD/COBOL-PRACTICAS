      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly archive job for the append-forever files -
      *          the sequential files the ARCHCAT.DAT file catalog
      *          gives a retention (through CATLEE; without a catalog
      *          CLIAUD.DAT, CALCULOG.DAT, ERRORES.LOG and
      *          BISIESTO.OUT). Moves records older than an operator-
      *          entered cutoff date, or than each file's catalogued
      *          retention in days when the cutoff is left at zero
      *          (per the FECHA each record carries) into dated .ARC
      *          archive files, re-reads each archive to verify the
      *          moved count before truncating the live file, and
      *             records still in the pre-cents layout are
      *             retained instead of being dated off the wrong
      *             bytes; CALCUCNV converts them first.
      * 2026-10-15  The CARTACTL.DAT run control of the CARTAEVT
      *             event-letter run is adjusted down by the archived
      *             CLIAUD.DAT count as well, like EXTRCTL.DAT.
      * 2026-10-15  The files archived come from the ARCHCAT.DAT file
      *             catalog through CATLEE, each dated by the field at
      *             its catalogued position; a cutoff of zero archives
      *             by each file's retention days instead. Record
      *             buffers widened to 250 bytes - the 80-byte ones
      *             were cutting CALCULOG.DAT records short.
      * 2026-10-15  A retention-mode run logged its ARCHIVADO.LOG line
      *             with the retention in place of the cutoff, out of
      *             the column layout ARCONSUL reads, so its archives
      *             never reached the inquiry. Every line now carries
      *             the date that names the .ARC in the cutoff column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVADOR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BITACORA-STATUS.

           SELECT CONTROL-FILE ASSIGN USING CONTROL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

       FILE SECTION.
       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENTRADA-REC             PIC X(250).

       FD  ARCHIVO-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVO-REC             PIC X(250).

       FD  RETENIDO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETENIDO-REC            PIC X(250).

       FD  BITACORA-FILE
           LABEL RECORDS ARE STANDARD.

      *VISTAS DE COPYBOOK SOBRE EL REGISTRO GENERICO, PARA EXTRAER LA
      *FECHA DE CADA LAYOUT SIN DUPLICAR DESPLAZAMIENTOS A MANO
           01 BUFFER-REG            PIC X(250).
           01 BUF-AUD REDEFINES BUFFER-REG.
               COPY CLIAUD.
           01 BUF-LOG REDEFINES BUFFER-REG.
               COPY OPELOG.

      *ARCHIVOS A ARCHIVAR: LOS QUE EL CATALOGO DE ARCHIVOS (VIA
      *CATLEE) DA CON RETENCION, SECUENCIALES
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
                   10 ARCH-RETENCION    PIC 9(4).
                   10 ARCH-FECHA-POS    PIC 9(3).
      *ARCH-TIPO: A=CLIAUD, L=CALCULOG, D=FECHA EN ARCH-FECHA-POS,
      *T=TODO (SIN FECHA)
           77 ARCH-CNT          PIC 9(3) VALUE 0.

           77 IX                PIC 9(3) VALUE 0.
           77 REG-FECHA         PIC 9(8) VALUE 0.
           01 REG-FECHA-DET-BUF PIC 9(8).
           01 REG-FECHA-DET REDEFINES REG-FECHA-DET-BUF.
               05 REG-ANIO      PIC 9(4).
               05 REG-MES       PIC 9(2).
               05 REG-DIA       PIC 9(2).
           01 FECHA-PROCESO-DET-BUF PIC 9(8).
           01 FECHA-PROCESO-DET REDEFINES FECHA-PROCESO-DET-BUF.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).
           77 DIAS-ANTIGUEDAD   PIC S9(7) VALUE 0.
           77 MODO-SW           PIC X VALUE "C".
               88 MODO-CORTE        VALUE "C".
               88 MODO-RETENCION    VALUE "R".
           77 FECHA-NOMBRE      PIC 9(8).
           77 CNT-ARCHIVADOS    PIC 9(6) VALUE 0.
           77 CNT-RETENIDOS     PIC 9(6) VALUE 0.
           77 CNT-VERIFICADOS   PIC 9(6) VALUE 0.
           77 CNT-EDIT-2        PIC ZZZ,ZZ9.
           77 RESULTADO-PASO    PIC X(10).

           77 CONTROL-NOMBRE    PIC X(12).
           77 CONTROL-STATUS    PIC X(2) VALUE "00".
               88 CONTROL-NEW-FILE  VALUE "35".


            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            ACCEPT HORA-PROCESO FROM TIME
            MOVE FECHA-PROCESO TO FECHA-PROCESO-DET-BUF
            DISPLAY "INGRESE LA FECHA DE CORTE (AAAAMMDD): "
            DISPLAY "SE ARCHIVAN LOS REGISTROS ANTERIORES A ESA FECHA"
            DISPLAY "(0 = LA RETENCION EN DIAS DE CADA ARCHIVO SEGUN "
                "EL CATALOGO)"
            ACCEPT FECHA-CORTE
            IF FECHA-CORTE = 0
                SET MODO-RETENCION TO TRUE
                MOVE FECHA-PROCESO TO FECHA-NOMBRE
            ELSE
                SET MODO-CORTE TO TRUE
                MOVE FECHA-CORTE TO FECHA-NOMBRE
                PERFORM VALIDA-FECHA-CORTE
                IF NOT FECHA-VALIDA
                    DISPLAY "FECHA DE CORTE INVALIDA, NO SE ARCHIVA "
                        "NADA"
                    STOP RUN
                END-IF
            END-IF

            PERFORM CARGA-ARCHIVOS
            PERFORM ABRIR-BITACORA

            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ARCH-CNT
                PERFORM ARCHIVA-UN-ARCHIVO
            END-PERFORM

                   END-IF
               END-IF.

      *ARMA LA LISTA DE ARCHIVOS A ARCHIVAR DESDE EL CATALOGO: LOS
      *SECUENCIALES CON RETENCION. CLIAUD Y CALCULOG CONSERVAN SU
      *TRATAMIENTO PROPIO; LOS DEMAS SE FECHAN POR LA POSICION QUE
      *DA EL CATALOGO, O SE ARCHIVAN ENTEROS SI NO LLEVAN FECHA
           CARGA-ARCHIVOS.
               CALL "CATLEE" USING TABLA-CATALOGO CAT-CNT
               MOVE 0 TO ARCH-CNT
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                   MOVE TAB-CATALOGO(CX) TO CATALOGO-VISTA
                   IF FCA-SECUENCIAL AND FCA-RETENCION > 0
                       AND FCA-ARCHIVO NOT = SPACES
                       AND ARCH-CNT < 100
                       ADD 1 TO ARCH-CNT
                       PERFORM CLASIFICA-ARCHIVO
                   END-IF
               END-PERFORM.

      *NOMBRE VIVO, NOMBRE BASE (HASTA EL PUNTO), TIPO, RETENCION Y
      *POSICION DE LA FECHA DE LA ENTRADA DEL CATALOGO
           CLASIFICA-ARCHIVO.
               MOVE FCA-ARCHIVO TO ARCH-NOMBRE-VIVO(ARCH-CNT)
               MOVE SPACES TO ARCH-NOMBRE-BASE(ARCH-CNT)
               UNSTRING FCA-ARCHIVO DELIMITED BY "."
                   INTO ARCH-NOMBRE-BASE(ARCH-CNT)
               MOVE FCA-RETENCION TO ARCH-RETENCION(ARCH-CNT)
               MOVE FCA-FECHA-POS TO ARCH-FECHA-POS(ARCH-CNT)
               EVALUATE TRUE
                   WHEN FCA-ARCHIVO = "CLIAUD.DAT"
                       MOVE "A" TO ARCH-TIPO(ARCH-CNT)
                   WHEN FCA-ARCHIVO = "CALCULOG.DAT"
                       MOVE "L" TO ARCH-TIPO(ARCH-CNT)
                   WHEN FCA-FECHA-POS = 0 OR FCA-FECHA-POS > 243
                       MOVE "T" TO ARCH-TIPO(ARCH-CNT)
                   WHEN OTHER
                       MOVE "D" TO ARCH-TIPO(ARCH-CNT)
               END-EVALUATE.

      *ABRE LA BITACORA DE ARCHIVADO EN MODO EXTEND, CREANDOLA SI
      *AUN NO EXISTE
           ABRIR-BITACORA.
               MOVE ARCH-NOMBRE-VIVO(IX) TO ENTRADA-NOMBRE
               MOVE SPACES TO ARCHIVO-NOMBRE
               STRING FUNCTION TRIM(ARCH-NOMBRE-BASE(IX))
                   "." FECHA-NOMBRE ".ARC"
                   DELIMITED BY SIZE INTO ARCHIVO-NOMBRE

               MOVE 0 TO CNT-ARCHIVADOS
                       IF CNT-VERIFICADOS = CNT-ARCHIVADOS
                           PERFORM REESCRIBE-VIVO
                           IF ARCH-TIPO(IX) = "A"
                               MOVE "EXTRCTL.DAT" TO CONTROL-NOMBRE
                               PERFORM AJUSTA-CONTROL-EXTRACTO
                               MOVE "CARTACTL.DAT" TO CONTROL-NOMBRE
                               PERFORM AJUSTA-CONTROL-EXTRACTO
                           END-IF
                           MOVE "OK" TO RESULTADO-PASO
               CLOSE RETENIDO-FILE.

      *DECIDE SI EL REGISTRO LEIDO SE ARCHIVA (MAS VIEJO QUE LA FECHA
      *DE CORTE O QUE LA RETENCION DEL ARCHIVO, O TODO EL ARCHIVO SI
      *EL LAYOUT NO LLEVA FECHA) O SE RETIENE EN EL ARCHIVO VIVO
           CLASIFICA-REGISTRO.
               MOVE ENTRADA-REC TO BUFFER-REG
               MOVE "N" TO RETIENE-SW
               EVALUATE ARCH-TIPO(IX)
                   WHEN "A"
                       MOVE AUD-FECHA TO REG-FECHA
                           SET RETIENE-REGISTRO TO TRUE
                           ADD 1 TO CNT-SIN-CONVERTIR
                       END-IF
                   WHEN "D"
      *UNA FECHA NO NUMERICA EN LA POSICION CATALOGADA NO SE PUEDE
      *PROBAR VIEJA: EL REGISTRO SE RETIENE
                       IF ENTRADA-REC(ARCH-FECHA-POS(IX):8) IS NUMERIC
                           MOVE ENTRADA-REC(ARCH-FECHA-POS(IX):8)
                               TO REG-FECHA
                       ELSE
                           MOVE 0 TO REG-FECHA
                           SET RETIENE-REGISTRO TO TRUE
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO REG-FECHA
               END-EVALUATE

               IF ARCH-TIPO(IX) = "A"
                   PERFORM EVALUA-ULTIMA-AUD
               END-IF

               IF ARCH-TIPO(IX) NOT = "T" AND MODO-RETENCION
                   AND NOT RETIENE-REGISTRO
                   PERFORM CALCULA-ANTIGUEDAD
               END-IF

               IF (ARCH-TIPO(IX) = "T" OR
                   (MODO-CORTE AND REG-FECHA < FECHA-CORTE) OR
                   (MODO-RETENCION AND
                       DIAS-ANTIGUEDAD > ARCH-RETENCION(IX)))
                   AND NOT RETIENE-REGISTRO
                   MOVE ENTRADA-REC TO ARCHIVO-REC
                   WRITE ARCHIVO-REC
                   ADD 1 TO CNT-RETENIDOS
               END-IF.

      *DIAS ENTRE LA FECHA DEL REGISTRO Y LA FECHA DE PROCESO, VIA
      *DATEDIF; UNA FECHA SIN MES O DIA VALIDOS SE RETIENE
           CALCULA-ANTIGUEDAD.
               MOVE 0 TO DIAS-ANTIGUEDAD
               MOVE REG-FECHA TO REG-FECHA-DET-BUF
               IF REG-MES < 1 OR REG-MES > 12 OR REG-DIA < 1
                   OR REG-DIA > 31 OR REG-ANIO < 1900
                   SET RETIENE-REGISTRO TO TRUE
               ELSE
                   CALL "DATEDIF" USING REG-DIA REG-MES REG-ANIO
                       PROC-DIA PROC-MES PROC-ANIO DIAS-ANTIGUEDAD
               END-IF.

      *PASADA PREVIA SOBRE CLIAUD.DAT: GUARDA LA TRANSICION MAS
      *RECIENTE DE CADA CLIENTE - ESOS REGISTROS NO SE ARCHIVAN
      *PORQUE LA ANTIGUEDAD EN ESTADO SE DERIVA DE ELLOS
                   END-IF
               END-IF.

      *DESCUENTA DEL CONTROL DE AVANCE CONTROL-NOMBRE (EXTRACTO DE
      *COBRANZA O CARTAS POR EVENTO) LOS REGISTROS RECIEN ARCHIVADOS
      *DE CLIAUD.DAT, PARA QUE SU MARCA POR POSICION SIGA APUNTANDO
      *AL LUGAR CORRECTO
           AJUSTA-CONTROL-EXTRACTO.
               OPEN INPUT CONTROL-FILE
               IF CONTROL-NEW-FILE
               CLOSE RETENIDO-FILE
               CLOSE ENTRADA-FILE.

      *DEJA UNA LINEA EN ARCHIVADO.LOG CON EL RESULTADO DEL ARCHIVO;
      *EL CORTE ES EL QUE NOMBRA EL .ARC, QUE ES LO QUE ARCONSUL LEE
           GRABA-BITACORA.
               MOVE CNT-ARCHIVADOS TO CNT-EDIT
               MOVE CNT-RETENIDOS TO CNT-EDIT-2
               MOVE SPACES TO LINEA-BITACORA
               STRING FECHA-PROCESO " " HORA-PROCESO " "
                   ARCH-NOMBRE-VIVO(IX) " CORTE " FECHA-NOMBRE
                   " MOVIDOS " CNT-EDIT " RETENIDOS " CNT-EDIT-2
                   " " RESULTADO-PASO
                   DELIMITED BY SIZE INTO LINEA-BITACORA
