      *          hand - count, average, min, max, median and mode -
      *          and writes one statistics record per group to
      *          ESTAD.DAT plus the formatted ESTAD.RPT summary
      *          covering all groups in the file. Each group is
      *          measured against its customer specification on
      *          QCSPEC.DAT: Cp and Cpk from the group deviation, the
      *          samples outside the limits, and an accept / hold /
      *          reject disposition per lot appended to QCDISP.DAT
      *          for the QC-CERT lot certificate. A sample that fails
      *          a REGLAS.DAT validation rule is left out of the
      *          statistics, listed on ESTADEXC.RPT and logged to
      *          ERRORES.LOG. The samples read, taken into the
      *          statistics and rejected go to CARGACTL.DAT for the
      *          LOTECONC reconciliation.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The samples read, taken into the statistics
      *             (applied) and rejected by a validation rule are
      *             recorded on CARGACTL.DAT through CARGAGRB for the
      *             LOTECONC reconciliation against the staging gate;
      *             a sample left out because the tables were full is
      *             neither, and shows there as a difference.
      * 2026-10-15  Each sample is run through the REGLAS.DAT field
      *             validation rules via REGLAVAL before it joins its
      *             group; a failing sample stays out of the
      *             statistics, is listed with its rule number and
      *             message at the top of ESTADEXC.RPT and every
      *             failed rule is logged to ERRORES.LOG.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      * 2026-10-15  Each group is now judged against its QCSPEC.DAT
      *             specification: Cp, Cpk and the samples outside
      *             the limits print under its statistics line, and
      *             the lot disposition (accept, hold or reject, the
      *             thresholds QC-CPK-MINIMO and QC-FUERA-PCT-MAX of
      *             PARAMS.DAT) is appended to QCDISP.DAT.
      * 2026-09-03  Each run's group statistics are now appended to
      *             the QCHIST.DAT history with the run date, so the
      *             ESTAD-CTL control report can plot recent
      *             OUTLIER-FACTOR parameter of PARAMS.DAT, 2.00 by
      *             default) - the list the QC reviewer actually
      *             acts on.
      * 2026-10-15  STOP RUN replaced with GOBACK so the program can be
      *             CALLed as a step of the NOCTURNO nightly driver and
      *             return control to it, while still ending the run
      *             normally when executed on its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAD-LOTE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

           SELECT ESPEC-FILE ASSIGN TO "QCSPEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESPEC-STATUS.

           SELECT DISPOSICION-FILE ASSIGN TO "QCDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPOSICION-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "ESTAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPCION-FILE ASSIGN TO "ESTADEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MUESTRAS-FILE
       01  HISTORIA-REC.
           COPY QCHIST.

       FD  ESPEC-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESPEC-REC.
           COPY QCSPEC.

       FD  DISPOSICION-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPOSICION-REC.
           COPY QCDISP.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).
           LABEL RECORDS ARE STANDARD.
       01  LINEA-EXCEPCION         PIC X(80).

       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
           77 MUESTRAS-STATUS   PIC X(2) VALUE "00".
               88 MUESTRAS-NEW-FILE VALUE "35".

           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".
           77 ESPEC-STATUS      PIC X(2) VALUE "00".
               88 ESPEC-NEW-FILE    VALUE "35".
           77 ESPEC-EOF-SW      PIC X VALUE "N".
               88 ESPEC-EOF         VALUE "Y".
           77 DISPOSICION-STATUS PIC X(2) VALUE "00".
               88 DISPOSICION-NEW-FILE VALUE "35".

      *ESPECIFICACIONES DEL CLIENTE POR GRUPO
           01 TABLA-ESPEC.
               05 ESPECS OCCURS 50 TIMES.
                   10 ESP-GRUPO         PIC X(4).
                   10 ESP-LIE           PIC 9(3)V99.
                   10 ESP-LSE           PIC 9(3)V99.
                   10 ESP-OBJETIVO      PIC 9(3)V99.
           77 ESP-CNT           PIC 9(2) VALUE 0.
           77 E                 PIC 9(2) VALUE 0.
           77 ESPEC-HALLADA-SW  PIC X VALUE "N".
               88 ESPEC-HALLADA     VALUE "Y".

      *CAPACIDAD Y DISPOSICION DEL LOTE DEL GRUPO EN CURSO
           77 CPK-MINIMO        PIC 9(2)V99 VALUE 1.33.
           77 FUERA-PCT-MAX     PIC 9(3)V99 VALUE 5.00.
           77 CNT-FUERA         PIC 9(4) VALUE 0.
           77 FUERA-PCT         PIC 9(3)V99 VALUE 0.
           77 VALOR-CP          PIC 9(2)V99 VALUE 0.
           77 VALOR-CPK         PIC S9(2)V99 VALUE 0.
           77 DISTANCIA-LSE     PIC S9(3)V99 VALUE 0.
           77 DISTANCIA-LIE     PIC S9(3)V99 VALUE 0.
           77 DISTANCIA-MIN     PIC S9(3)V99 VALUE 0.
           77 DIVISOR-DESVIO    PIC 9(4)V99 VALUE 0.
           77 CNT-ACEPTADOS     PIC 9(2) VALUE 0.
           77 CNT-RETENIDOS     PIC 9(2) VALUE 0.
           77 CNT-RECHAZADOS    PIC 9(2) VALUE 0.
           77 CP-EDIT           PIC Z9.99.
           77 CPK-EDIT          PIC -Z9.99.
           77 LIE-EDIT          PIC ZZ9.99.
           77 LSE-EDIT          PIC ZZ9.99.
           77 DISPOSICION-TEXTO PIC X(9).

      *REGLAS DE VALIDACION DE REGLAS.DAT PARA LAS MUESTRAS
           77 REGLA-ARCHIVO     PIC X(12) VALUE "MUESTRAS.DAT".
           01 REGLA-RESULTADO.
               COPY REGFAL.
           77 F                 PIC 9(2) VALUE 0.
           77 CNT-REGLA-RECH    PIC 9(4) VALUE 0.
           77 ERR-LOG-STATUS    PIC X(2) VALUE "00".
               88 ERR-LOG-NEW-FILE  VALUE "35".

           77 FECHA-PROCESO     PIC 9(8).
           77 PROM-EDIT         PIC ZZ9.99.
           77 DESV-EDIT         PIC ZZ9.99.
           77 CNT-EDIT          PIC ZZZ9.

      *CONTROL DE CARGA PARA LA CONCILIACION DE LOTES (CARGAGRB)
           77 CARGA-ARCHIVO     PIC X(12) VALUE "MUESTRAS.DAT".
           77 CARGA-TIPO        PIC X VALUE "C".
           77 CARGA-PROGRAMA    PIC X(14) VALUE "ESTAD-LOTE".
           77 CARGA-RECIBIDOS   PIC 9(6) VALUE 0.
           77 CARGA-APLICADOS   PIC 9(6) VALUE 0.
           77 CARGA-RECHAZADOS  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-PARAMETROS

            PERFORM VALIDA-LOTE
            IF LOTE-OK
                OPEN OUTPUT EXCEPCION-FILE
                PERFORM CARGA-MUESTRAS
                PERFORM GRABA-CONTROL-CARGA
                IF GRP-TOTAL = 0
                    DISPLAY "SIN MUESTRAS QUE PROCESAR"
                ELSE
                    PERFORM CARGA-ESPECIFICACIONES
                    PERFORM PROCESA-GRUPOS
                    DISPLAY GRP-TOTAL " GRUPOS PROCESADOS, VER "
                        "ESTAD.RPT"
                    DISPLAY "LOTES ACEPTADOS " CNT-ACEPTADOS
                        ", RETENIDOS " CNT-RETENIDOS
                        ", RECHAZADOS " CNT-RECHAZADOS
                        ", VER QCDISP.DAT"
                END-IF
                IF CNT-REGLA-RECH > 0
                    DISPLAY CNT-REGLA-RECH " MUESTRAS RECHAZADAS POR "
                        "REGLAS DE VALIDACION, VER ESTADEXC.RPT"
                END-IF
                CLOSE EXCEPCION-FILE
            END-IF

            GOBACK.

      *LEE EL MULTIPLO DE DESVIO PARA MARCAR ATIPICOS DE LA TABLA
      *CENTRAL DE PARAMETROS, CONSERVANDO EL 2.00 POR DEFECTO
               IF PARM-HALLADO
                   COMPUTE FACTOR-DESVIO =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "QC-CPK-MINIMO" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE CPK-MINIMO =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "QC-FUERA-PCT-MAX" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE FUERA-PCT-MAX =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *CARGA LAS ESPECIFICACIONES DE CALIDAD POR GRUPO - SIN TABLA
      *NINGUN LOTE PUEDE ACEPTARSE Y TODOS QUEDAN RETENIDOS
           CARGA-ESPECIFICACIONES.
               OPEN INPUT ESPEC-FILE
               IF ESPEC-NEW-FILE
                   DISPLAY "NO EXISTE QCSPEC.DAT, LOS LOTES QUEDAN "
                       "RETENIDOS"
                   CLOSE ESPEC-FILE
               ELSE
                   PERFORM UNTIL ESPEC-EOF OR ESP-CNT = 50
                       READ ESPEC-FILE
                           AT END
                               SET ESPEC-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO ESP-CNT
                               MOVE SPC-GRUPO TO ESP-GRUPO(ESP-CNT)
                               MOVE SPC-LIE TO ESP-LIE(ESP-CNT)
                               MOVE SPC-LSE TO ESP-LSE(ESP-CNT)
                               MOVE SPC-OBJETIVO TO
                                   ESP-OBJETIVO(ESP-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE ESPEC-FILE
               END-IF.

      *PRIMERA PASADA SOBRE MUESTRAS.DAT: EXIGE LA CABECERA "H",
      *GRUPO, DANDO DE ALTA EL GRUPO LA PRIMERA VEZ - SE LEEN
      *EXACTAMENTE LOS CNT-LOTE REGISTROS DE DATOS QUE LA ENVOLTURA
      *YA VALIDO, ASI UN GRUPO QUE EMPIEZA CON "T" NUNCA SE
      *CONFUNDE CON EL REGISTRO FINAL; LA MUESTRA QUE FALLA UNA
      *REGLA DE VALIDACION QUEDA FUERA DE LAS ESTADISTICAS
           CARGA-MUESTRAS.
               MOVE "N" TO MUESTRAS-EOF-SW
               MOVE 0 TO CNT-PROCESADAS
                           SET MUESTRAS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CNT-PROCESADAS
                           CALL "REGLAVAL" USING REGLA-ARCHIVO
                               MUESTRAS-REC REGLA-RESULTADO
                           IF RGF-CNT > 0
                               PERFORM RECHAZA-MUESTRA
                           ELSE
                               PERFORM AGREGA-MUESTRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MUESTRAS-FILE
                       " MUESTRAS SIN LUGAR EN LAS TABLAS"
               END-IF.

      *DEJA EN CARGACTL.DAT LAS MUESTRAS LEIDAS, LAS QUE ENTRARON
      *EN LAS ESTADISTICAS Y LAS RECHAZADAS POR REGLAS - LAS QUE NO
      *TUVIERON LUGAR EN LAS TABLAS NO SON NI UNA COSA NI LA OTRA
           GRABA-CONTROL-CARGA.
               MOVE CNT-PROCESADAS TO CARGA-RECIBIDOS
               COMPUTE CARGA-APLICADOS =
                   CNT-PROCESADAS - CNT-REGLA-RECH - CNT-DESBORDE
               MOVE CNT-REGLA-RECH TO CARGA-RECHAZADOS
               CALL "CARGAGRB" USING CARGA-ARCHIVO CARGA-TIPO
                   CARGA-PROGRAMA CARGA-RECIBIDOS CARGA-APLICADOS
                   CARGA-RECHAZADOS.

      *LISTA EN EL REPORTE DE EXCEPCIONES LA MUESTRA QUE FALLA
      *REGLAS, UNA LINEA POR REGLA, Y DEJA CADA UNA EN EL LOG
           RECHAZA-MUESTRA.
               IF CNT-REGLA-RECH = 0
                   MOVE SPACES TO LINEA-EXCEPCION
                   STRING "MUESTRAS RECHAZADAS POR REGLAS DE "
                       "VALIDACION (FUERA DE LAS ESTADISTICAS)"
                       DELIMITED BY SIZE INTO LINEA-EXCEPCION
                   WRITE LINEA-EXCEPCION
               END-IF
               ADD 1 TO CNT-REGLA-RECH
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > RGF-CNT
                   MOVE SPACES TO LINEA-EXCEPCION
                   STRING "  GRUPO " MUE-GRUPO " REGLA "
                       RGF-NUMERO(F) " " RGF-CAMPO(F) " "
                       RGF-VALOR(F)(1:10) " " RGF-MENSAJE(F)
                       DELIMITED BY SIZE INTO LINEA-EXCEPCION
                   WRITE LINEA-EXCEPCION
                   MOVE RGF-VALOR(F) TO ERR-VALOR
                   MOVE RGF-NUMERO(F) TO ERR-REGLA
                   MOVE RGF-MENSAJE(F) TO ERR-MENSAJE
                   PERFORM GRABA-ERROR
               END-PERFORM.

      *DEJA CONSTANCIA DE UNA REGLA FALLADA EN EL LOG COMPARTIDO
      *ERRORES.LOG
           GRABA-ERROR.
               OPEN EXTEND ERROR-LOG-FILE
               IF ERR-LOG-NEW-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
                   CLOSE ERROR-LOG-FILE
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "ESTAD-LOTE" TO ERR-PROGRAMA
               MOVE FECHA-PROCESO TO ERR-FECHA
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE.

      *SUMA LA MUESTRA LEIDA A LA TABLA DE SU GRUPO
           AGREGA-MUESTRA.
               MOVE "N" TO ENCONTRADO-SW
           PROCESA-GRUPOS.
               OPEN OUTPUT ESTAD-FILE
               OPEN OUTPUT REPORTE-FILE
               OPEN EXTEND HISTORIA-FILE
               IF HISTORIA-NEW-FILE
                   OPEN OUTPUT HISTORIA-FILE
                   CLOSE HISTORIA-FILE
                   OPEN EXTEND HISTORIA-FILE
               END-IF
               OPEN EXTEND DISPOSICION-FILE
               IF DISPOSICION-NEW-FILE
                   OPEN OUTPUT DISPOSICION-FILE
                   CLOSE DISPOSICION-FILE
                   OPEN EXTEND DISPOSICION-FILE
               END-IF
               MOVE SPACES TO LINEA-REPORTE
               STRING "ESTADISTICAS POR GRUPO DE MUESTRAS - LOTE "
                   FECHA-LOTE " PROCESADO " FECHA-PROCESO
               PERFORM VARYING G FROM 1 BY 1 UNTIL G > GRP-TOTAL
                   PERFORM CALCULA-GRUPO
                   PERFORM GRABA-GRUPO
                   PERFORM DISPONE-LOTE
                   PERFORM MARCA-ATIPICOS
               END-PERFORM
               MOVE CNT-ATIPICOS TO CNT-EDIT
               STRING "TOTAL DE ATIPICOS: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-EXCEPCION
               WRITE LINEA-EXCEPCION
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE GRP-TOTAL TO CNT-EDIT
               WRITE LINEA-REPORTE
               CLOSE ESTAD-FILE
               CLOSE HISTORIA-FILE
               CLOSE DISPOSICION-FILE
               CLOSE REPORTE-FILE.

      *CALCULA PROMEDIO, MINIMO, MAXIMO, MEDIANA Y MODA DEL GRUPO
                   END-PERFORM
               END-IF.

      *MIDE EL GRUPO G CONTRA SU ESPECIFICACION: MUESTRAS FUERA DE
      *LOS LIMITES, CP Y CPK CON EL DESVIO DEL GRUPO, Y DECIDE LA
      *DISPOSICION DEL LOTE
           DISPONE-LOTE.
               MOVE 0 TO CNT-FUERA
               MOVE 0 TO VALOR-CP
               MOVE 0 TO VALOR-CPK
               PERFORM BUSCA-ESPEC
               MOVE SPACES TO DISPOSICION-REC
               IF ESPEC-HALLADA
                   PERFORM CUENTA-FUERA
                   PERFORM CALCULA-CAPACIDAD
               END-IF
               PERFORM DECIDE-DISPOSICION
               PERFORM GRABA-DISPOSICION.

      *DEJA EN E LA ESPECIFICACION DEL GRUPO G
           BUSCA-ESPEC.
               MOVE "N" TO ESPEC-HALLADA-SW
               MOVE 0 TO E
               PERFORM UNTIL ESPEC-HALLADA OR E >= ESP-CNT
                   ADD 1 TO E
                   IF ESP-GRUPO(E) = GRP-ID(G)
                       SET ESPEC-HALLADA TO TRUE
                   END-IF
               END-PERFORM.

      *CUENTA LAS MUESTRAS DEL GRUPO FUERA DE LOS LIMITES
           CUENTA-FUERA.
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRP-CNT(G)
                   IF GRP-VALOR(G, I) < ESP-LIE(E) OR
                       GRP-VALOR(G, I) > ESP-LSE(E)
                       ADD 1 TO CNT-FUERA
                   END-IF
               END-PERFORM
               COMPUTE FUERA-PCT ROUNDED =
                   CNT-FUERA * 100 / GRP-CNT(G).

      *CP = (LSE - LIE) / 6 DESVIOS Y CPK = DISTANCIA DEL PROMEDIO AL
      *LIMITE MAS CERCANO / 3 DESVIOS; SIN DISPERSION LOS INDICES SE
      *TOPEAN EN 99.99 (O -99.99 CON EL PROMEDIO FUERA DE LOS LIMITES)
           CALCULA-CAPACIDAD.
               COMPUTE DISTANCIA-LSE = ESP-LSE(E) - PROMEDIO
               COMPUTE DISTANCIA-LIE = PROMEDIO - ESP-LIE(E)
               IF DISTANCIA-LSE < DISTANCIA-LIE
                   MOVE DISTANCIA-LSE TO DISTANCIA-MIN
               ELSE
                   MOVE DISTANCIA-LIE TO DISTANCIA-MIN
               END-IF
               IF DESVIO = 0
                   MOVE 99.99 TO VALOR-CP
                   IF DISTANCIA-MIN < 0
                       MOVE -99.99 TO VALOR-CPK
                   ELSE
                       MOVE 99.99 TO VALOR-CPK
                   END-IF
               ELSE
                   COMPUTE DIVISOR-DESVIO = 6 * DESVIO
                   COMPUTE VALOR-CP ROUNDED =
                       (ESP-LSE(E) - ESP-LIE(E)) / DIVISOR-DESVIO
                       ON SIZE ERROR
                           MOVE 99.99 TO VALOR-CP
                   END-COMPUTE
                   COMPUTE DIVISOR-DESVIO = 3 * DESVIO
                   COMPUTE VALOR-CPK ROUNDED =
                       DISTANCIA-MIN / DIVISOR-DESVIO
                       ON SIZE ERROR
                           IF DISTANCIA-MIN < 0
                               MOVE -99.99 TO VALOR-CPK
                           ELSE
                               MOVE 99.99 TO VALOR-CPK
                           END-IF
                   END-COMPUTE
               END-IF.

      *RECHAZA EL LOTE CON EL PROMEDIO FUERA DE ESPECIFICACION O
      *DEMASIADAS MUESTRAS FUERA; LO RETIENE SIN ESPECIFICACION, CON
      *ALGUNA MUESTRA FUERA O CON CAPACIDAD INSUFICIENTE; SI NO, LO
      *ACEPTA
           DECIDE-DISPOSICION.
               EVALUATE TRUE
                   WHEN NOT ESPEC-HALLADA
                       MOVE "H" TO DSP-DISPOSICION
                       MOVE "SIN ESPECIFICACION" TO DSP-MOTIVO
                   WHEN DISTANCIA-MIN < 0
                       MOVE "R" TO DSP-DISPOSICION
                       MOVE "PROMEDIO FUERA DE ESPECIF." TO
                           DSP-MOTIVO
                   WHEN FUERA-PCT > FUERA-PCT-MAX
                       MOVE "R" TO DSP-DISPOSICION
                       MOVE "DEMASIADAS MUESTRAS FUERA" TO
                           DSP-MOTIVO
                   WHEN CNT-FUERA > 0
                       MOVE "H" TO DSP-DISPOSICION
                       MOVE "MUESTRAS FUERA DE ESPECIF." TO
                           DSP-MOTIVO
                   WHEN VALOR-CPK < CPK-MINIMO
                       MOVE "H" TO DSP-DISPOSICION
                       MOVE "CAPACIDAD INSUFICIENTE" TO DSP-MOTIVO
                   WHEN OTHER
                       MOVE "A" TO DSP-DISPOSICION
                       MOVE "DENTRO DE ESPECIFICACION" TO DSP-MOTIVO
               END-EVALUATE
               EVALUATE TRUE
                   WHEN DSP-ACEPTADO
                       ADD 1 TO CNT-ACEPTADOS
                       MOVE "ACEPTADO" TO DISPOSICION-TEXTO
                   WHEN DSP-RETENIDO
                       ADD 1 TO CNT-RETENIDOS
                       MOVE "RETENIDO" TO DISPOSICION-TEXTO
                   WHEN OTHER
                       ADD 1 TO CNT-RECHAZADOS
                       MOVE "RECHAZADO" TO DISPOSICION-TEXTO
               END-EVALUATE.

      *AGREGA LA DISPOSICION DEL LOTE A QCDISP.DAT Y SU LINEA AL
      *REPORTE, DEBAJO DE LAS ESTADISTICAS DEL GRUPO
           GRABA-DISPOSICION.
               MOVE FECHA-LOTE TO DSP-FECHA-LOTE
               MOVE GRP-ID(G) TO DSP-GRUPO
               MOVE FECHA-PROCESO TO DSP-FECHA-PROCESO
               MOVE GRP-CNT(G) TO DSP-CANTIDAD
               MOVE PROMEDIO TO DSP-PROMEDIO
               MOVE VALOR-MIN TO DSP-MINIMO
               MOVE VALOR-MAX TO DSP-MAXIMO
               MOVE MEDIANA TO DSP-MEDIANA
               MOVE DESVIO TO DSP-DESVIO
               IF ESPEC-HALLADA
                   SET DSP-CON-ESPEC TO TRUE
                   MOVE ESP-LIE(E) TO DSP-LIE
                   MOVE ESP-LSE(E) TO DSP-LSE
                   MOVE ESP-OBJETIVO(E) TO DSP-OBJETIVO
               ELSE
                   MOVE "N" TO DSP-ESPEC-SW
                   MOVE 0 TO DSP-LIE
                   MOVE 0 TO DSP-LSE
                   MOVE 0 TO DSP-OBJETIVO
               END-IF
               MOVE VALOR-CP TO DSP-CP
               MOVE VALOR-CPK TO DSP-CPK
               MOVE CNT-FUERA TO DSP-FUERA
               WRITE DISPOSICION-REC

               MOVE SPACES TO LINEA-REPORTE
               IF ESPEC-HALLADA
                   MOVE ESP-LIE(E) TO LIE-EDIT
                   MOVE ESP-LSE(E) TO LSE-EDIT
                   MOVE VALOR-CP TO CP-EDIT
                   MOVE VALOR-CPK TO CPK-EDIT
                   MOVE CNT-FUERA TO CNT-EDIT
                   STRING "      ESPEC " LIE-EDIT "-" LSE-EDIT
                       " CP=" CP-EDIT " CPK=" CPK-EDIT
                       " FUERA=" CNT-EDIT " " DISPOSICION-TEXTO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               ELSE
                   STRING "      SIN ESPECIFICACION "
                       DISPOSICION-TEXTO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE.

      *ORDENA LOS VALORES DEL GRUPO G EN FORMA ASCENDENTE
           ORDENA-GRUPO.
               PERFORM GRP-CNT(G) TIMES
