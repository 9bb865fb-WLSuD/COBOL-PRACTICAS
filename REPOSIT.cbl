      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly report repository step. Every report the
      *          shop writes (CLIRPT.OUT and the .RPT files) is
      *          rewritten by its next run, so this step captures each
      *          report produced since the previous night into a dated
      *          copy BASE.AAAAMMDD.RPT and indexes it on REPOIDX.DAT
      *          with the report name, date, producing step and its
      *          page (60-line house page) and line counts. A report
      *          whose line count and first and last lines match its
      *          last capture was not produced again and is not
      *          recaptured; a rerun the same day replaces that day's
      *          copy. Copies older than their retention - the
      *          RETENCION-<BASE> parameter of PARAMS.DAT, else
      *          RETENCION-REPORTES, 30 days by default - are deleted,
      *          marked purged on the index and logged to
      *          ARCHIVADO.LOG the way ARCHIVADOR logs its archives.
      *          REPO-CONS lists, redisplays and reprints the copies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN USING NOMBRE-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT COPIA-FILE ASSIGN USING NOMBRE-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIA-STATUS.

           SELECT INDICE-FILE ASSIGN TO "REPOIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDICE-STATUS.

           SELECT BITACORA-FILE ASSIGN TO "ARCHIVADO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BITACORA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ENTRADA           PIC X(220).

       FD  COPIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-COPIA             PIC X(220).

       FD  INDICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INDICE-REC.
           COPY REPIDX.

       FD  BITACORA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-BITACORA          PIC X(90).

       WORKING-STORAGE SECTION.
           77 ENTRADA-STATUS    PIC X(2) VALUE "00".
               88 ENTRADA-NEW-FILE  VALUE "35".
           77 ENTRADA-EOF-SW    PIC X VALUE "N".
               88 ENTRADA-EOF       VALUE "Y".
           77 COPIA-STATUS      PIC X(2) VALUE "00".
           77 INDICE-STATUS     PIC X(2) VALUE "00".
               88 INDICE-NEW-FILE   VALUE "35".
           77 INDICE-EOF-SW     PIC X VALUE "N".
               88 INDICE-EOF        VALUE "Y".
           77 BITACORA-STATUS   PIC X(2) VALUE "00".
               88 BITACORA-NEW-FILE VALUE "35".

           77 NOMBRE-ENTRADA    PIC X(14).
           77 NOMBRE-COPIA      PIC X(24).
           77 NOMBRE-BASE       PIC X(10).

      *REPORTES DEL SISTEMA Y EL PASO QUE PRODUCE CADA UNO
           01 TABLA-REPORTES.
               05 FILLER PIC X(27) VALUE "ACTBAJA.RPT   DEPRECIA-MES ".
               05 FILLER PIC X(27) VALUE "ACTCONT.RPT   ACTIVO-CONT  ".
               05 FILLER PIC X(27) VALUE "ACTHOJA.RPT   ACTIVO-HOJA  ".
               05 FILLER PIC X(27) VALUE "AGENREM.RPT   COBRAGEN-REM ".
               05 FILLER PIC X(27) VALUE "ARCHCAT.RPT   ARCHCAT-RPT  ".
               05 FILLER PIC X(27) VALUE "ARCONSUL.RPT  ARCONSUL     ".
               05 FILLER PIC X(27) VALUE "BANCODEV.RPT  BANCODEV     ".
               05 FILLER PIC X(27) VALUE "BANCOPAG.RPT  BANCOPAG     ".
               05 FILLER PIC X(27) VALUE "BISIESTO.RPT  BISIESTO     ".
               05 FILLER PIC X(27) VALUE "CALCCIER.RPT  CALCU-CIERRE ".
               05 FILLER PIC X(27) VALUE "CALCUZ.RPT    CALCU-ZRPT   ".
               05 FILLER PIC X(27) VALUE "CALENDAR.RPT  CALENDARIO   ".
               05 FILLER PIC X(27) VALUE "CAMPANA.RPT   CAMPANA-RPT  ".
               05 FILLER PIC X(27) VALUE "CASTIGO.RPT   CASTIGO      ".
               05 FILLER PIC X(27) VALUE "CIERANIO.RPT  CIERRE-ANIO  ".
               05 FILLER PIC X(27) VALUE "CLIAGE.RPT    CLIENTE-AGE  ".
               05 FILLER PIC X(27) VALUE "CLIBAL.RPT    CLIBAL-RPT   ".
               05 FILLER PIC X(27) VALUE "CLICARGA.RPT  CLIENTE-CARGA".
               05 FILLER PIC X(27) VALUE "CLICONC.RPT   CLIENTE-CONC ".
               05 FILLER PIC X(27) VALUE "CLIDUP.RPT    CLIENTE-DUP  ".
               05 FILLER PIC X(27) VALUE "CLIHIST.RPT   CLIENTE-HIST ".
               05 FILLER PIC X(27) VALUE "CLIMASIV.RPT  CLIMASIV     ".
               05 FILLER PIC X(27) VALUE "CLIMERGE.RPT  CLIENTE-MERGE".
               05 FILLER PIC X(27) VALUE "CLIMIGRA.RPT  CLIMIGRA     ".
               05 FILLER PIC X(27) VALUE "CLIPROG.RPT   CLIPROG      ".
               05 FILLER PIC X(27) VALUE "CLIPURGA.RPT  CLIENTE-PURGA".
               05 FILLER PIC X(27) VALUE "CLIREV.RPT    CLIREV-RPT   ".
               05 FILLER PIC X(27) VALUE "CLIRPT.OUT    CLIENTE-RPT  ".
               05 FILLER PIC X(27) VALUE "CLISEQ.RPT    CLISEQ-RPT   ".
               05 FILLER PIC X(27) VALUE "CLITREND.RPT  CLITREND     ".
               05 FILLER PIC X(27) VALUE "COBRACK.RPT   COBRACK      ".
               05 FILLER PIC X(27) VALUE "COBRAGRT.RPT  COBRAGEN-RET ".
               05 FILLER PIC X(27) VALUE "COBRCONV.RPT  COBRCONV-RPT ".
               05 FILLER PIC X(27) VALUE "COBRET.RPT    COBRANZA-RET ".
               05 FILLER PIC X(27) VALUE "COBRPERF.RPT  COBRPERF     ".
               05 FILLER PIC X(27) VALUE "COBRPROM.RPT  COBRPROM-RPT ".
               05 FILLER PIC X(27) VALUE "COBRTRAZ.RPT  COBRTRAZ     ".
               05 FILLER PIC X(27) VALUE "CODCONC.RPT   CODCONC      ".
               05 FILLER PIC X(27) VALUE "CODRET.RPT    CODIGOS-RET  ".
               05 FILLER PIC X(27) VALUE "COMPARA.RPT   COMPARA      ".
               05 FILLER PIC X(27) VALUE "CORDEV-MES.RPTCOBRDEV-RPT  ".
               05 FILLER PIC X(27) VALUE "CORDEV.RPT    COBRDEV      ".
               05 FILLER PIC X(27) VALUE "CTUPD.RPT     CLIENTE-CTUPD".
               05 FILLER PIC X(27) VALUE "DANIOS.RPT    VERIFICA     ".
               05 FILLER PIC X(27) VALUE "DEPRECIA.RPT  DEPRECIA     ".
               05 FILLER PIC X(27) VALUE "DEPRELOT.RPT  DEPRECIA-LOTE".
               05 FILLER PIC X(27) VALUE "DEPREMES.RPT  DEPRECIA-MES ".
               05 FILLER PIC X(27) VALUE "DESPACHO.RPT  DESPACHO     ".
               05 FILLER PIC X(27) VALUE "DISPUTAS.RPT  DISP-RPT     ".
               05 FILLER PIC X(27) VALUE "ERRSUM.RPT    ERRORES-RPT  ".
               05 FILLER PIC X(27) VALUE "ESTAD.RPT     ESTAD-LOTE   ".
               05 FILLER PIC X(27) VALUE "ESTADCTL.RPT  ESTAD-CTL    ".
               05 FILLER PIC X(27) VALUE "ESTADEXC.RPT  ESTAD-LOTE   ".
               05 FILLER PIC X(27) VALUE "ESTCTA.RPT    CLIENTE-ECTA ".
               05 FILLER PIC X(27) VALUE "FEEREG.RPT    CLIENTE-FEE  ".
               05 FILLER PIC X(27) VALUE "FEEWAIV.RPT   FEEWAIV-RPT  ".
               05 FILLER PIC X(27) VALUE "GLBALAN.RPT   GLBALANZA    ".
               05 FILLER PIC X(27) VALUE "GRANVAR.RPT   GRANREB      ".
               05 FILLER PIC X(27) VALUE "INTERES.RPT   CLIENTE-INT  ".
               05 FILLER PIC X(27) VALUE "LOTECONC.RPT  LOTECONC     ".
               05 FILLER PIC X(27) VALUE "LOTEGATE.RPT  LOTEGATE     ".
               05 FILLER PIC X(27) VALUE "NOMDIR.RPT    FUNCIONES    ".
               05 FILLER PIC X(27) VALUE "NOMDIRCHG.RPT FUNCIONES    ".
               05 FILLER PIC X(27) VALUE "OPERCONS.RPT  OPERCONS     ".
               05 FILLER PIC X(27) VALUE "PRESUPC.RPT   PRESUP-CARGA ".
               05 FILLER PIC X(27) VALUE "PRESUPR.RPT   PRESUP-RPT   ".
               05 FILLER PIC X(27) VALUE "QCCERT.RPT    QC-CERT      ".
               05 FILLER PIC X(27) VALUE "RECERT.RPT    RECERT       ".
               05 FILLER PIC X(27) VALUE "RECERTC.RPT   RECERT       ".
               05 FILLER PIC X(27) VALUE "REEMBOLSO.RPT REEMBOLSO    ".
               05 FILLER PIC X(27) VALUE "REFAUD.RPT    REFAUD-RPT   ".
               05 FILLER PIC X(27) VALUE "REGMRG.RPT    REGMERGE     ".
               05 FILLER PIC X(27) VALUE "RESUMEN.RPT   RESUMEN-DIA  ".
               05 FILLER PIC X(27) VALUE "RUNLOG.RPT    RUNLOG-RPT   ".
               05 FILLER PIC X(27) VALUE "SEGM.RPT      SEGM-RPT     ".
               05 FILLER PIC X(27) VALUE "SEGUIM.RPT    SEGUIM-RPT   ".
               05 FILLER PIC X(27) VALUE "SEGURIDAD.RPT SEGURID-RPT  ".
               05 FILLER PIC X(27) VALUE "SEPFUN.RPT    SEPFUN-RPT   ".
               05 FILLER PIC X(27) VALUE "SKIPRET.RPT   COBRTRAZ-RET ".
               05 FILLER PIC X(27) VALUE "SUCTRASL.RPT  SUCTRASL     ".
               05 FILLER PIC X(27) VALUE "SUSPENSO.RPT  SUSP-RPT     ".
               05 FILLER PIC X(27) VALUE "TRXREG.RPT    TRXREG       ".
               05 FILLER PIC X(27) VALUE "VINC.RPT      VINC-RPT     ".
               05 FILLER PIC X(27) VALUE "VOLUMEN.RPT   VOLUMEN      ".
           01 TABLA-REPORTES-R REDEFINES TABLA-REPORTES.
               05 REPORTES OCCURS 84 TIMES.
                   10 REP-NOMBRE        PIC X(14).
                   10 REP-PASO          PIC X(13).
           77 R                 PIC 9(2) VALUE 0.

      *ULTIMA CAPTURA Y RETENCION EN DIAS DE CADA REPORTE
           01 TABLA-ULTIMAS.
               05 ULTIMAS OCCURS 84 TIMES.
                   10 ULT-CAPTURA-SW    PIC X.
                       88 ULT-CON-CAPTURA   VALUE "Y".
                   10 ULT-LINEAS        PIC 9(6).
                   10 ULT-PRIMERO       PIC X(40).
                   10 ULT-ULTIMO        PIC X(40).
                   10 ULT-RETENCION     PIC 9(4).

      *COPIAS VIGENTES EN EL REPOSITORIO SEGUN EL INDICE
           01 TABLA-COPIAS.
               05 COPIAS OCCURS 3000 TIMES.
                   10 CPA-NOMBRE        PIC X(24).
                   10 CPA-FECHA         PIC 9(8).
                   10 CPA-REPORTE       PIC 9(2).
                   10 CPA-LINEAS        PIC 9(6).
           77 CPA-CNT           PIC 9(4) VALUE 0.
           77 C                 PIC 9(4) VALUE 0.
           77 CPA-HALLADA-SW    PIC X VALUE "N".
               88 CPA-HALLADA       VALUE "Y".
           77 CNT-DESBORDE      PIC 9(4) VALUE 0.

      *MEDIDA DEL REPORTE EN CURSO
           77 AUSENTE-SW        PIC X VALUE "N".
               88 REPORTE-AUSENTE   VALUE "Y".
           77 CNT-LINEAS        PIC 9(6) VALUE 0.
           77 CNT-PAGINAS       PIC 9(4) VALUE 0.
           77 PRIMERA-LINEA     PIC X(40).
           77 ULTIMA-LINEA      PIC X(40).
           77 LINEAS-POR-PAGINA PIC 9(2) VALUE 60.

           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 RETENCION-GENERAL PIC 9(4) VALUE 30.

      *ANTIGUEDAD DE UNA COPIA (DATEDIF)
           01 FECHA-COPIA-BUF   PIC 9(8).
           01 FECHA-COPIA-DET REDEFINES FECHA-COPIA-BUF.
               05 COPIA-ANIO        PIC 9(4).
               05 COPIA-MES         PIC 9(2).
               05 COPIA-DIA         PIC 9(2).
           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROCESO-DET REDEFINES FECHA-PROCESO.
               05 PROCESO-ANIO      PIC 9(4).
               05 PROCESO-MES       PIC 9(2).
               05 PROCESO-DIA       PIC 9(2).
           77 DIAS-ANTIGUEDAD   PIC S9(7) VALUE 0.
           77 HORA-PROCESO      PIC 9(8).

           77 CNT-CAPTURADOS    PIC 9(3) VALUE 0.
           77 CNT-SIN-CAMBIO    PIC 9(3) VALUE 0.
           77 CNT-PURGADOS      PIC 9(4) VALUE 0.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 CNT-EDIT-2        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            ACCEPT HORA-PROCESO FROM TIME
            INITIALIZE TABLA-ULTIMAS
            MOVE 0 TO CPA-CNT
            MOVE 0 TO CNT-DESBORDE
            MOVE 0 TO CNT-CAPTURADOS
            MOVE 0 TO CNT-SIN-CAMBIO
            MOVE 0 TO CNT-PURGADOS
            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-INDICE

            OPEN EXTEND INDICE-FILE
            IF INDICE-NEW-FILE
                OPEN OUTPUT INDICE-FILE
                CLOSE INDICE-FILE
                OPEN EXTEND INDICE-FILE
            END-IF

            PERFORM VARYING R FROM 1 BY 1 UNTIL R > 84
                PERFORM CAPTURA-REPORTE
            END-PERFORM

            PERFORM VARYING C FROM CPA-CNT BY -1 UNTIL C < 1
                PERFORM EVALUA-VENCIMIENTO
            END-PERFORM
            CLOSE INDICE-FILE

            IF CNT-DESBORDE > 0
                DISPLAY "REPOSIT: " CNT-DESBORDE " COPIAS FUERA DE "
                    "LA TABLA NO SE CONSIDERARON PARA PURGA"
            END-IF
            DISPLAY "REPOSIT: " CNT-CAPTURADOS " REPORTES CAPTURADOS, "
                CNT-SIN-CAMBIO " SIN CAMBIO, " CNT-PURGADOS
                " COPIAS VENCIDAS PURGADAS"

            GOBACK.

      *RETENCION GENERAL Y DE CADA REPORTE DESDE LA TABLA CENTRAL DE
      *PARAMETROS: RETENCION-<BASE> O, SIN ELLA, RETENCION-REPORTES
           CARGA-PARAMETROS.
               MOVE "RETENCION-REPORTES" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE RETENCION-GENERAL =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               IF RETENCION-GENERAL < 1
                   MOVE 1 TO RETENCION-GENERAL
               END-IF
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > 84
                   PERFORM ARMA-BASE
                   MOVE SPACES TO PARM-CLAVE-BUSCADA
                   STRING "RETENCION-" NOMBRE-BASE
                       DELIMITED BY SPACE INTO PARM-CLAVE-BUSCADA
                   CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                       PARM-VALOR-LEIDO PARM-HALLADO-SW
                   IF PARM-HALLADO
                       COMPUTE ULT-RETENCION(R) =
                           FUNCTION NUMVAL(PARM-VALOR-LEIDO)
                       IF ULT-RETENCION(R) < 1
                           MOVE 1 TO ULT-RETENCION(R)
                       END-IF
                   ELSE
                       MOVE RETENCION-GENERAL TO ULT-RETENCION(R)
                   END-IF
               END-PERFORM.

      *NOMBRE DEL REPORTE R SIN SU EXTENSION
           ARMA-BASE.
               MOVE SPACES TO NOMBRE-BASE
               STRING REP-NOMBRE(R) DELIMITED BY "."
                   INTO NOMBRE-BASE.

      *RECORRE EL INDICE: ULTIMA CAPTURA DE CADA REPORTE Y COPIAS
      *AUN VIGENTES (UNA MARCA DE PURGA LAS SACA DE LA TABLA)
           CARGA-INDICE.
               MOVE "N" TO INDICE-EOF-SW
               OPEN INPUT INDICE-FILE
               IF INDICE-NEW-FILE
                   CLOSE INDICE-FILE
               ELSE
                   PERFORM UNTIL INDICE-EOF
                       READ INDICE-FILE
                           AT END
                               SET INDICE-EOF TO TRUE
                           NOT AT END
                               PERFORM ANOTA-INDICE
                       END-READ
                   END-PERFORM
                   CLOSE INDICE-FILE
               END-IF.

      *ANOTA EL REGISTRO DE INDICE LEIDO
           ANOTA-INDICE.
               MOVE 0 TO R
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > 84
                   IF REP-NOMBRE(C) = RPX-REPORTE
                       MOVE C TO R
                   END-IF
               END-PERFORM
               PERFORM UBICA-COPIA
               EVALUATE TRUE
                   WHEN RPX-PURGA
                       IF CPA-HALLADA
                           PERFORM QUITA-COPIA
                       END-IF
                   WHEN R = 0
                       CONTINUE
                   WHEN OTHER
                       SET ULT-CON-CAPTURA(R) TO TRUE
                       MOVE RPX-LINEAS TO ULT-LINEAS(R)
                       MOVE RPX-PRIMERO TO ULT-PRIMERO(R)
                       MOVE RPX-ULTIMO TO ULT-ULTIMO(R)
                       MOVE RPX-FECHA TO FECHA-COPIA-BUF
                       MOVE RPX-LINEAS TO CNT-LINEAS
                       PERFORM GUARDA-COPIA
               END-EVALUATE.

      *DEJA EN C LA COPIA RPX-COPIA SI FIGURA EN LA TABLA
           UBICA-COPIA.
               MOVE "N" TO CPA-HALLADA-SW
               MOVE 0 TO C
               PERFORM UNTIL CPA-HALLADA OR C >= CPA-CNT
                   ADD 1 TO C
                   IF CPA-NOMBRE(C) = RPX-COPIA
                       SET CPA-HALLADA TO TRUE
                   END-IF
               END-PERFORM.

      *GUARDA LA COPIA RPX-COPIA DEL REPORTE R: UNA RECAPTURA DEL
      *MISMO DIA REEMPLAZA LA ENTRADA EXISTENTE
           GUARDA-COPIA.
               IF NOT CPA-HALLADA
                   IF CPA-CNT < 3000
                       ADD 1 TO CPA-CNT
                       MOVE CPA-CNT TO C
                       SET CPA-HALLADA TO TRUE
                   ELSE
                       ADD 1 TO CNT-DESBORDE
                   END-IF
               END-IF
               IF CPA-HALLADA
                   MOVE RPX-COPIA TO CPA-NOMBRE(C)
                   MOVE FECHA-COPIA-BUF TO CPA-FECHA(C)
                   MOVE R TO CPA-REPORTE(C)
                   MOVE CNT-LINEAS TO CPA-LINEAS(C)
               END-IF.

      *SACA LA COPIA C DE LA TABLA, CUBRIENDO SU LUGAR CON LA ULTIMA
           QUITA-COPIA.
               IF C < CPA-CNT
                   MOVE COPIAS(CPA-CNT) TO COPIAS(C)
               END-IF
               SUBTRACT 1 FROM CPA-CNT.

      *MIDE EL REPORTE R Y, SI SE PRODUJO DE NUEVO DESDE SU ULTIMA
      *CAPTURA, LO COPIA AL REPOSITORIO Y LO INDEXA
           CAPTURA-REPORTE.
               MOVE REP-NOMBRE(R) TO NOMBRE-ENTRADA
               PERFORM MIDE-REPORTE
               EVALUATE TRUE
                   WHEN REPORTE-AUSENTE
                       CONTINUE
                   WHEN ULT-CON-CAPTURA(R) AND
                       CNT-LINEAS = ULT-LINEAS(R) AND
                       PRIMERA-LINEA = ULT-PRIMERO(R) AND
                       ULTIMA-LINEA = ULT-ULTIMO(R)
                       ADD 1 TO CNT-SIN-CAMBIO
                   WHEN OTHER
                       PERFORM COPIA-REPORTE
               END-EVALUATE.

      *PRIMERA PASADA: CUENTA LAS LINEAS Y GUARDA EL PRINCIPIO DE LA
      *PRIMERA Y DE LA ULTIMA
           MIDE-REPORTE.
               MOVE "N" TO AUSENTE-SW
               MOVE "N" TO ENTRADA-EOF-SW
               MOVE 0 TO CNT-LINEAS
               MOVE SPACES TO PRIMERA-LINEA
               MOVE SPACES TO ULTIMA-LINEA
               OPEN INPUT ENTRADA-FILE
               IF ENTRADA-NEW-FILE
                   SET REPORTE-AUSENTE TO TRUE
                   CLOSE ENTRADA-FILE
               ELSE
                   PERFORM UNTIL ENTRADA-EOF
                       READ ENTRADA-FILE
                           AT END
                               SET ENTRADA-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CNT-LINEAS
                               IF CNT-LINEAS = 1
                                   MOVE LINEA-ENTRADA TO PRIMERA-LINEA
                               END-IF
                               MOVE LINEA-ENTRADA TO ULTIMA-LINEA
                       END-READ
                   END-PERFORM
                   CLOSE ENTRADA-FILE
               END-IF.

      *SEGUNDA PASADA: COPIA EL REPORTE R A BASE.AAAAMMDD.RPT Y
      *AGREGA SU CAPTURA AL INDICE
           COPIA-REPORTE.
               PERFORM ARMA-BASE
               MOVE SPACES TO NOMBRE-COPIA
               STRING NOMBRE-BASE DELIMITED BY SPACE
                   "." FECHA-PROCESO ".RPT" DELIMITED BY SIZE
                   INTO NOMBRE-COPIA

               MOVE "N" TO ENTRADA-EOF-SW
               OPEN INPUT ENTRADA-FILE
               OPEN OUTPUT COPIA-FILE
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
               CLOSE COPIA-FILE

      *PAGINAS DE LA NORMA DE IMPRESION DE LA CASA
               COMPUTE CNT-PAGINAS = (CNT-LINEAS + LINEAS-POR-PAGINA
                   - 1) / LINEAS-POR-PAGINA

               MOVE FECHA-PROCESO TO RPX-FECHA
               MOVE HORA-PROCESO TO RPX-HORA
               SET RPX-CAPTURA TO TRUE
               MOVE REP-NOMBRE(R) TO RPX-REPORTE
               MOVE REP-PASO(R) TO RPX-PASO
               MOVE NOMBRE-COPIA TO RPX-COPIA
               MOVE CNT-PAGINAS TO RPX-PAGINAS
               MOVE CNT-LINEAS TO RPX-LINEAS
               MOVE PRIMERA-LINEA TO RPX-PRIMERO
               MOVE ULTIMA-LINEA TO RPX-ULTIMO
               WRITE INDICE-REC
               ADD 1 TO CNT-CAPTURADOS

               PERFORM UBICA-COPIA
               MOVE FECHA-PROCESO TO FECHA-COPIA-BUF
               PERFORM GUARDA-COPIA.

      *PURGA LA COPIA C SI SUPERO LA RETENCION DE SU REPORTE
           EVALUA-VENCIMIENTO.
               MOVE CPA-FECHA(C) TO FECHA-COPIA-BUF
               CALL "DATEDIF" USING COPIA-DIA COPIA-MES COPIA-ANIO
                   PROCESO-DIA PROCESO-MES PROCESO-ANIO
                   DIAS-ANTIGUEDAD
               MOVE CPA-REPORTE(C) TO R
               IF DIAS-ANTIGUEDAD > ULT-RETENCION(R)
                   PERFORM PURGA-COPIA
               END-IF.

      *ELIMINA LA COPIA C, LA MARCA PURGADA EN EL INDICE Y DEJA LA
      *CONSTANCIA EN ARCHIVADO.LOG
           PURGA-COPIA.
               MOVE CPA-NOMBRE(C) TO NOMBRE-COPIA
               DELETE FILE COPIA-FILE
               ADD 1 TO CNT-PURGADOS

               MOVE FECHA-PROCESO TO RPX-FECHA
               MOVE HORA-PROCESO TO RPX-HORA
               SET RPX-PURGA TO TRUE
               MOVE REP-NOMBRE(R) TO RPX-REPORTE
               MOVE REP-PASO(R) TO RPX-PASO
               MOVE CPA-NOMBRE(C) TO RPX-COPIA
               MOVE 0 TO RPX-PAGINAS
               MOVE CPA-LINEAS(C) TO RPX-LINEAS
               MOVE SPACES TO RPX-PRIMERO
               MOVE SPACES TO RPX-ULTIMO
               WRITE INDICE-REC

               PERFORM ARMA-BASE
               MOVE CPA-LINEAS(C) TO CNT-EDIT
               MOVE 0 TO CNT-EDIT-2
               OPEN EXTEND BITACORA-FILE
               IF BITACORA-NEW-FILE
                   OPEN OUTPUT BITACORA-FILE
                   CLOSE BITACORA-FILE
                   OPEN EXTEND BITACORA-FILE
               END-IF
               MOVE SPACES TO LINEA-BITACORA
               STRING FECHA-PROCESO " " HORA-PROCESO " "
                   NOMBRE-BASE "   CORTE " CPA-FECHA(C)
                   " MOVIDOS " CNT-EDIT " RETENIDOS " CNT-EDIT-2
                   " PURGADO"
                   DELIMITED BY SIZE INTO LINEA-BITACORA
               WRITE LINEA-BITACORA
               CLOSE BITACORA-FILE
               PERFORM QUITA-COPIA.

       END PROGRAM REPOSIT.
