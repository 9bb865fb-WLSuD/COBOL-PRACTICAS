      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly budget versus actual by transaction code.
      *          For the requested month (AAAAMM) takes the budget
      *          loaded on PRESUP.DAT by PRESUP-CARGA and the actual
      *          TRXMTO.DAT amounts per code as GLEXTRAC netted and
      *          released them each day (sources TRX- plus the code
      *          on GLHIST.DAT, the last release of a day standing),
      *          and prints per code the budget, actual, variance and
      *          variance percentage for the month and year-to-date.
      *          A code whose variance percentage, for the month or
      *          the year-to-date, is beyond the PRESUP-UMBRAL-PCT
      *          value of PARAMS.DAT (10 percent by default) is
      *          flagged; actual activity on codes with no budget
      *          for the year is listed in a separate section.
      *          Written to PRESUPR.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUP-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUP-FILE ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESUP-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

           SELECT CODIGOS-FILE ASSIGN TO "CODIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REGCOD-CODIGO
               FILE STATUS IS CODIGOS-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "PRESUPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRESUP-REC.
           COPY PRESUP.

       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORIA-REC.
           COPY GLHIS.

       FD  CODIGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODIGOS-REC.
           COPY REGCOD.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(150).

       WORKING-STORAGE SECTION.
           77 PRESUP-STATUS     PIC X(2) VALUE "00".
               88 PRESUP-NEW-FILE   VALUE "35".
           77 PRESUP-EOF-SW     PIC X VALUE "N".
               88 PRESUP-EOF        VALUE "Y".
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".
           77 HISTORIA-EOF-SW   PIC X VALUE "N".
               88 HISTORIA-EOF      VALUE "Y".
           77 CODIGOS-STATUS    PIC X(2) VALUE "00".
               88 CODIGOS-NEW-FILE  VALUE "35".
           77 CODIGOS-EOF-SW    PIC X VALUE "N".
               88 CODIGOS-EOF       VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).
           77 ANIOMES-PEDIDO    PIC 9(6).
           77 ANIO-AUX          PIC 9(4) VALUE 0.
           77 MES-AUX           PIC 9(2) VALUE 0.
           77 MES-LEIDO         PIC 9(2) VALUE 0.
           77 DIA-LEIDO         PIC 9(2) VALUE 0.

      *UMBRAL DE VARIACION EN PORCIENTO, DE LA TABLA CENTRAL
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 UMBRAL-PCT        PIC 9(3)V9 VALUE 10.

      *CODIGOS DEL REPORTE: PRESUPUESTO DEL MES Y ACUMULADO Y EL NETO
      *LIBERADO POR DIA DEL ANIO (31 POSICIONES POR MES) - UNA
      *LIBERACION REPETIDA DEL MISMO DIA REEMPLAZA A LA ANTERIOR
           01 TABLA-CODIGOS.
               05 CODIGOS-T OCCURS 60 TIMES.
                   10 COD-CODIGO        PIC X(2).
                   10 COD-DESCRIP       PIC X(30).
                   10 COD-PRES-SW       PIC X.
                       88 COD-CON-PRESUPUESTO VALUE "Y".
                   10 COD-PRES-MES      PIC S9(11).
                   10 COD-PRES-ACUM     PIC S9(11).
                   10 COD-REAL-MES      PIC S9(11)V99.
                   10 COD-REAL-ACUM     PIC S9(11)V99.
                   10 COD-DIAS OCCURS 372 TIMES.
                       15 COD-DIA-NETO  PIC S9(11)V99.
           77 COD-CNT           PIC 9(2) VALUE 0.
           77 CX                PIC 9(2) VALUE 0.
           77 DX                PIC 9(3) VALUE 0.
           77 DIA-DESDE         PIC 9(3) VALUE 0.
           77 DIA-HASTA         PIC 9(3) VALUE 0.
           77 CODIGO-BUSCADO    PIC X(2).
           77 COD-HALLADO-SW    PIC X VALUE "N".
               88 COD-HALLADO       VALUE "Y".

      *CALCULO DE LA VARIACION Y SU PORCENTAJE
           77 PRES-CALC         PIC S9(11)V99 VALUE 0.
           77 REAL-CALC         PIC S9(11)V99 VALUE 0.
           77 VAR-CALC          PIC S9(11)V99 VALUE 0.
           77 PRES-ABS          PIC 9(11)V99 VALUE 0.
           77 PCT-CALC          PIC S9(5)V9 VALUE 0.
           77 PCT-TEXTO         PIC X(9).
           77 EXCEDE-SW         PIC X VALUE "N".
               88 EXCEDE-UMBRAL     VALUE "Y".
           77 EXCEDE-MES-SW     PIC X VALUE "N".
               88 EXCEDE-MES        VALUE "Y".
           77 EXCEDE-ACUM-SW    PIC X VALUE "N".
               88 EXCEDE-ACUM       VALUE "Y".
           77 ALERTA-TEXTO      PIC X(16).

      *TOTALES DEL REPORTE
           77 TOT-PRES-MES      PIC S9(13)V99 VALUE 0.
           77 TOT-REAL-MES      PIC S9(13)V99 VALUE 0.
           77 TOT-PRES-ACUM     PIC S9(13)V99 VALUE 0.
           77 TOT-REAL-ACUM     PIC S9(13)V99 VALUE 0.
           77 CNT-PRESUPUESTADOS PIC 9(3) VALUE 0.
           77 CNT-ALERTAS       PIC 9(3) VALUE 0.
           77 CNT-SIN-PRES      PIC 9(3) VALUE 0.

           77 PRES-MES-EDIT     PIC ---,---,--9.
           77 REAL-MES-EDIT     PIC ---,---,--9.99.
           77 VAR-MES-EDIT      PIC ---,---,--9.99.
           77 PCT-MES-TEXTO     PIC X(9).
           77 PRES-ACUM-EDIT    PIC ---,---,--9.
           77 REAL-ACUM-EDIT    PIC ---,---,--9.99.
           77 VAR-ACUM-EDIT     PIC ---,---,--9.99.
           77 PCT-ACUM-TEXTO    PIC X(9).
           77 PCT-EDIT          PIC -----9.9.
           77 UMBRAL-EDIT       PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            DISPLAY "INGRESE EL MES DEL REPORTE (AAAAMM, "
                "0 = MES ACTUAL): "
            ACCEPT ANIOMES-PEDIDO
            IF ANIOMES-PEDIDO = 0
                MOVE FECHA-PROCESO(1:6) TO ANIOMES-PEDIDO
            END-IF
            DIVIDE ANIOMES-PEDIDO BY 100 GIVING ANIO-AUX
                REMAINDER MES-AUX
            IF MES-AUX < 1 OR MES-AUX > 12
                DISPLAY "MES INVALIDO: " ANIOMES-PEDIDO
                STOP RUN
            END-IF

            INITIALIZE TABLA-CODIGOS
            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-CODIGOS
            PERFORM CARGA-PRESUPUESTO
            PERFORM CARGA-REAL
            PERFORM SUMA-REAL

            OPEN OUTPUT REPORTE-FILE
            PERFORM IMPRIME-ENCABEZADO
            PERFORM IMPRIME-PRESUPUESTADOS
            PERFORM IMPRIME-SIN-PRESUPUESTO
            CLOSE REPORTE-FILE

            DISPLAY "PRESUPUESTO CONTRA REAL " ANIOMES-PEDIDO ": "
                CNT-PRESUPUESTADOS " CODIGOS, " CNT-ALERTAS
                " FUERA DE UMBRAL, " CNT-SIN-PRES
                " SIN PRESUPUESTO, VER PRESUPR.RPT"

            STOP RUN.

      *LEE EL UMBRAL DE VARIACION DE LA TABLA CENTRAL DE PARAMETROS,
      *CONSERVANDO EL 10 POR CIENTO POR DEFECTO
           CARGA-PARAMETROS.
               MOVE "PRESUP-UMBRAL-PCT" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE UMBRAL-PCT =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *CARGA LOS CODIGOS DEL CATALOGO CON SU DESCRIPCION, EN ORDEN
      *DE CODIGO - SIN CATALOGO LOS CODIGOS SALEN SIN DESCRIBIR
           CARGA-CODIGOS.
               OPEN INPUT CODIGOS-FILE
               IF CODIGOS-NEW-FILE
                   DISPLAY "SIN CODIGOS.DAT, CODIGOS SIN DESCRIBIR"
                   CLOSE CODIGOS-FILE
               ELSE
                   PERFORM UNTIL CODIGOS-EOF OR COD-CNT = 60
                       READ CODIGOS-FILE NEXT RECORD
                           AT END
                               SET CODIGOS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO COD-CNT
                               MOVE REGCOD-CODIGO TO
                                   COD-CODIGO(COD-CNT)
                               MOVE REGCOD-DESCRIPCION TO
                                   COD-DESCRIP(COD-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE CODIGOS-FILE
               END-IF.

      *SUMA EL PRESUPUESTO DEL ANIO HASTA EL MES PEDIDO: EL MES VA
      *AL PRESUPUESTO DEL MES, TODOS AL ACUMULADO
           CARGA-PRESUPUESTO.
               OPEN INPUT PRESUP-FILE
               IF PRESUP-NEW-FILE
                   DISPLAY "NO EXISTE PRESUP.DAT, NO HAY PRESUPUESTO "
                       "CARGADO"
                   CLOSE PRESUP-FILE
               ELSE
                   PERFORM UNTIL PRESUP-EOF
                       READ PRESUP-FILE
                           AT END
                               SET PRESUP-EOF TO TRUE
                           NOT AT END
                               IF PRE-ANIO = ANIO-AUX AND
                                   PRE-MES NOT > MES-AUX
                                   MOVE PRE-CODIGO TO CODIGO-BUSCADO
                                   PERFORM UBICA-CODIGO
                                   IF COD-HALLADO
                                       PERFORM ACUMULA-PRESUPUESTO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESUP-FILE
               END-IF.

      *SUMA LA LINEA DE PRESUPUESTO AL CODIGO UBICADO
           ACUMULA-PRESUPUESTO.
               SET COD-CON-PRESUPUESTO(CX) TO TRUE
               ADD PRE-MONTO TO COD-PRES-ACUM(CX)
               IF PRE-MES = MES-AUX
                   ADD PRE-MONTO TO COD-PRES-MES(CX)
               END-IF.

      *TOMA DE GLHIST.DAT LO LIBERADO EN EL ANIO HASTA EL MES PEDIDO
      *POR LAS FUENTES TRX-, UNA POSICION POR DIA DEL ANIO
           CARGA-REAL.
               OPEN INPUT HISTORIA-FILE
               IF HISTORIA-NEW-FILE
                   DISPLAY "NO EXISTE GLHIST.DAT, NADA LIBERADO AL "
                       "DIARIO"
                   CLOSE HISTORIA-FILE
               ELSE
                   PERFORM UNTIL HISTORIA-EOF
                       READ HISTORIA-FILE
                           AT END
                               SET HISTORIA-EOF TO TRUE
                           NOT AT END
                               IF GLH-ORIGEN(1:4) = "TRX-" AND
                                   GLH-FECHA(1:4) = ANIO-AUX AND
                                   GLH-FECHA(5:2) NOT > MES-AUX
                                   PERFORM UBICA-LIBERACION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIA-FILE
               END-IF.

      *ASIENTA EL NETO LIBERADO EN EL DIA Y CODIGO QUE CORRESPONDE
           UBICA-LIBERACION.
               MOVE GLH-FECHA(5:2) TO MES-LEIDO
               MOVE GLH-FECHA(7:2) TO DIA-LEIDO
               IF MES-LEIDO > 0 AND DIA-LEIDO > 0 AND DIA-LEIDO < 32
                   MOVE GLH-ORIGEN(5:2) TO CODIGO-BUSCADO
                   PERFORM UBICA-CODIGO
                   IF COD-HALLADO
                       COMPUTE DX = (MES-LEIDO - 1) * 31 + DIA-LEIDO
                       MOVE GLH-NETO TO COD-DIA-NETO(CX DX)
                   END-IF
               END-IF.

      *BUSCA EL CODIGO EN LA TABLA Y LO AGREGA SI NO ESTA (UN CODIGO
      *QUE YA NO FIGURA EN EL CATALOGO SE INFORMA IGUAL)
           UBICA-CODIGO.
               MOVE "N" TO COD-HALLADO-SW
               MOVE 0 TO CX
               PERFORM UNTIL COD-HALLADO OR CX >= COD-CNT
                   ADD 1 TO CX
                   IF COD-CODIGO(CX) = CODIGO-BUSCADO
                       SET COD-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT COD-HALLADO
                   IF COD-CNT < 60
                       ADD 1 TO COD-CNT
                       MOVE COD-CNT TO CX
                       MOVE CODIGO-BUSCADO TO COD-CODIGO(CX)
                       MOVE "NO ESTA EN CODIGOS.DAT" TO
                           COD-DESCRIP(CX)
                       SET COD-HALLADO TO TRUE
                   ELSE
                       DISPLAY "MAS DE 60 CODIGOS, EL CODIGO "
                           CODIGO-BUSCADO " QUEDA AFUERA"
                   END-IF
               END-IF.

      *TOTALIZA LOS DIAS DE CADA CODIGO EN EL MES Y EL ACUMULADO
           SUMA-REAL.
               COMPUTE DIA-DESDE = (MES-AUX - 1) * 31 + 1
               COMPUTE DIA-HASTA = MES-AUX * 31
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > COD-CNT
                   PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DIA-HASTA
                       ADD COD-DIA-NETO(CX DX) TO COD-REAL-ACUM(CX)
                       IF DX NOT < DIA-DESDE
                           ADD COD-DIA-NETO(CX DX) TO COD-REAL-MES(CX)
                       END-IF
                   END-PERFORM
               END-PERFORM.

      *TITULO, UMBRAL Y COLUMNAS DEL REPORTE
           IMPRIME-ENCABEZADO.
               MOVE UMBRAL-PCT TO UMBRAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "PRESUPUESTO CONTRA REAL POR CODIGO - MES "
                   ANIOMES-PEDIDO "   EMITIDO EL " FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "UMBRAL DE VARIACION: " UMBRAL-EDIT " %"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "CO DESCRIPCION           PRESUP. MES       "
                   & "REAL MES      VARIACION    VAR %  PRESUP. ACUM"
                   & "      REAL ACUM      VARIACION    VAR %  ALERTA"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *UNA LINEA POR CADA CODIGO CON PRESUPUESTO EN EL ANIO, CON LA
      *ALERTA DONDE LA VARIACION PASA EL UMBRAL, Y LOS TOTALES
           IMPRIME-PRESUPUESTADOS.
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > COD-CNT
                   IF COD-CON-PRESUPUESTO(CX)
                       PERFORM IMPRIME-CODIGO
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE TOT-PRES-MES TO PRES-CALC
               MOVE TOT-REAL-MES TO REAL-CALC
               PERFORM CALCULA-VARIACION
               MOVE PRES-CALC TO PRES-MES-EDIT
               MOVE REAL-CALC TO REAL-MES-EDIT
               MOVE VAR-CALC TO VAR-MES-EDIT
               MOVE PCT-TEXTO TO PCT-MES-TEXTO
               MOVE TOT-PRES-ACUM TO PRES-CALC
               MOVE TOT-REAL-ACUM TO REAL-CALC
               PERFORM CALCULA-VARIACION
               MOVE PRES-CALC TO PRES-ACUM-EDIT
               MOVE REAL-CALC TO REAL-ACUM-EDIT
               MOVE VAR-CALC TO VAR-ACUM-EDIT
               MOVE PCT-TEXTO TO PCT-ACUM-TEXTO
               MOVE SPACES TO LINEA-REPORTE
               STRING "TOTALES                  " PRES-MES-EDIT " "
                   REAL-MES-EDIT " " VAR-MES-EDIT " " PCT-MES-TEXTO
                   "  " PRES-ACUM-EDIT " " REAL-ACUM-EDIT " "
                   VAR-ACUM-EDIT " " PCT-ACUM-TEXTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *IMPRIME EL CODIGO CON SU VARIACION DEL MES Y DEL ACUMULADO
           IMPRIME-CODIGO.
               ADD 1 TO CNT-PRESUPUESTADOS
               ADD COD-PRES-MES(CX) TO TOT-PRES-MES
               ADD COD-REAL-MES(CX) TO TOT-REAL-MES
               ADD COD-PRES-ACUM(CX) TO TOT-PRES-ACUM
               ADD COD-REAL-ACUM(CX) TO TOT-REAL-ACUM
               MOVE COD-PRES-MES(CX) TO PRES-CALC
               MOVE COD-REAL-MES(CX) TO REAL-CALC
               PERFORM CALCULA-VARIACION
               MOVE EXCEDE-SW TO EXCEDE-MES-SW
               MOVE PRES-CALC TO PRES-MES-EDIT
               MOVE REAL-CALC TO REAL-MES-EDIT
               MOVE VAR-CALC TO VAR-MES-EDIT
               MOVE PCT-TEXTO TO PCT-MES-TEXTO
               MOVE COD-PRES-ACUM(CX) TO PRES-CALC
               MOVE COD-REAL-ACUM(CX) TO REAL-CALC
               PERFORM CALCULA-VARIACION
               MOVE EXCEDE-SW TO EXCEDE-ACUM-SW
               MOVE PRES-CALC TO PRES-ACUM-EDIT
               MOVE REAL-CALC TO REAL-ACUM-EDIT
               MOVE VAR-CALC TO VAR-ACUM-EDIT
               MOVE PCT-TEXTO TO PCT-ACUM-TEXTO
               EVALUATE TRUE
                   WHEN EXCEDE-MES AND EXCEDE-ACUM
                       MOVE "*** MES Y ACUM" TO ALERTA-TEXTO
                   WHEN EXCEDE-MES
                       MOVE "*** MES" TO ALERTA-TEXTO
                   WHEN EXCEDE-ACUM
                       MOVE "*** ACUM" TO ALERTA-TEXTO
                   WHEN OTHER
                       MOVE SPACES TO ALERTA-TEXTO
               END-EVALUATE
               IF ALERTA-TEXTO NOT = SPACES
                   ADD 1 TO CNT-ALERTAS
               END-IF
               MOVE SPACES TO LINEA-REPORTE
               STRING COD-CODIGO(CX) " " COD-DESCRIP(CX)(1:20) " "
                   PRES-MES-EDIT " " REAL-MES-EDIT " " VAR-MES-EDIT
                   " " PCT-MES-TEXTO "  " PRES-ACUM-EDIT " "
                   REAL-ACUM-EDIT " " VAR-ACUM-EDIT " "
                   PCT-ACUM-TEXTO "  " ALERTA-TEXTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *VARIACION = REAL - PRESUPUESTO, Y SU PORCENTAJE SOBRE EL
      *PRESUPUESTO; SIN PRESUPUESTO NO HAY PORCENTAJE Y CUALQUIER
      *MOVIMIENTO PASA EL UMBRAL
           CALCULA-VARIACION.
               MOVE "N" TO EXCEDE-SW
               COMPUTE VAR-CALC = REAL-CALC - PRES-CALC
               IF PRES-CALC < 0
                   COMPUTE PRES-ABS = 0 - PRES-CALC
               ELSE
                   MOVE PRES-CALC TO PRES-ABS
               END-IF
               IF PRES-ABS = 0
                   IF VAR-CALC = 0
                       MOVE 0 TO PCT-EDIT
                       MOVE PCT-EDIT TO PCT-TEXTO
                   ELSE
                       MOVE "  S/PRES." TO PCT-TEXTO
                       SET EXCEDE-UMBRAL TO TRUE
                   END-IF
               ELSE
                   COMPUTE PCT-CALC ROUNDED = VAR-CALC * 100 / PRES-ABS
                       ON SIZE ERROR
                           MOVE "  >99999" TO PCT-TEXTO
                           SET EXCEDE-UMBRAL TO TRUE
                       NOT ON SIZE ERROR
                           MOVE PCT-CALC TO PCT-EDIT
                           MOVE PCT-EDIT TO PCT-TEXTO
                           IF PCT-CALC > UMBRAL-PCT OR
                               PCT-CALC < 0 - UMBRAL-PCT
                               SET EXCEDE-UMBRAL TO TRUE
                           END-IF
                   END-COMPUTE
               END-IF.

      *SECCION APARTE: MOVIMIENTO REAL EN CODIGOS SIN PRESUPUESTO EN
      *EL ANIO
           IMPRIME-SIN-PRESUPUESTO.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "ACTIVIDAD EN CODIGOS SIN PRESUPUESTO:" TO
                   LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > COD-CNT
                   IF NOT COD-CON-PRESUPUESTO(CX) AND
                       COD-REAL-ACUM(CX) NOT = 0
                       ADD 1 TO CNT-SIN-PRES
                       MOVE COD-REAL-MES(CX) TO REAL-MES-EDIT
                       MOVE COD-REAL-ACUM(CX) TO REAL-ACUM-EDIT
                       MOVE SPACES TO LINEA-REPORTE
                       STRING COD-CODIGO(CX) " "
                           COD-DESCRIP(CX)(1:20) "  REAL MES "
                           REAL-MES-EDIT "  REAL ACUM " REAL-ACUM-EDIT
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM
               IF CNT-SIN-PRES = 0
                   MOVE "  NINGUNO" TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

       END PROGRAM PRESUP-RPT.
