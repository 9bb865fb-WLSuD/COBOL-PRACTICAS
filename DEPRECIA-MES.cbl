      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly depreciation posting run over the ACTIVOS.DAT
      *          asset master, scheduled on the last business day of
      *          the month. Replays each asset's schedule with the
      *          same straight-line and declining-balance engines as
      *          DEPRECIA-LOTE, spreads the exercise year's charge
      *          over the days in service, and charges the month with
      *          the accumulated depreciation to the end of the month
      *          less what ACTDEPR.DAT says was already posted - so
      *          each month continues where the last left off and a
      *          skipped month is caught up. The charges are summed
      *          per asset class and posted against the GLMAP.DAT
      *          source "DEP-" plus the class (debit the expense,
      *          credit the accumulated depreciation) as balanced
      *          lines on GLDEPRE.OUT under the LOTENV envelope, the
      *          way GLEXTRAC releases its journal, for GLPOST to
      *          carry into the ledger. A class with a charge and no
      *          mapping, or a mapped account missing or inactive on
      *          GLCUENTA.DAT, releases NOTHING and returns
      *          RETURN-CODE 8; a month already posted on DEPRCTL.DAT
      *          is never posted again (RETURN-CODE 4). The detail
      *          goes to DEPREMES.RPT.
      *          An asset retired in ACTIVO-MANT is charged only to
      *          its disposal date (reversing any excess already
      *          posted) and its disposal is posted the month it
      *          falls in: debit the accumulated depreciation and the
      *          proceeds (GLMAP.DAT source "BAJ-" plus the class,
      *          debit account), credit the cost (same source, credit
      *          account) and the gain or loss on RES-BAJA (debit the
      *          loss, credit the gain). Each disposal is listed on
      *          the ACTBAJA.RPT disposal register and the asset is
      *          never charged again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIA-MES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVOS-FILE ASSIGN TO "ACTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVOS-STATUS.

           SELECT POSICION-FILE ASSIGN TO "ACTDEPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSICION-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "DEPRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

           SELECT MAPA-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAPA-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "GLCUENTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLC-CUENTA
               FILE STATUS IS CUENTA-STATUS.

           SELECT DIARIO-FILE ASSIGN TO "GLDEPRE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE-FILE ASSIGN TO "DEPREMES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BAJA-FILE ASSIGN TO "ACTBAJA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACTIVOS-REC.
           COPY ACTIVO.

       FD  POSICION-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSICION-REC.
           COPY ACTDEP.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC.
           COPY DEPCTL.

       FD  MAPA-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAPA-REC.
           COPY GLMAP.

       FD  CUENTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUENTA-REC.
           COPY GLCTA.

       FD  DIARIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIARIO-REC.
           COPY GLJRN.
       01  DIARIO-ENV.
           COPY LOTENV.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       FD  BAJA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-BAJA              PIC X(110).

       WORKING-STORAGE SECTION.
           77 ACTIVOS-STATUS    PIC X(2) VALUE "00".
               88 ACTIVOS-NEW-FILE  VALUE "35".
           77 ACTIVOS-EOF-SW    PIC X VALUE "N".
               88 ACTIVOS-EOF       VALUE "Y".
           77 POSICION-STATUS   PIC X(2) VALUE "00".
               88 POSICION-NEW-FILE VALUE "35".
           77 POSICION-EOF-SW   PIC X VALUE "N".
               88 POSICION-EOF      VALUE "Y".
           77 CONTROL-STATUS    PIC X(2) VALUE "00".
               88 CONTROL-NEW-FILE  VALUE "35".
           77 MAPA-STATUS       PIC X(2) VALUE "00".
               88 MAPA-NEW-FILE     VALUE "35".
           77 MAPA-EOF-SW       PIC X VALUE "N".
               88 MAPA-EOF          VALUE "Y".
           77 CUENTA-STATUS     PIC X(2) VALUE "00".
               88 CUENTA-NEW-FILE   VALUE "35".

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).
           77 PERIODO-POSTEO    PIC 9(6) VALUE 0.
           77 FECHA-CIERRE-MES  PIC 9(8) VALUE 0.

      *CONTROL DE LA CORRIDA: ULTIMO MES POSTEADO Y SECUENCIA
           77 ULT-PERIODO       PIC 9(6) VALUE 0.
           77 SECUENCIA-DIARIO  PIC 9(6) VALUE 0.
           77 SW-CORRIDA-OK     PIC X VALUE "Y".
               88 CORRIDA-OK        VALUE "Y".

      *MOTOR DE CRONOGRAMA, COMO EN DEPRECIA-LOTE
           77 CUOTA-ANUAL       PIC 9(7)V99 VALUE 0.
           77 CUOTA-DB          PIC 9(7)V99 VALUE 0.
           77 CUOTA-SL-RESTO    PIC 9(7)V99 VALUE 0.
           77 ANIOS-RESTANTES   PIC 9(2) VALUE 0.
           77 CUOTA-EJERCICIO   PIC 9(7)V99 VALUE 0.
           77 ACUMULADO         PIC 9(8)V99 VALUE 0.
           77 VALOR-LIBRO       PIC 9(8)V99 VALUE 0.
           77 ANIO-EJERCICIO    PIC 9(4) VALUE 0.
           77 ANIO-FINAL        PIC 9(4) VALUE 0.
           77 DIAS-ANIO         PIC 9(3) VALUE 365.
           77 DIAS-SERVICIO     PIC 9(3) VALUE 0.
           77 DIA-DEL-ANIO      PIC 9(3) VALUE 0.
           77 MES-IX            PIC 9(2) VALUE 0.
           77 MAX-DIA           PIC 9(2) VALUE 31.
           77 BISIESTO-FLAG     PIC X VALUE "N".
               88 ES-BISIESTO       VALUE "Y".

      *PRORRATEO DE LA CUOTA DEL EJERCICIO HASTA EL FIN DEL MES
           77 CUOTA-ANIO-POSTEO PIC 9(7)V99 VALUE 0.
           77 DIAS-SERV-ANIO    PIC 9(3) VALUE 0.
           77 DIAS-HASTA-MES    PIC 9(3) VALUE 0.
           77 DIA-FIN-MES       PIC 9(3) VALUE 0.
           77 DIA-ALTA          PIC 9(3) VALUE 0.
           77 OBJETIVO          PIC 9(8)V99 VALUE 0.
           77 CARGO-MES         PIC 9(8)V99 VALUE 0.
           77 REVERSO-MES       PIC 9(8)V99 VALUE 0.

      *BAJA DEL ACTIVO LEIDO, CUANDO CAE EN EL MES O ANTES
           77 BAJA-SW           PIC X VALUE "N".
               88 EN-BAJA           VALUE "Y".
           77 LIBRO-BAJA        PIC 9(8)V99 VALUE 0.
           77 RESULTADO-BAJA    PIC S9(8)V99 VALUE 0.
           77 CNT-BAJAS         PIC 9(3) VALUE 0.
           77 TOT-BAJA-COSTO    PIC 9(9)V99 VALUE 0.
           77 TOT-BAJA-ACUM     PIC 9(9)V99 VALUE 0.
           77 TOT-BAJA-PROD     PIC 9(9)V99 VALUE 0.
           77 TOTAL-GANANCIA    PIC 9(9)V99 VALUE 0.
           77 TOTAL-PERDIDA     PIC 9(9)V99 VALUE 0.
           77 MAPA-RESULTADO    PIC 9(2) VALUE 0.

      *POSICION POSTEADA DE CADA ACTIVO
           01 TABLA-POSICIONES.
               05 POSICIONES OCCURS 100 TIMES.
                   10 POS-REGISTRO      PIC X(50).
           77 POS-CNT           PIC 9(3) VALUE 0.
           77 PX                PIC 9(3) VALUE 0.
           77 POS-HALLADA-SW    PIC X VALUE "N".
               88 POS-HALLADA       VALUE "Y".

      *CARGO DEL MES POR CLASE DE ACTIVO
           01 TABLA-CLASES.
               05 CLASES OCCURS 20 TIMES.
                   10 CLA-ORIGEN        PIC X(8).
                   10 CLA-CARGO         PIC 9(9)V99.
                   10 CLA-ACTIVOS       PIC 9(3).
                   10 CLA-MAPA          PIC 9(2).
                   10 CLA-REVERSO       PIC 9(9)V99.
                   10 CLA-BAJAS         PIC 9(3).
                   10 CLA-BAJA-ACUM     PIC 9(9)V99.
                   10 CLA-BAJA-PROD     PIC 9(9)V99.
                   10 CLA-BAJA-COSTO    PIC 9(9)V99.
                   10 CLA-MAPA-BAJA     PIC 9(2).
           77 CLA-CNT           PIC 9(2) VALUE 0.
           77 CX                PIC 9(2) VALUE 0.
           77 CLA-HALLADA-SW    PIC X VALUE "N".
               88 CLA-HALLADA       VALUE "Y".
           77 ORIGEN-ACTIVO     PIC X(8).

      *MAPA DE CUENTAS EN MEMORIA
           01 TABLA-MAPA.
               05 MAPAS OCCURS 20 TIMES.
                   10 MAP-T-ORIGEN      PIC X(8).
                   10 MAP-T-DEBE        PIC X(8).
                   10 MAP-T-HABER       PIC X(8).
           77 MAP-CNT           PIC 9(2) VALUE 0.
           77 MX                PIC 9(2) VALUE 0.
           77 MAPA-HALLADO-SW   PIC X VALUE "N".
               88 MAPA-HALLADO      VALUE "Y".
           77 CUENTA-VALIDA     PIC X(8).
           77 ORIGEN-BUSCADO    PIC X(8).

           77 TOTAL-CARGO       PIC 9(9)V99 VALUE 0.
           77 TOTAL-REVERSO     PIC 9(9)V99 VALUE 0.
           77 HASH-DIARIO       PIC S9(10) VALUE 0.
           77 LIN-CNT           PIC 9(3) VALUE 0.
           77 CNT-ACTIVOS       PIC 9(3) VALUE 0.
           77 CUOTA-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 ACUM-EDIT         PIC ZZ,ZZZ,ZZ9.99.
           77 LIBRO-EDIT        PIC ZZ,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
           77 COSTO-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
           77 PRODUCTO-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
           77 RESULTADO-EDIT    PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            MOVE FECHA-PROCESO(1:6) TO PERIODO-POSTEO
            MOVE "Y" TO SW-CORRIDA-OK

            PERFORM LEE-CONTROL
            IF PERIODO-POSTEO NOT > ULT-PERIODO
                DISPLAY "EL MES " PERIODO-POSTEO " YA SE POSTEO "
                    "(ULTIMO " ULT-PERIODO "), NADA SE POSTEA"
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN INPUT ACTIVOS-FILE
            IF ACTIVOS-NEW-FILE
                DISPLAY "NO EXISTE ACTIVOS.DAT, CARGUE EL MAESTRO "
                    "CON ACTIVO-MANT"
                CLOSE ACTIVOS-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM CALCULA-FIN-MES
            PERFORM CARGA-POSICIONES
            PERFORM CARGA-MAPA

            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "DEPRECIACION DEL MES " PERIODO-POSTEO
                " - CORRIDA DEL " FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE "ACTIVO     CLASE    CARGO DEL MES      ACUMULADO  "
                & "  VALOR LIBRO" TO LINEA-REPORTE
            WRITE LINEA-REPORTE

            OPEN OUTPUT BAJA-FILE
            MOVE SPACES TO LINEA-BAJA
            STRING "REGISTRO DE BAJAS DE ACTIVOS - MES "
                PERIODO-POSTEO " - CORRIDA DEL " FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-BAJA
            WRITE LINEA-BAJA
            MOVE SPACES TO LINEA-BAJA
            WRITE LINEA-BAJA
            MOVE "ACTIVO     CLASE FECHA    T           COSTO      "
                & "ACUMULADO   VALOR LIBRO     PRODUCIDO      RESULT"
                & "ADO" TO LINEA-BAJA
            WRITE LINEA-BAJA

            PERFORM UNTIL ACTIVOS-EOF
                READ ACTIVOS-FILE
                    AT END
                        SET ACTIVOS-EOF TO TRUE
                    NOT AT END
                        IF AST-COSTO > 0 AND AST-VIDA-ANIOS > 0
                            PERFORM DEPRECIA-ACTIVO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACTIVOS-FILE

            PERFORM VALIDA-CLASES
            PERFORM IMPRIME-CLASES
            PERFORM IMPRIME-TOTAL-BAJAS

            IF NOT CORRIDA-OK
                MOVE "*** DEPRECIACION RETENIDA, NADA SE POSTEO"
                    TO LINEA-REPORTE
                WRITE LINEA-REPORTE
                MOVE "*** DEPRECIACION RETENIDA, NINGUNA BAJA SE "
                    & "POSTEO" TO LINEA-BAJA
                WRITE LINEA-BAJA
                CLOSE REPORTE-FILE
                CLOSE BAJA-FILE
                DISPLAY "DEPRECIACION DEL MES RETENIDA, NADA SE "
                    "POSTEO, VER DEPREMES.RPT"
                MOVE 8 TO RETURN-CODE
            ELSE
                CLOSE REPORTE-FILE
                CLOSE BAJA-FILE
                IF TOTAL-CARGO > 0 OR TOTAL-REVERSO > 0
                    OR CNT-BAJAS > 0
                    PERFORM LIBERA-DIARIO
                END-IF
                PERFORM GRABA-POSICIONES
                PERFORM GRABA-CONTROL
                MOVE TOTAL-CARGO TO TOTAL-EDIT
                DISPLAY "DEPRECIACION DE " PERIODO-POSTEO ": "
                    CNT-ACTIVOS " ACTIVOS, CARGO " TOTAL-EDIT ", "
                    LIN-CNT " LINEAS EN GLDEPRE.OUT"
                IF CNT-BAJAS > 0
                    DISPLAY CNT-BAJAS " BAJAS POSTEADAS, VER "
                        "ACTBAJA.RPT"
                END-IF
            END-IF

            GOBACK.

      *LEE EL ULTIMO MES POSTEADO Y LA ULTIMA SECUENCIA LIBERADA
           LEE-CONTROL.
               MOVE 0 TO ULT-PERIODO
               MOVE 0 TO SECUENCIA-DIARIO
               OPEN INPUT CONTROL-FILE
               IF CONTROL-NEW-FILE
                   CONTINUE
               ELSE
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DCT-ULT-PERIODO TO ULT-PERIODO
                           MOVE DCT-ULT-SECUENCIA TO SECUENCIA-DIARIO
                   END-READ
               END-IF
               CLOSE CONTROL-FILE.

      *ULTIMO DIA CALENDARIO DEL MES, FECHA DE LAS LINEAS DEL DIARIO,
      *Y DIA DEL ANIO EN QUE CIERRA EL MES
           CALCULA-FIN-MES.
               CALL "BISLEAP" USING PROC-ANIO BISIESTO-FLAG
               MOVE 0 TO DIA-FIN-MES
               PERFORM VARYING MES-IX FROM 1 BY 1
                       UNTIL MES-IX > PROC-MES
                   PERFORM CALCULA-MAX-DIA-MES
                   ADD MAX-DIA TO DIA-FIN-MES
               END-PERFORM
               COMPUTE FECHA-CIERRE-MES =
                   PERIODO-POSTEO * 100 + MAX-DIA.

      *CARGA LA POSICION POSTEADA DE CADA ACTIVO
           CARGA-POSICIONES.
               OPEN INPUT POSICION-FILE
               IF POSICION-NEW-FILE
                   CLOSE POSICION-FILE
               ELSE
                   PERFORM UNTIL POSICION-EOF
                       READ POSICION-FILE
                           AT END
                               SET POSICION-EOF TO TRUE
                           NOT AT END
                               IF POS-CNT < 100
                                   ADD 1 TO POS-CNT
                                   MOVE POSICION-REC TO
                                       POS-REGISTRO(POS-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POSICION-FILE
               END-IF.

      *CARGA EL MAPA DE CUENTAS
           CARGA-MAPA.
               OPEN INPUT MAPA-FILE
               IF MAPA-NEW-FILE
                   CLOSE MAPA-FILE
               ELSE
                   PERFORM UNTIL MAPA-EOF
                       READ MAPA-FILE
                           AT END
                               SET MAPA-EOF TO TRUE
                           NOT AT END
                               IF MAP-CNT < 20
                                   ADD 1 TO MAP-CNT
                                   MOVE MAP-ORIGEN TO
                                       MAP-T-ORIGEN(MAP-CNT)
                                   MOVE MAP-CUENTA-DEBE TO
                                       MAP-T-DEBE(MAP-CNT)
                                   MOVE MAP-CUENTA-HABER TO
                                       MAP-T-HABER(MAP-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MAPA-FILE
               END-IF.

      *CARGO DEL MES DEL ACTIVO LEIDO: ACUMULADO DEL CRONOGRAMA AL
      *FIN DEL MES MENOS LO YA POSTEADO. UN ACTIVO DADO DE BAJA EN
      *EL MES O ANTES SE LLEVA AL ACUMULADO A LA FECHA DE BAJA
      *(REVIRTIENDO LO POSTEADO DE MAS) Y SE POSTEA SU BAJA; UNA VEZ
      *POSTEADA LA BAJA EL ACTIVO NO SE VUELVE A CARGAR
           DEPRECIA-ACTIVO.
               PERFORM BUSCA-POSICION
               IF POS-HALLADA AND ADP-BAJA-POSTEADA
                   CONTINUE
               ELSE
                   ADD 1 TO CNT-ACTIVOS
                   PERFORM CARGA-ACTIVO
               END-IF.

      *CARGO DEL MES DEL ACTIVO, CON SU BAJA SI CORRESPONDE
           CARGA-ACTIVO.
               MOVE "N" TO BAJA-SW
               IF AST-RETIRADO AND
                   AST-BAJA-FECHA(1:6) NOT > PERIODO-POSTEO
                   SET EN-BAJA TO TRUE
                   MOVE AST-BAJA-ACUMULADO TO OBJETIVO
               ELSE
                   PERFORM CALCULA-OBJETIVO
               END-IF
               IF NOT POS-HALLADA
                   IF POS-CNT < 100
                       ADD 1 TO POS-CNT
                       MOVE POS-CNT TO PX
                       MOVE SPACES TO POSICION-REC
                       MOVE AST-CODIGO TO ADP-CODIGO
                       MOVE 0 TO ADP-ULT-PERIODO
                       MOVE 0 TO ADP-ACUMULADO
                       MOVE AST-COSTO TO ADP-VALOR-LIBRO
                       MOVE "N" TO ADP-BAJA-SW
                       SET POS-HALLADA TO TRUE
                   ELSE
                       DISPLAY "TABLA DE POSICIONES LLENA, EL ACTIVO "
                           AST-CODIGO " NO SE DEPRECIA"
                       MOVE "N" TO SW-CORRIDA-OK
                   END-IF
               END-IF
               IF POS-HALLADA
                   MOVE 0 TO CARGO-MES
                   MOVE 0 TO REVERSO-MES
                   IF OBJETIVO > ADP-ACUMULADO
                       COMPUTE CARGO-MES = OBJETIVO - ADP-ACUMULADO
                   END-IF
                   IF EN-BAJA AND ADP-ACUMULADO > OBJETIVO
                       COMPUTE REVERSO-MES = ADP-ACUMULADO - OBJETIVO
                   END-IF
                   MOVE AST-CLASE TO ADP-CLASE
                   IF ADP-CLASE = SPACES
                       MOVE "GRAL" TO ADP-CLASE
                   END-IF
                   ADD CARGO-MES TO ADP-ACUMULADO
                   SUBTRACT REVERSO-MES FROM ADP-ACUMULADO
                   IF ADP-ACUMULADO < AST-COSTO
                       COMPUTE ADP-VALOR-LIBRO =
                           AST-COSTO - ADP-ACUMULADO
                   ELSE
                       MOVE 0 TO ADP-VALOR-LIBRO
                   END-IF
                   MOVE AST-COSTO TO ADP-COSTO
                   MOVE PERIODO-POSTEO TO ADP-ULT-PERIODO
                   IF EN-BAJA
                       MOVE "Y" TO ADP-BAJA-SW
                   END-IF
                   MOVE POSICION-REC TO POS-REGISTRO(PX)
                   PERFORM ACUMULA-CLASE
                   PERFORM IMPRIME-ACTIVO
                   IF EN-BAJA
                       PERFORM ACUMULA-BAJA
                   END-IF
               END-IF.

      *DEJA EN PX LA POSICION DEL ACTIVO LEIDO, CON SU REGISTRO EN
      *POSICION-REC
           BUSCA-POSICION.
               MOVE "N" TO POS-HALLADA-SW
               MOVE 0 TO PX
               PERFORM UNTIL POS-HALLADA OR PX >= POS-CNT
                   ADD 1 TO PX
                   MOVE POS-REGISTRO(PX) TO POSICION-REC
                   IF ADP-CODIGO = AST-CODIGO
                       SET POS-HALLADA TO TRUE
                   END-IF
               END-PERFORM.

      *ACUMULADO DEL CRONOGRAMA AL FIN DEL MES: LOS EJERCICIOS
      *ANTERIORES COMPLETOS Y LA CUOTA DEL EJERCICIO EN CURSO EN
      *PROPORCION A LOS DIAS EN SERVICIO HASTA EL FIN DEL MES
           CALCULA-OBJETIVO.
               COMPUTE CUOTA-ANUAL ROUNDED =
                   AST-COSTO / AST-VIDA-ANIOS
               MOVE 0 TO ACUMULADO
               MOVE AST-COSTO TO VALOR-LIBRO
               COMPUTE ANIO-FINAL = AST-ALTA-ANIO + AST-VIDA-ANIOS
               MOVE 0 TO CUOTA-ANIO-POSTEO
               PERFORM VARYING ANIO-EJERCICIO FROM AST-ALTA-ANIO
                       BY 1 UNTIL ANIO-EJERCICIO > ANIO-FINAL
                           OR ANIO-EJERCICIO > PROC-ANIO
                           OR VALOR-LIBRO = 0
                   PERFORM CALCULA-CUOTA-EJERCICIO
                   IF ANIO-EJERCICIO < PROC-ANIO
                       ADD CUOTA-EJERCICIO TO ACUMULADO
                       SUBTRACT CUOTA-EJERCICIO FROM VALOR-LIBRO
                   ELSE
                       MOVE CUOTA-EJERCICIO TO CUOTA-ANIO-POSTEO
                   END-IF
               END-PERFORM
               MOVE ACUMULADO TO OBJETIVO
               IF CUOTA-ANIO-POSTEO > 0
                   PERFORM CALCULA-DIAS-POSTEO
                   IF DIAS-HASTA-MES > 0
                       COMPUTE OBJETIVO ROUNDED = ACUMULADO +
                           CUOTA-ANIO-POSTEO * DIAS-HASTA-MES
                           / DIAS-SERV-ANIO
                   END-IF
               END-IF.

      *DIAS EN SERVICIO DEL EJERCICIO EN CURSO, EN TOTAL Y HASTA EL
      *FIN DEL MES: DESDE LA FECHA DE ALTA EL PRIMER ANIO, DESDE EL
      *1/1 LOS DEMAS
           CALCULA-DIAS-POSTEO.
               CALL "BISLEAP" USING PROC-ANIO BISIESTO-FLAG
               IF ES-BISIESTO
                   MOVE 366 TO DIAS-SERV-ANIO
               ELSE
                   MOVE 365 TO DIAS-SERV-ANIO
               END-IF
               MOVE DIA-FIN-MES TO DIAS-HASTA-MES
               IF AST-ALTA-ANIO = PROC-ANIO
                   MOVE 0 TO DIA-ALTA
                   PERFORM VARYING MES-IX FROM 1 BY 1
                           UNTIL MES-IX >= AST-ALTA-MES
                       PERFORM CALCULA-MAX-DIA-MES
                       ADD MAX-DIA TO DIA-ALTA
                   END-PERFORM
                   ADD AST-ALTA-DIA TO DIA-ALTA
                   COMPUTE DIAS-SERV-ANIO =
                       DIAS-SERV-ANIO - DIA-ALTA + 1
                   IF DIA-FIN-MES < DIA-ALTA
                       MOVE 0 TO DIAS-HASTA-MES
                   ELSE
                       COMPUTE DIAS-HASTA-MES =
                           DIA-FIN-MES - DIA-ALTA + 1
                   END-IF
               END-IF.

      *DETERMINA LA CUOTA DEL EJERCICIO EN CURSO: FRACCION DE DIAS
      *EL PRIMER ANIO, CUOTA PLENA LOS INTERMEDIOS, SALDO EXACTO
      *EL ULTIMO
           CALCULA-CUOTA-EJERCICIO.
               IF AST-SALDO-DECREC AND AST-TASA-DB > 0
                   PERFORM CALCULA-CUOTA-DB
               ELSE
                   MOVE CUOTA-ANUAL TO CUOTA-DB
               END-IF
               EVALUATE TRUE
                   WHEN ANIO-EJERCICIO = AST-ALTA-ANIO
                       PERFORM CALCULA-DIAS-SERVICIO
                       COMPUTE CUOTA-EJERCICIO ROUNDED =
                           CUOTA-DB * DIAS-SERVICIO / DIAS-ANIO
                   WHEN ANIO-EJERCICIO = ANIO-FINAL
                       MOVE VALOR-LIBRO TO CUOTA-EJERCICIO
                   WHEN OTHER
                       MOVE CUOTA-DB TO CUOTA-EJERCICIO
               END-EVALUATE
               IF CUOTA-EJERCICIO > VALOR-LIBRO
                   MOVE VALOR-LIBRO TO CUOTA-EJERCICIO
               END-IF.

      *CUOTA DEL SALDO DECRECIENTE: LA TASA SOBRE EL VALOR DE
      *LIBRO, PERO NUNCA MENOS QUE LA LINEA RECTA SOBRE LA VIDA
      *RESTANTE - EL CAMBIO DE METODO ESTANDAR
           CALCULA-CUOTA-DB.
               COMPUTE CUOTA-DB ROUNDED =
                   VALOR-LIBRO * AST-TASA-DB / 100
               COMPUTE ANIOS-RESTANTES =
                   ANIO-FINAL - ANIO-EJERCICIO
               IF ANIOS-RESTANTES > 0
                   COMPUTE CUOTA-SL-RESTO ROUNDED =
                       VALOR-LIBRO / ANIOS-RESTANTES
                   IF CUOTA-SL-RESTO > CUOTA-DB
                       MOVE CUOTA-SL-RESTO TO CUOTA-DB
                   END-IF
               END-IF.

      *CUENTA LOS DIAS EN SERVICIO DEL PRIMER ANIO (DESDE LA FECHA
      *DE ALTA HASTA EL 31/12 INCLUSIVE) Y LOS DIAS DEL ANIO
           CALCULA-DIAS-SERVICIO.
               CALL "BISLEAP" USING AST-ALTA-ANIO BISIESTO-FLAG
               IF ES-BISIESTO
                   MOVE 366 TO DIAS-ANIO
               ELSE
                   MOVE 365 TO DIAS-ANIO
               END-IF
               MOVE 0 TO DIA-DEL-ANIO
               PERFORM VARYING MES-IX FROM 1 BY 1
                       UNTIL MES-IX >= AST-ALTA-MES
                   PERFORM CALCULA-MAX-DIA-MES
                   ADD MAX-DIA TO DIA-DEL-ANIO
               END-PERFORM
               ADD AST-ALTA-DIA TO DIA-DEL-ANIO
               COMPUTE DIAS-SERVICIO = DIAS-ANIO - DIA-DEL-ANIO + 1.

      *DETERMINA EL MAXIMO DIA DEL MES MES-IX SEGUN EL BISIESTO
      *VIGENTE EN BISIESTO-FLAG
           CALCULA-MAX-DIA-MES.
               EVALUATE MES-IX
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       MOVE 30 TO MAX-DIA
                   WHEN 02
                       IF ES-BISIESTO
                           MOVE 29 TO MAX-DIA
                       ELSE
                           MOVE 28 TO MAX-DIA
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO MAX-DIA
               END-EVALUATE.

      *SUMA EL CARGO DEL ACTIVO A SU CLASE, FUENTE "DEP-" + CLASE
           ACUMULA-CLASE.
               MOVE SPACES TO ORIGEN-ACTIVO
               STRING "DEP-" ADP-CLASE DELIMITED BY SIZE
                   INTO ORIGEN-ACTIVO
               MOVE "N" TO CLA-HALLADA-SW
               MOVE 0 TO CX
               PERFORM UNTIL CLA-HALLADA OR CX >= CLA-CNT
                   ADD 1 TO CX
                   IF CLA-ORIGEN(CX) = ORIGEN-ACTIVO
                       SET CLA-HALLADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CLA-HALLADA
                   IF CLA-CNT < 20
                       ADD 1 TO CLA-CNT
                       MOVE CLA-CNT TO CX
                       MOVE ORIGEN-ACTIVO TO CLA-ORIGEN(CX)
                       MOVE 0 TO CLA-CARGO(CX)
                       MOVE 0 TO CLA-ACTIVOS(CX)
                       MOVE 0 TO CLA-MAPA(CX)
                       MOVE 0 TO CLA-REVERSO(CX)
                       MOVE 0 TO CLA-BAJAS(CX)
                       MOVE 0 TO CLA-BAJA-ACUM(CX)
                       MOVE 0 TO CLA-BAJA-PROD(CX)
                       MOVE 0 TO CLA-BAJA-COSTO(CX)
                       MOVE 0 TO CLA-MAPA-BAJA(CX)
                       SET CLA-HALLADA TO TRUE
                   ELSE
                       DISPLAY "MAS DE 20 CLASES DE ACTIVO, LA CLASE "
                           ADP-CLASE " NO SE PUEDE POSTEAR"
                       MOVE "N" TO SW-CORRIDA-OK
                   END-IF
               END-IF
               IF CLA-HALLADA
                   ADD CARGO-MES TO CLA-CARGO(CX)
                   ADD REVERSO-MES TO CLA-REVERSO(CX)
                   ADD 1 TO CLA-ACTIVOS(CX)
                   ADD CARGO-MES TO TOTAL-CARGO
                   ADD REVERSO-MES TO TOTAL-REVERSO
               END-IF.

      *DETALLE DEL ACTIVO EN EL REPORTE
           IMPRIME-ACTIVO.
               MOVE CARGO-MES TO CUOTA-EDIT
               MOVE ADP-ACUMULADO TO ACUM-EDIT
               MOVE ADP-VALOR-LIBRO TO LIBRO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING AST-CODIGO " " ADP-CLASE "     " CUOTA-EDIT
                   "  " ACUM-EDIT "  " LIBRO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF REVERSO-MES > 0
                   MOVE REVERSO-MES TO CUOTA-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "           REVERSO A LA FECHA DE BAJA "
                       CUOTA-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
               IF EN-BAJA
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "           BAJA DEL " AST-BAJA-DIA "/"
                       AST-BAJA-MES "/" AST-BAJA-ANIO
                       " - VER ACTBAJA.RPT"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *SUMA LA BAJA DEL ACTIVO A SU CLASE Y AL RESULTADO, Y LA
      *LISTA EN EL REGISTRO DE BAJAS. LO QUE SE DA DE BAJA ES LO
      *POSTEADO AL MAYOR: EL ACUMULADO DE LA POSICION
           ACUMULA-BAJA.
               COMPUTE LIBRO-BAJA = AST-COSTO - ADP-ACUMULADO
               COMPUTE RESULTADO-BAJA =
                   AST-BAJA-PRODUCTO - LIBRO-BAJA
               IF CLA-HALLADA
                   ADD 1 TO CLA-BAJAS(CX)
                   ADD ADP-ACUMULADO TO CLA-BAJA-ACUM(CX)
                   ADD AST-BAJA-PRODUCTO TO CLA-BAJA-PROD(CX)
                   ADD AST-COSTO TO CLA-BAJA-COSTO(CX)
               END-IF
               IF RESULTADO-BAJA > 0
                   ADD RESULTADO-BAJA TO TOTAL-GANANCIA
               ELSE
                   SUBTRACT RESULTADO-BAJA FROM TOTAL-PERDIDA
               END-IF
               ADD 1 TO CNT-BAJAS
               ADD AST-COSTO TO TOT-BAJA-COSTO
               ADD ADP-ACUMULADO TO TOT-BAJA-ACUM
               ADD AST-BAJA-PRODUCTO TO TOT-BAJA-PROD
               MOVE AST-COSTO TO COSTO-EDIT
               MOVE ADP-ACUMULADO TO ACUM-EDIT
               MOVE LIBRO-BAJA TO LIBRO-EDIT
               MOVE AST-BAJA-PRODUCTO TO PRODUCTO-EDIT
               MOVE RESULTADO-BAJA TO RESULTADO-EDIT
               MOVE SPACES TO LINEA-BAJA
               STRING AST-CODIGO " " ADP-CLASE "  " AST-BAJA-FECHA
                   " " AST-BAJA-TIPO " " COSTO-EDIT " " ACUM-EDIT
                   " " LIBRO-EDIT " " PRODUCTO-EDIT " "
                   RESULTADO-EDIT
                   DELIMITED BY SIZE INTO LINEA-BAJA
               WRITE LINEA-BAJA.

      *TOTALES DEL REGISTRO DE BAJAS
           IMPRIME-TOTAL-BAJAS.
               MOVE SPACES TO LINEA-BAJA
               WRITE LINEA-BAJA
               MOVE TOT-BAJA-COSTO TO COSTO-EDIT
               MOVE TOT-BAJA-ACUM TO TOTAL-EDIT
               MOVE TOT-BAJA-PROD TO PRODUCTO-EDIT
               MOVE SPACES TO LINEA-BAJA
               STRING "TOTAL " CNT-BAJAS " BAJAS  COSTO " COSTO-EDIT
                   "  ACUMULADO " TOTAL-EDIT "  PRODUCIDO "
                   PRODUCTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-BAJA
               WRITE LINEA-BAJA
               MOVE TOTAL-GANANCIA TO COSTO-EDIT
               MOVE TOTAL-PERDIDA TO PRODUCTO-EDIT
               MOVE SPACES TO LINEA-BAJA
               STRING "GANANCIAS EN BAJAS " COSTO-EDIT
                   "  PERDIDAS EN BAJAS " PRODUCTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-BAJA
               WRITE LINEA-BAJA.

      *CADA CLASE CON MOVIMIENTO DEBE TENER SU MAPA Y SUS CUENTAS
      *DEBEN ESTAR ACTIVAS EN EL PLAN, IGUAL QUE EL MAPA DE LAS
      *BAJAS Y EL DEL RESULTADO - SI NO, NO SE LIBERA NADA
           VALIDA-CLASES.
               OPEN INPUT CUENTA-FILE
               IF CUENTA-NEW-FILE
                   CLOSE CUENTA-FILE
                   IF TOTAL-CARGO > 0 OR TOTAL-REVERSO > 0
                       OR CNT-BAJAS > 0
                       DISPLAY "NO EXISTE GLCUENTA.DAT"
                       MOVE "N" TO SW-CORRIDA-OK
                   END-IF
               ELSE
                   PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLA-CNT
                       IF CLA-CARGO(CX) > 0 OR CLA-REVERSO(CX) > 0
                           OR CLA-BAJAS(CX) > 0
                           PERFORM VALIDA-CLASE
                       END-IF
                   END-PERFORM
                   IF TOTAL-GANANCIA > 0 OR TOTAL-PERDIDA > 0
                       MOVE "RES-BAJA" TO ORIGEN-BUSCADO
                       PERFORM VALIDA-ORIGEN
                       MOVE MX TO MAPA-RESULTADO
                   END-IF
                   CLOSE CUENTA-FILE
               END-IF.

      *VALIDA EL MAPA DE LA CLASE CX Y, SI TUVO BAJAS, EL DE SUS
      *BAJAS ("BAJ-" + CLASE)
           VALIDA-CLASE.
               MOVE CLA-ORIGEN(CX) TO ORIGEN-BUSCADO
               PERFORM VALIDA-ORIGEN
               MOVE MX TO CLA-MAPA(CX)
               IF CLA-BAJAS(CX) > 0
                   MOVE SPACES TO ORIGEN-BUSCADO
                   STRING "BAJ-" CLA-ORIGEN(CX)(5:4)
                       DELIMITED BY SIZE INTO ORIGEN-BUSCADO
                   PERFORM VALIDA-ORIGEN
                   MOVE MX TO CLA-MAPA-BAJA(CX)
               END-IF.

      *BUSCA EL MAPA DE LA FUENTE ORIGEN-BUSCADO Y VALIDA SUS DOS
      *CUENTAS
           VALIDA-ORIGEN.
               MOVE "N" TO MAPA-HALLADO-SW
               MOVE 0 TO MX
               PERFORM UNTIL MAPA-HALLADO OR MX >= MAP-CNT
                   ADD 1 TO MX
                   IF MAP-T-ORIGEN(MX) = ORIGEN-BUSCADO
                       SET MAPA-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT MAPA-HALLADO
                   DISPLAY "LA FUENTE " ORIGEN-BUSCADO
                       " TIENE MOVIMIENTO Y NO TIENE MAPA DE CUENTAS"
                   MOVE "N" TO SW-CORRIDA-OK
               ELSE
                   MOVE MAP-T-DEBE(MX) TO CUENTA-VALIDA
                   PERFORM VALIDA-CUENTA
                   MOVE MAP-T-HABER(MX) TO CUENTA-VALIDA
                   PERFORM VALIDA-CUENTA
               END-IF.

      *BUSCA UNA CUENTA DEL MAPA EN EL PLAN DE CUENTAS
           VALIDA-CUENTA.
               MOVE CUENTA-VALIDA TO GLC-CUENTA
               READ CUENTA-FILE
                   INVALID KEY
                       DISPLAY "LA FUENTE " ORIGEN-BUSCADO
                           " MAPEA A LA CUENTA " CUENTA-VALIDA
                           " QUE NO ESTA EN EL PLAN DE CUENTAS"
                       MOVE "N" TO SW-CORRIDA-OK
                   NOT INVALID KEY
                       IF NOT GLC-CUENTA-ACTIVA
                           DISPLAY "LA FUENTE " ORIGEN-BUSCADO
                               " MAPEA A LA CUENTA " CUENTA-VALIDA
                               " QUE ESTA INACTIVA"
                           MOVE "N" TO SW-CORRIDA-OK
                       END-IF
               END-READ.

      *TOTALES DEL MES POR CLASE
           IMPRIME-CLASES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "CARGO DEL MES POR CLASE:" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLA-CNT
                   MOVE CLA-CARGO(CX) TO TOTAL-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  " CLA-ORIGEN(CX) " " CLA-ACTIVOS(CX)
                       " ACTIVOS  " TOTAL-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   IF CLA-REVERSO(CX) > 0
                       MOVE CLA-REVERSO(CX) TO TOTAL-EDIT
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "    REVERSO POR BAJAS  " TOTAL-EDIT
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM
               MOVE TOTAL-CARGO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  TOTAL DEL MES       " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ESCRIBE EL DIARIO BALANCEADO CON SU ENVOLTURA DE LOTE: LAS
      *LINEAS DE CADA CLASE Y EL RESULTADO DE LAS BAJAS
           LIBERA-DIARIO.
               ADD 1 TO SECUENCIA-DIARIO
               OPEN OUTPUT DIARIO-FILE
               MOVE SPACES TO DIARIO-ENV
               MOVE "H" TO ENV-TIPO
               MOVE FECHA-CIERRE-MES TO ENV-FECHA
               MOVE 0 TO ENV-CANTIDAD
               MOVE 0 TO ENV-HASH
               MOVE "DEPR" TO ENV-ORIGEN
               MOVE SECUENCIA-DIARIO TO ENV-SECUENCIA
               WRITE DIARIO-ENV
               MOVE 0 TO HASH-DIARIO
               MOVE 0 TO LIN-CNT
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLA-CNT
                   PERFORM ESCRIBE-CLASE
               END-PERFORM
               IF TOTAL-PERDIDA > 0
                   MOVE MAP-T-DEBE(MAPA-RESULTADO) TO GLJ-CUENTA
                   MOVE TOTAL-PERDIDA TO GLJ-DEBE
                   MOVE 0 TO GLJ-HABER
                   MOVE "RES-BAJA" TO GLJ-ORIGEN
                   PERFORM ESCRIBE-LINEA
               END-IF
               IF TOTAL-GANANCIA > 0
                   MOVE MAP-T-HABER(MAPA-RESULTADO) TO GLJ-CUENTA
                   MOVE 0 TO GLJ-DEBE
                   MOVE TOTAL-GANANCIA TO GLJ-HABER
                   MOVE "RES-BAJA" TO GLJ-ORIGEN
                   PERFORM ESCRIBE-LINEA
               END-IF
               MOVE SPACES TO DIARIO-ENV
               MOVE "T" TO ENV-TIPO
               MOVE FECHA-CIERRE-MES TO ENV-FECHA
               MOVE LIN-CNT TO ENV-CANTIDAD
               MOVE HASH-DIARIO TO ENV-HASH
               MOVE "DEPR" TO ENV-ORIGEN
               MOVE SECUENCIA-DIARIO TO ENV-SECUENCIA
               WRITE DIARIO-ENV
               CLOSE DIARIO-FILE.

      *LINEAS DE LA CLASE CX: EL CARGO DEL MES (DEBE GASTO, HABER
      *AMORTIZACION ACUMULADA), SU REVERSO POR BAJAS (AL REVES) Y
      *LAS BAJAS (DEBE LA ACUMULADA Y EL PRODUCIDO, HABER EL COSTO)
           ESCRIBE-CLASE.
               MOVE CLA-MAPA(CX) TO MX
               IF CLA-CARGO(CX) > 0
                   MOVE MAP-T-DEBE(MX) TO GLJ-CUENTA
                   MOVE CLA-CARGO(CX) TO GLJ-DEBE
                   MOVE 0 TO GLJ-HABER
                   MOVE CLA-ORIGEN(CX) TO GLJ-ORIGEN
                   PERFORM ESCRIBE-LINEA
                   MOVE MAP-T-HABER(MX) TO GLJ-CUENTA
                   MOVE 0 TO GLJ-DEBE
                   MOVE CLA-CARGO(CX) TO GLJ-HABER
                   MOVE CLA-ORIGEN(CX) TO GLJ-ORIGEN
                   PERFORM ESCRIBE-LINEA
               END-IF
               IF CLA-REVERSO(CX) > 0
                   MOVE MAP-T-HABER(MX) TO GLJ-CUENTA
                   MOVE CLA-REVERSO(CX) TO GLJ-DEBE
                   MOVE 0 TO GLJ-HABER
                   MOVE CLA-ORIGEN(CX) TO GLJ-ORIGEN
                   PERFORM ESCRIBE-LINEA
                   MOVE MAP-T-DEBE(MX) TO GLJ-CUENTA
                   MOVE 0 TO GLJ-DEBE
                   MOVE CLA-REVERSO(CX) TO GLJ-HABER
                   MOVE CLA-ORIGEN(CX) TO GLJ-ORIGEN
                   PERFORM ESCRIBE-LINEA
               END-IF
               IF CLA-BAJAS(CX) > 0
                   MOVE SPACES TO ORIGEN-BUSCADO
                   STRING "BAJ-" CLA-ORIGEN(CX)(5:4)
                       DELIMITED BY SIZE INTO ORIGEN-BUSCADO
                   IF CLA-BAJA-ACUM(CX) > 0
                       MOVE MAP-T-HABER(MX) TO GLJ-CUENTA
                       MOVE CLA-BAJA-ACUM(CX) TO GLJ-DEBE
                       MOVE 0 TO GLJ-HABER
                       MOVE ORIGEN-BUSCADO TO GLJ-ORIGEN
                       PERFORM ESCRIBE-LINEA
                   END-IF
                   MOVE CLA-MAPA-BAJA(CX) TO MX
                   IF CLA-BAJA-PROD(CX) > 0
                       MOVE MAP-T-DEBE(MX) TO GLJ-CUENTA
                       MOVE CLA-BAJA-PROD(CX) TO GLJ-DEBE
                       MOVE 0 TO GLJ-HABER
                       MOVE ORIGEN-BUSCADO TO GLJ-ORIGEN
                       PERFORM ESCRIBE-LINEA
                   END-IF
                   MOVE MAP-T-HABER(MX) TO GLJ-CUENTA
                   MOVE 0 TO GLJ-DEBE
                   MOVE CLA-BAJA-COSTO(CX) TO GLJ-HABER
                   MOVE ORIGEN-BUSCADO TO GLJ-ORIGEN
                   PERFORM ESCRIBE-LINEA
               END-IF.

      *GRABA UNA LINEA DEL DIARIO CON LA FECHA DE CIERRE DEL MES Y
      *LA SUMA AL HASH Y A LA CUENTA DE LINEAS
           ESCRIBE-LINEA.
               MOVE FECHA-CIERRE-MES TO GLJ-FECHA
               WRITE DIARIO-REC
               ADD GLJ-DEBE TO HASH-DIARIO
               ADD 1 TO LIN-CNT.

      *REESCRIBE LAS POSICIONES POR ACTIVO CON EL MES POSTEADO
           GRABA-POSICIONES.
               OPEN OUTPUT POSICION-FILE
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > POS-CNT
                   MOVE POS-REGISTRO(PX) TO POSICION-REC
                   WRITE POSICION-REC
               END-PERFORM
               CLOSE POSICION-FILE.

      *DEJA EL MES COMO POSTEADO CON LA ULTIMA SECUENCIA LIBERADA
           GRABA-CONTROL.
               OPEN OUTPUT CONTROL-FILE
               MOVE PERIODO-POSTEO TO DCT-ULT-PERIODO
               MOVE SECUENCIA-DIARIO TO DCT-ULT-SECUENCIA
               WRITE CONTROL-REC
               CLOSE CONTROL-FILE.

       END PROGRAM DEPRECIA-MES.
