      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fiscal year-end close. Run after the December
      *          month-end (CLIENTE-MES must have left the December
      *          snapshot on ESTHIST.DAT, CALCU-CIERRE must have
      *          closed the calculator ledger through December when
      *          the year has calculator activity, and GRANCONS must
      *          have folded every pending GRANJRNL.DAT run). On the
      *          last day of the year the processing date closes that
      *          year, any later day closes the year before; a year
      *          already on CIERANIO.DAT is refused. The closing
      *          GRANTOT.DAT and MATAVG.DAT values and the year's
      *          calculator per-type totals (the twelve CALCPER.DAT
      *          periods) are frozen on CIERANIO.DAT and both
      *          accumulators restart at zero. The year's CALCULOG.DAT
      *          records, and the FEEBILL.DAT and CLIPAGOS.DAT records
      *          CLIENTE-BAL already applied to CLIBAL.DAT, move to
      *          the year archive BASE.ANIOyyyy.ARC - verified by
      *          re-count before the live file is truncated and
      *          logged OK on ARCHIVADO.LOG so ARCONSUL still answers
      *          from it - so the calculator sequence starts over with
      *          the new year. Entries not yet applied stay live, and
      *          the last fee and journal sequence numbers stay live as
      *          well, since the writers number from the highest one
      *          on file. CIERANIO.RPT certifies every figure carried
      *          and reset. Return code 8 when the close is refused
      *          or an archive does not verify.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-ANIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIERRE-FILE ASSIGN TO "CIERANIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIERRE-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "ESTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

           SELECT PERIODO-FILE ASSIGN TO "CALCPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODO-STATUS.

           SELECT JORNAL-FILE ASSIGN TO "GRANJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.

           SELECT GRANTOT-FILE ASSIGN TO "GRANTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRANTOT-STATUS.

           SELECT MATAVG-FILE ASSIGN TO "MATAVG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATAVG-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "CLIBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT ENTRADA-FILE ASSIGN USING ENTRADA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT ARCHIVO-FILE ASSIGN USING ARCHIVO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVO-STATUS.

           SELECT RETENIDO-FILE ASSIGN TO "CIERANIO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BITACORA-FILE ASSIGN TO "ARCHIVADO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BITACORA-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CIERANIO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CIERRE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CIERRE-REC.
           COPY CIEANI.

       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORIA-REC.
           COPY ESTHIST.

       FD  PERIODO-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIODO-REC.
           COPY CALPER.

       FD  JORNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JORNAL-REC.
           COPY GRANJRN.

       FD  GRANTOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GRANTOT-REC.
           COPY GRANTOT.

       FD  MATAVG-FILE
           LABEL RECORDS ARE STANDARD.
       01  MATAVG-REC.
           COPY MATAVG.

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REC.
           COPY CLIBAL.

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
       01  LINEA-BITACORA          PIC X(90).

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(100).

       WORKING-STORAGE SECTION.
           77 CIERRE-STATUS     PIC X(2) VALUE "00".
               88 CIERRE-NEW-FILE   VALUE "35".
           77 CIERRE-EOF-SW     PIC X VALUE "N".
               88 CIERRE-EOF        VALUE "Y".
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".
           77 HISTORIA-EOF-SW   PIC X VALUE "N".
               88 HISTORIA-EOF      VALUE "Y".
           77 PERIODO-STATUS    PIC X(2) VALUE "00".
               88 PERIODO-NEW-FILE  VALUE "35".
           77 PERIODO-EOF-SW    PIC X VALUE "N".
               88 PERIODO-EOF       VALUE "Y".
           77 JORNAL-STATUS     PIC X(2) VALUE "00".
               88 JORNAL-NEW-FILE   VALUE "35".
           77 JORNAL-EOF-SW     PIC X VALUE "N".
               88 JORNAL-EOF        VALUE "Y".
           77 GRANTOT-STATUS    PIC X(2) VALUE "00".
               88 GRANTOT-NEW-FILE  VALUE "35".
           77 MATAVG-STATUS     PIC X(2) VALUE "00".
               88 MATAVG-NEW-FILE   VALUE "35".
           77 BALANCE-STATUS    PIC X(2) VALUE "00".
               88 BALANCE-NEW-FILE  VALUE "35".
           77 BALANCE-EOF-SW    PIC X VALUE "N".
               88 BALANCE-EOF       VALUE "Y".
           77 ENTRADA-NOMBRE    PIC X(30).
           77 ENTRADA-STATUS    PIC X(2) VALUE "00".
               88 ENTRADA-NEW-FILE  VALUE "35".
           77 ENTRADA-EOF-SW    PIC X VALUE "N".
               88 ENTRADA-EOF       VALUE "Y".
           77 ARCHIVO-NOMBRE    PIC X(30).
           77 ARCHIVO-STATUS    PIC X(2) VALUE "00".
               88 ARCHIVO-NEW-FILE  VALUE "35".
           77 RETENIDO-EOF-SW   PIC X VALUE "N".
               88 RETENIDO-EOF      VALUE "Y".
           77 BITACORA-STATUS   PIC X(2) VALUE "00".
               88 BITACORA-NEW-FILE VALUE "35".

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROCESO-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO         PIC 9(4).
               05 PROC-MESDIA       PIC 9(4).
           77 HORA-PROCESO      PIC 9(8).

      *EJERCICIO A CERRAR, SU ULTIMO DIA, SU DICIEMBRE Y EL CORTE
      *QUE NOMBRA SUS ARCHIVOS (ANIOyyyy)
           77 ANIO-CIERRE       PIC 9(4) VALUE 0.
           77 ANIO-NUEVO        PIC 9(4) VALUE 0.
           77 FECHA-FIN-ANIO    PIC 9(8) VALUE 0.
           77 PERIODO-DICIEMBRE PIC 9(6) VALUE 0.
           77 CORTE-NOMBRE      PIC X(8).

      *CONDICIONES PREVIAS
           77 RECHAZO-SW        PIC X VALUE "N".
               88 CIERRE-RECHAZADO  VALUE "Y".
           77 MOTIVO-RECHAZO    PIC X(90).
           77 FECHA-CIERRE-PREV PIC 9(8) VALUE 0.
           77 ULTIMO-CERRADO    PIC 9(6) VALUE 0.
           77 CNT-PENDIENTES    PIC 9(6) VALUE 0.
           77 CALC-DEL-ANIO-SW  PIC X VALUE "N".
               88 CALC-DEL-ANIO     VALUE "Y".

      *TOTALES DE LA CALCULADORA DEL EJERCICIO EN EL ORDEN DE
      *CALCPER.DAT: + - * /
           01 TABLA-TIPOS.
               05 TIPOS OCCURS 4 TIMES.
                   10 TIPO-SIMBOLO      PIC X.
                   10 TIPO-NOMBRE       PIC X(10).
                   10 TIPO-CNT          PIC 9(7).
                   10 TIPO-TOTAL        PIC S9(11)V99.
           77 TI                PIC 9 VALUE 0.
           77 ULTIMO-SEC-CALC   PIC 9(6) VALUE 0.
           77 PROXIMO-SEC-CALC  PIC 9(6) VALUE 0.

      *VISTAS DE COPYBOOK SOBRE EL REGISTRO GENERICO, COMO EN
      *ARCHIVADOR
           01 BUFFER-REG            PIC X(250).
           01 BUF-LOG REDEFINES BUFFER-REG.
               COPY OPELOG.
           01 BUF-FEE REDEFINES BUFFER-REG.
               COPY FEEREC.
           01 BUF-PAG REDEFINES BUFFER-REG.
               COPY CLIPAG.

      *MARCAS DE AVANCE DE CADA CLIENTE EN CLIBAL.DAT: LO QUE
      *CLIENTE-BAL YA APLICO PUEDE IRSE AL ARCHIVO DEL EJERCICIO
           01 TABLA-SALDOS.
               05 SALDOS OCCURS 1000 TIMES.
                   10 SAL-ID            PIC 9(6).
                   10 SAL-ULT-CARGO     PIC 9(8).
                   10 SAL-ULT-PAGO      PIC 9(6).
                   10 SAL-ULT-AJUSTE    PIC 9(6).
           77 SAL-CNT           PIC 9(4) VALUE 0.
           77 BX                PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 BUSCADO-ID        PIC 9(6) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

      *ARCHIVOS QUE PASAN AL ARCHIVO DEL EJERCICIO. FAS-CLASE: L=
      *CALCULOG, F=FEEBILL, P=CLIPAGOS
           01 TABLA-FASES.
               05 FASES OCCURS 3 TIMES.
                   10 FAS-VIVO          PIC X(12).
                   10 FAS-BASE          PIC X(12).
                   10 FAS-CLASE         PIC X.
                   10 FAS-ARCHIVADOS    PIC 9(6).
                   10 FAS-RETENIDOS     PIC 9(6).
                   10 FAS-ANCLA         PIC 9(6).
                   10 FAS-NETO          PIC S9(9)V99.
                   10 FAS-RESULTADO     PIC X(10).
           77 FX                PIC 9 VALUE 0.
           77 FALLA-SW          PIC X VALUE "N".
               88 ARCHIVO-FALLIDO   VALUE "Y".

      *REGISTRO EN CURSO
           77 ARCHIVA-SW        PIC X VALUE "N".
               88 ARCHIVA-REGISTRO  VALUE "Y".
           77 REG-SEC           PIC 9(6) VALUE 0.
           77 SEC-MAX-ARCH      PIC 9(6) VALUE 0.
           77 SEC-MAX-QUEDA     PIC 9(6) VALUE 0.
           77 CNT-PREVIOS       PIC 9(6) VALUE 0.
           77 CNT-VERIFICADOS   PIC 9(6) VALUE 0.
           77 CNT-ARCHIVADOS    PIC 9(6) VALUE 0.
           77 CNT-RETENIDOS     PIC 9(6) VALUE 0.
           77 RESULTADO-PASO    PIC X(10).

           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 CNT-EDIT-2        PIC ZZZ,ZZ9.
           77 TOTAL-EDIT        PIC ---,---,---,--9.99.
           77 ENTERO-EDIT       PIC ---,---,--9.
           77 PROMEDIO          PIC S9(8)V99 VALUE 0.
           77 PROMEDIO-EDIT     PIC ---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            ACCEPT HORA-PROCESO FROM TIME

            PERFORM DETERMINA-ANIO
            PERFORM VERIFICA-CIERRES
            IF NOT CIERRE-RECHAZADO
                PERFORM VERIFICA-DICIEMBRE
            END-IF
            IF NOT CIERRE-RECHAZADO
                PERFORM VERIFICA-CALCULADORA
            END-IF
            IF NOT CIERRE-RECHAZADO
                PERFORM VERIFICA-JORNAL
            END-IF

            IF CIERRE-RECHAZADO
                DISPLAY "CIERRE DEL EJERCICIO " ANIO-CIERRE
                    " RECHAZADO: " FUNCTION TRIM(MOTIVO-RECHAZO)
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM EJECUTA-CIERRE
            END-IF

            GOBACK.

      *EL ULTIMO DIA DEL ANIO CIERRA ESE ANIO; CUALQUIER OTRO DIA
      *CIERRA EL ANTERIOR
           DETERMINA-ANIO.
               IF PROC-MESDIA = 1231
                   MOVE PROC-ANIO TO ANIO-CIERRE
               ELSE
                   COMPUTE ANIO-CIERRE = PROC-ANIO - 1
               END-IF
               COMPUTE ANIO-NUEVO = ANIO-CIERRE + 1
               COMPUTE FECHA-FIN-ANIO = ANIO-CIERRE * 10000 + 1231
               COMPUTE PERIODO-DICIEMBRE = ANIO-CIERRE * 100 + 12
               MOVE SPACES TO CORTE-NOMBRE
               STRING "ANIO" ANIO-CIERRE
                   DELIMITED BY SIZE INTO CORTE-NOMBRE.

      *UN EJERCICIO QUE YA FIGURA EN CIERANIO.DAT NO SE CIERRA DOS
      *VECES
           VERIFICA-CIERRES.
               OPEN INPUT CIERRE-FILE
               IF CIERRE-NEW-FILE
                   CLOSE CIERRE-FILE
               ELSE
                   PERFORM UNTIL CIERRE-EOF
                       READ CIERRE-FILE
                           AT END
                               SET CIERRE-EOF TO TRUE
                           NOT AT END
                               IF CAN-ANIO = ANIO-CIERRE
                                   MOVE CAN-FECHA-CIERRE TO
                                       FECHA-CIERRE-PREV
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CIERRE-FILE
               END-IF
               IF FECHA-CIERRE-PREV > 0
                   SET CIERRE-RECHAZADO TO TRUE
                   MOVE SPACES TO MOTIVO-RECHAZO
                   STRING "EL EJERCICIO YA SE CERRO EL "
                       FECHA-CIERRE-PREV
                       DELIMITED BY SIZE INTO MOTIVO-RECHAZO
               END-IF.

      *EL CIERRE DE MES DE DICIEMBRE (CLIENTE-MES) DEBE ESTAR EN
      *ESTHIST.DAT
           VERIFICA-DICIEMBRE.
               MOVE "N" TO ENCONTRADO-SW
               OPEN INPUT HISTORIA-FILE
               IF HISTORIA-NEW-FILE
                   CLOSE HISTORIA-FILE
               ELSE
                   PERFORM UNTIL HISTORIA-EOF
                       READ HISTORIA-FILE
                           AT END
                               SET HISTORIA-EOF TO TRUE
                           NOT AT END
                               IF HIST-ANIOMES = PERIODO-DICIEMBRE
                                   SET ENCONTRADO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIA-FILE
               END-IF
               IF NOT ENCONTRADO
                   SET CIERRE-RECHAZADO TO TRUE
                   MOVE SPACES TO MOTIVO-RECHAZO
                   STRING "FALTA EL CIERRE DE MES " PERIODO-DICIEMBRE
                       " (CLIENTE-MES) EN ESTHIST.DAT"
                       DELIMITED BY SIZE INTO MOTIVO-RECHAZO
               END-IF.

      *SUMA LOS PERIODOS CERRADOS DEL EJERCICIO EN CALCPER.DAT. SI
      *EL LEDGER NO ESTA CERRADO HASTA DICIEMBRE Y EL LOG TIENE
      *OPERACIONES DEL EJERCICIO, ARCHIVARLAS LAS SACARIA DEL
      *CIERRE DE PERIODO: SE RECHAZA
           VERIFICA-CALCULADORA.
               PERFORM CARGA-TIPOS
               MOVE 0 TO ULTIMO-CERRADO
               OPEN INPUT PERIODO-FILE
               IF PERIODO-NEW-FILE
                   CLOSE PERIODO-FILE
               ELSE
                   PERFORM UNTIL PERIODO-EOF
                       READ PERIODO-FILE
                           AT END
                               SET PERIODO-EOF TO TRUE
                           NOT AT END
                               PERFORM ACUMULA-PERIODO
                       END-READ
                   END-PERFORM
                   CLOSE PERIODO-FILE
               END-IF
               IF ULTIMO-CERRADO < PERIODO-DICIEMBRE
                   PERFORM BUSCA-CALC-DEL-ANIO
                   IF CALC-DEL-ANIO
                       SET CIERRE-RECHAZADO TO TRUE
                       MOVE SPACES TO MOTIVO-RECHAZO
                       STRING "LA CALCULADORA ESTA CERRADA HASTA "
                           ULTIMO-CERRADO ", FALTA CERRAR HASTA "
                           PERIODO-DICIEMBRE " (CALCU-CIERRE)"
                           DELIMITED BY SIZE INTO MOTIVO-RECHAZO
                   END-IF
               END-IF.

      *INICIALIZA LOS TIPOS DE OPERACION DE LA CALCULADORA
           CARGA-TIPOS.
               MOVE "+" TO TIPO-SIMBOLO(1)
               MOVE "SUMA" TO TIPO-NOMBRE(1)
               MOVE "-" TO TIPO-SIMBOLO(2)
               MOVE "RESTA" TO TIPO-NOMBRE(2)
               MOVE "*" TO TIPO-SIMBOLO(3)
               MOVE "MULTIPLICA" TO TIPO-NOMBRE(3)
               MOVE "/" TO TIPO-SIMBOLO(4)
               MOVE "DIVIDI" TO TIPO-NOMBRE(4)
               PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                   MOVE 0 TO TIPO-CNT(TI)
                   MOVE 0 TO TIPO-TOTAL(TI)
               END-PERFORM.

      *SUMA UN PERIODO CERRADO DEL EJERCICIO A LOS TOTALES POR TIPO
           ACUMULA-PERIODO.
               IF CPE-PERIODO > ULTIMO-CERRADO
                   MOVE CPE-PERIODO TO ULTIMO-CERRADO
               END-IF
               IF CPE-PERIODO(1:4) = ANIO-CIERRE
                   PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                       ADD CPE-TIPO-CNT(TI) TO TIPO-CNT(TI)
                       ADD CPE-TIPO-TOTAL(TI) TO TIPO-TOTAL(TI)
                   END-PERFORM
                   IF CPE-ULTIMO-SEC > ULTIMO-SEC-CALC
                       MOVE CPE-ULTIMO-SEC TO ULTIMO-SEC-CALC
                   END-IF
               END-IF.

      *BUSCA EN CALCULOG.DAT ALGUNA OPERACION DEL EJERCICIO O
      *ANTERIOR
           BUSCA-CALC-DEL-ANIO.
               MOVE "N" TO CALC-DEL-ANIO-SW
               MOVE "CALCULOG.DAT" TO ENTRADA-NOMBRE
               MOVE "N" TO ENTRADA-EOF-SW
               OPEN INPUT ENTRADA-FILE
               IF ENTRADA-NEW-FILE
                   CLOSE ENTRADA-FILE
               ELSE
                   PERFORM UNTIL ENTRADA-EOF OR CALC-DEL-ANIO
                       READ ENTRADA-FILE
                           AT END
                               SET ENTRADA-EOF TO TRUE
                           NOT AT END
                               MOVE ENTRADA-REC TO BUFFER-REG
                               IF OPLOG-SEC IS NUMERIC AND
                                   OPLOG-FECHA NOT > FECHA-FIN-ANIO
                                   SET CALC-DEL-ANIO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENTRADA-FILE
               END-IF.

      *LAS CORRIDAS AUN NO CONSOLIDADAS EN GRANJRNL.DAT QUEDARIAN
      *FUERA DEL GRAN TOTAL CONGELADO: GRANCONS DEBE CORRER ANTES
           VERIFICA-JORNAL.
               MOVE 0 TO CNT-PENDIENTES
               OPEN INPUT JORNAL-FILE
               IF JORNAL-NEW-FILE
                   CLOSE JORNAL-FILE
               ELSE
                   PERFORM UNTIL JORNAL-EOF
                       READ JORNAL-FILE
                           AT END
                               SET JORNAL-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CNT-PENDIENTES
                       END-READ
                   END-PERFORM
                   CLOSE JORNAL-FILE
               END-IF
               IF CNT-PENDIENTES > 0
                   SET CIERRE-RECHAZADO TO TRUE
                   MOVE SPACES TO MOTIVO-RECHAZO
                   STRING CNT-PENDIENTES " CORRIDAS SIN CONSOLIDAR "
                       "EN GRANJRNL.DAT (GRANCONS)"
                       DELIMITED BY SIZE INTO MOTIVO-RECHAZO
               END-IF.

      *CONGELA LOS VALORES, ARCHIVA EL EJERCICIO Y, SI TODO
      *VERIFICO, GRABA EL CIERRE Y REINICIA LOS ACUMULADORES
           EJECUTA-CIERRE.
               INITIALIZE CIERRE-REC
               MOVE ANIO-CIERRE TO CAN-ANIO
               MOVE FECHA-PROCESO TO CAN-FECHA-CIERRE
               MOVE HORA-PROCESO TO CAN-HORA-CIERRE
               PERFORM LEE-ACUMULADORES
               PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                   MOVE TIPO-SIMBOLO(TI) TO CAN-TIPO-SIMBOLO(TI)
                   MOVE TIPO-CNT(TI) TO CAN-TIPO-CNT(TI)
                   MOVE TIPO-TOTAL(TI) TO CAN-TIPO-TOTAL(TI)
               END-PERFORM
               MOVE ULTIMO-SEC-CALC TO CAN-CALC-ULTIMO-SEC

               PERFORM CARGA-BALANCES
               PERFORM CARGA-FASES
               PERFORM ABRIR-BITACORA
               PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
                   PERFORM ARCHIVA-UN-ARCHIVO
               END-PERFORM
               CLOSE BITACORA-FILE

               MOVE FAS-ARCHIVADOS(1) TO CAN-CALC-ARCHIVADOS
               MOVE FAS-RETENIDOS(1) TO CAN-CALC-RETENIDOS
               MOVE FAS-ARCHIVADOS(2) TO CAN-FEE-ARCHIVADOS
               MOVE FAS-RETENIDOS(2) TO CAN-FEE-RETENIDOS
               MOVE FAS-NETO(2) TO CAN-FEE-NETO
               MOVE FAS-ARCHIVADOS(3) TO CAN-PAG-ARCHIVADOS
               MOVE FAS-RETENIDOS(3) TO CAN-PAG-RETENIDOS
               MOVE FAS-NETO(3) TO CAN-PAG-NETO

               IF ARCHIVO-FALLIDO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM GRABA-CIERRE
                   PERFORM REINICIA-ACUMULADORES
               END-IF
               PERFORM IMPRIME-CERTIFICADO

               IF ARCHIVO-FALLIDO
                   DISPLAY "CIERRE DEL EJERCICIO " ANIO-CIERRE
                       " NO COMPLETADO: UN ARCHIVO NO VERIFICO, VER "
                       "CIERANIO.RPT"
               ELSE
                   DISPLAY "EJERCICIO " ANIO-CIERRE " CERRADO, "
                       "ACUMULADORES REINICIADOS, VER CIERANIO.RPT"
               END-IF
               IF CNT-DESBORDE > 0
                   DISPLAY "TABLA DE SALDOS LLENA: " CNT-DESBORDE
                       " CLIENTES FUERA DE TABLA QUEDAN EN LOS "
                       "ARCHIVOS VIVOS"
               END-IF.

      *LEE LOS VALORES DE CIERRE DE GRANTOT.DAT Y MATAVG.DAT (EN
      *CERO SI EL ARCHIVO NO EXISTE)
           LEE-ACUMULADORES.
               MOVE 0 TO GRANTOT-TOTAL
               MOVE 0 TO GRANTOT-CONTADOR
               MOVE 0 TO GRANTOT-RESTA-TOTAL
               MOVE 0 TO GRANTOT-MULT-TOTAL
               MOVE 0 TO GRANTOT-DIV-TOTAL
               OPEN INPUT GRANTOT-FILE
               IF GRANTOT-NEW-FILE
                   CLOSE GRANTOT-FILE
               ELSE
                   READ GRANTOT-FILE
                   CLOSE GRANTOT-FILE
               END-IF
               MOVE GRANTOT-TOTAL TO CAN-GRAN-TOTAL
               MOVE GRANTOT-CONTADOR TO CAN-GRAN-CONTADOR
               MOVE GRANTOT-RESTA-TOTAL TO CAN-GRAN-RESTA
               MOVE GRANTOT-MULT-TOTAL TO CAN-GRAN-MULT
               MOVE GRANTOT-DIV-TOTAL TO CAN-GRAN-DIV

               MOVE 0 TO MATAVG-TOTAL
               MOVE 0 TO MATAVG-CONTADOR
               OPEN INPUT MATAVG-FILE
               IF MATAVG-NEW-FILE
                   CLOSE MATAVG-FILE
               ELSE
                   READ MATAVG-FILE
                   CLOSE MATAVG-FILE
               END-IF
               MOVE MATAVG-TOTAL TO CAN-MAT-TOTAL
               MOVE MATAVG-CONTADOR TO CAN-MAT-CONTADOR.

      *CARGA LAS MARCAS DE AVANCE DE CADA CLIENTE DE CLIBAL.DAT
           CARGA-BALANCES.
               MOVE 0 TO SAL-CNT
               MOVE 0 TO CNT-DESBORDE
               OPEN INPUT BALANCE-FILE
               IF BALANCE-NEW-FILE
                   CLOSE BALANCE-FILE
               ELSE
                   PERFORM UNTIL BALANCE-EOF
                       READ BALANCE-FILE
                           AT END
                               SET BALANCE-EOF TO TRUE
                           NOT AT END
                               IF SAL-CNT < 1000
                                   ADD 1 TO SAL-CNT
                                   MOVE BAL-CLIENTE-ID TO
                                       SAL-ID(SAL-CNT)
                                   MOVE BAL-ULT-CARGO TO
                                       SAL-ULT-CARGO(SAL-CNT)
                                   MOVE BAL-ULT-PAGO-SEC TO
                                       SAL-ULT-PAGO(SAL-CNT)
                                   MOVE BAL-ULT-AJU-SEC TO
                                       SAL-ULT-AJUSTE(SAL-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF.

      *DEJA EN BX EL CLIENTE BUSCADO-ID SI FIGURA EN LA TABLA
           UBICA-SALDO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO BX
               PERFORM UNTIL ENCONTRADO OR BX >= SAL-CNT
                   ADD 1 TO BX
                   IF SAL-ID(BX) = BUSCADO-ID
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *LOS TRES ARCHIVOS QUE PASAN AL ARCHIVO DEL EJERCICIO
           CARGA-FASES.
               MOVE "CALCULOG.DAT" TO FAS-VIVO(1)
               MOVE "CALCULOG" TO FAS-BASE(1)
               MOVE "L" TO FAS-CLASE(1)
               MOVE "FEEBILL.DAT" TO FAS-VIVO(2)
               MOVE "FEEBILL" TO FAS-BASE(2)
               MOVE "F" TO FAS-CLASE(2)
               MOVE "CLIPAGOS.DAT" TO FAS-VIVO(3)
               MOVE "CLIPAGOS" TO FAS-BASE(3)
               MOVE "P" TO FAS-CLASE(3)
               PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
                   MOVE 0 TO FAS-ARCHIVADOS(FX)
                   MOVE 0 TO FAS-RETENIDOS(FX)
                   MOVE 0 TO FAS-ANCLA(FX)
                   MOVE 0 TO FAS-NETO(FX)
                   MOVE SPACES TO FAS-RESULTADO(FX)
               END-PERFORM.

      *ABRE LA BITACORA DE ARCHIVADO EN MODO EXTEND, CREANDOLA SI
      *AUN NO EXISTE
           ABRIR-BITACORA.
               OPEN EXTEND BITACORA-FILE
               IF BITACORA-NEW-FILE
                   OPEN OUTPUT BITACORA-FILE
                   CLOSE BITACORA-FILE
                   OPEN EXTEND BITACORA-FILE
               END-IF.

      *PASA EL ARCHIVO FX AL ARCHIVO DEL EJERCICIO: SEPARA, VERIFICA
      *EL RECUENTO Y RECIEN ENTONCES TRUNCA EL ARCHIVO VIVO. EL
      *ARCHIVO DEL EJERCICIO SE EXTIENDE, ASI UNA REPETICION TRAS
      *UNA FALLA NO PISA LO YA ARCHIVADO
           ARCHIVA-UN-ARCHIVO.
               MOVE FAS-VIVO(FX) TO ENTRADA-NOMBRE
               MOVE SPACES TO ARCHIVO-NOMBRE
               STRING FUNCTION TRIM(FAS-BASE(FX))
                   "." CORTE-NOMBRE ".ARC"
                   DELIMITED BY SIZE INTO ARCHIVO-NOMBRE
               MOVE 0 TO CNT-ARCHIVADOS
               MOVE 0 TO CNT-RETENIDOS
               MOVE 0 TO SEC-MAX-QUEDA
               MOVE "N" TO ENTRADA-EOF-SW
               OPEN INPUT ENTRADA-FILE
               IF ENTRADA-NEW-FILE
                   CLOSE ENTRADA-FILE
                   MOVE "NO EXISTE" TO RESULTADO-PASO
               ELSE
                   CLOSE ENTRADA-FILE
                   IF FAS-CLASE(FX) NOT = "L"
                       PERFORM BUSCA-ANCLA
                   END-IF
                   PERFORM CUENTA-ARCHIVO
                   MOVE CNT-VERIFICADOS TO CNT-PREVIOS
                   PERFORM SEPARA-REGISTROS
                   IF CNT-ARCHIVADOS = 0
                       MOVE "SIN MOVER" TO RESULTADO-PASO
                   ELSE
                       PERFORM CUENTA-ARCHIVO
                       IF CNT-VERIFICADOS =
                           CNT-PREVIOS + CNT-ARCHIVADOS
                           PERFORM REESCRIBE-VIVO
                           MOVE "OK" TO RESULTADO-PASO
                       ELSE
                           MOVE "ERROR" TO RESULTADO-PASO
                           SET ARCHIVO-FALLIDO TO TRUE
                       END-IF
                   END-IF
               END-IF
               MOVE CNT-ARCHIVADOS TO FAS-ARCHIVADOS(FX)
               MOVE CNT-RETENIDOS TO FAS-RETENIDOS(FX)
               MOVE RESULTADO-PASO TO FAS-RESULTADO(FX)
               IF FAS-CLASE(FX) = "L"
                   COMPUTE PROXIMO-SEC-CALC = SEC-MAX-QUEDA + 1
               END-IF
               PERFORM GRABA-BITACORA.

      *PRIMERA PASADA DE CUOTAS O PAGOS: SI LA SECUENCIA MAS ALTA
      *DEL ARCHIVO SE VA AL ARCHIVO DEL EJERCICIO, ESE REGISTRO
      *QUEDA EN EL VIVO PARA QUE LOS QUE GRABAN SIGAN NUMERANDO
      *DESDE ELLA Y CLIENTE-BAL NO TOME LO NUEVO POR YA APLICADO
           BUSCA-ANCLA.
               MOVE 0 TO SEC-MAX-ARCH
               MOVE 0 TO SEC-MAX-QUEDA
               MOVE "N" TO ENTRADA-EOF-SW
               OPEN INPUT ENTRADA-FILE
               PERFORM UNTIL ENTRADA-EOF
                   READ ENTRADA-FILE
                       AT END
                           SET ENTRADA-EOF TO TRUE
                       NOT AT END
                           MOVE ENTRADA-REC TO BUFFER-REG
                           PERFORM EVALUA-REGISTRO
                           IF ARCHIVA-REGISTRO
                               IF REG-SEC > SEC-MAX-ARCH
                                   MOVE REG-SEC TO SEC-MAX-ARCH
                               END-IF
                           ELSE
                               IF REG-SEC > SEC-MAX-QUEDA
                                   MOVE REG-SEC TO SEC-MAX-QUEDA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE
               IF SEC-MAX-ARCH > SEC-MAX-QUEDA
                   MOVE SEC-MAX-ARCH TO FAS-ANCLA(FX)
               END-IF
               MOVE 0 TO SEC-MAX-QUEDA.

      *CUENTA LOS REGISTROS DEL ARCHIVO DEL EJERCICIO (CERO SI AUN
      *NO EXISTE)
           CUENTA-ARCHIVO.
               MOVE 0 TO CNT-VERIFICADOS
               MOVE "N" TO ENTRADA-EOF-SW
               OPEN INPUT ARCHIVO-FILE
               IF ARCHIVO-NEW-FILE
                   CLOSE ARCHIVO-FILE
               ELSE
                   PERFORM UNTIL ENTRADA-EOF
                       READ ARCHIVO-FILE
                           AT END
                               SET ENTRADA-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CNT-VERIFICADOS
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-FILE
               END-IF.

      *RECORRE EL ARCHIVO VIVO MANDANDO CADA REGISTRO AL ARCHIVO
      *DEL EJERCICIO O AL TEMPORAL DE RETENIDOS
           SEPARA-REGISTROS.
               MOVE "N" TO ENTRADA-EOF-SW
               OPEN INPUT ENTRADA-FILE
               OPEN EXTEND ARCHIVO-FILE
               IF ARCHIVO-NEW-FILE
                   OPEN OUTPUT ARCHIVO-FILE
                   CLOSE ARCHIVO-FILE
                   OPEN EXTEND ARCHIVO-FILE
               END-IF
               OPEN OUTPUT RETENIDO-FILE
               PERFORM UNTIL ENTRADA-EOF
                   READ ENTRADA-FILE
                       AT END
                           SET ENTRADA-EOF TO TRUE
                       NOT AT END
                           PERFORM CLASIFICA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE
               CLOSE ARCHIVO-FILE
               CLOSE RETENIDO-FILE.

      *ARCHIVA O RETIENE EL REGISTRO LEIDO; EL ANCLA DE NUMERACION
      *SE RETIENE SIEMPRE
           CLASIFICA-REGISTRO.
               MOVE ENTRADA-REC TO BUFFER-REG
               PERFORM EVALUA-REGISTRO
               IF ARCHIVA-REGISTRO AND FAS-ANCLA(FX) > 0 AND
                   REG-SEC = FAS-ANCLA(FX)
                   MOVE "N" TO ARCHIVA-SW
               END-IF
               IF ARCHIVA-REGISTRO
                   MOVE ENTRADA-REC TO ARCHIVO-REC
                   WRITE ARCHIVO-REC
                   ADD 1 TO CNT-ARCHIVADOS
                   PERFORM SUMA-NETO
               ELSE
                   MOVE ENTRADA-REC TO RETENIDO-REC
                   WRITE RETENIDO-REC
                   ADD 1 TO CNT-RETENIDOS
                   IF REG-SEC > SEC-MAX-QUEDA
                       MOVE REG-SEC TO SEC-MAX-QUEDA
                   END-IF
               END-IF.

      *DECIDE SI EL REGISTRO DEL BUFFER ES DEL EJERCICIO Y PUEDE
      *IRSE: LAS OPERACIONES DE CALCULADORA POR SU FECHA (LAS DEL
      *LAYOUT VIEJO, SIN SECUENCIA NUMERICA, SE RETIENEN); LAS
      *CUOTAS Y LOS PAGOS SOLO SI CLIENTE-BAL YA LOS APLICO
           EVALUA-REGISTRO.
               MOVE "N" TO ARCHIVA-SW
               MOVE 0 TO REG-SEC
               EVALUATE FAS-CLASE(FX)
                   WHEN "L"
                       IF OPLOG-SEC IS NUMERIC
                           MOVE OPLOG-SEC TO REG-SEC
                           IF OPLOG-FECHA NOT > FECHA-FIN-ANIO
                               SET ARCHIVA-REGISTRO TO TRUE
                           END-IF
                       END-IF
                   WHEN "F"
                       PERFORM EVALUA-CUOTA
                   WHEN OTHER
                       PERFORM EVALUA-PAGO
               END-EVALUATE.

      *UNA CUOTA DEL EJERCICIO SE VA SI EL SALDO DEL CLIENTE YA LA
      *TOMO: LA CUOTA COMUN POR FECHA, EL AJUSTE, EL CARGO POR PAGO
      *DEVUELTO, EL INTERES Y LA MORA DE UNA COTIZACION POR
      *SECUENCIA, COMO LOS APLICA CLIENTE-BAL
           EVALUA-CUOTA.
               IF FEE-SECUENCIA IS NUMERIC
                   MOVE FEE-SECUENCIA TO REG-SEC
               END-IF
               IF FEE-FECHA IS NUMERIC AND
                   FEE-FECHA NOT > FECHA-FIN-ANIO
                   MOVE FEE-CLIENTE-ID TO BUSCADO-ID
                   PERFORM UBICA-SALDO
                   IF ENCONTRADO
                       IF FEE-ES-AJUSTE OR FEE-ES-DEVOLUCION OR
                           FEE-ES-INTERES OR FEE-ES-COTIZADO
                           IF FEE-SECUENCIA IS NUMERIC AND
                               FEE-SECUENCIA NOT > SAL-ULT-AJUSTE(BX)
                               SET ARCHIVA-REGISTRO TO TRUE
                           END-IF
                       ELSE
                           IF FEE-FECHA NOT > SAL-ULT-CARGO(BX)
                               SET ARCHIVA-REGISTRO TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *UN MOVIMIENTO DEL DIARIO DE PAGOS DEL EJERCICIO SE VA SI SU
      *SECUENCIA NO PASA LA ULTIMA APLICADA AL CLIENTE
           EVALUA-PAGO.
               IF PAG-SECUENCIA IS NUMERIC
                   MOVE PAG-SECUENCIA TO REG-SEC
                   IF PAG-FECHA IS NUMERIC AND
                       PAG-FECHA NOT > FECHA-FIN-ANIO
                       MOVE PAG-CLIENTE-ID TO BUSCADO-ID
                       PERFORM UBICA-SALDO
                       IF ENCONTRADO AND
                           PAG-SECUENCIA NOT > SAL-ULT-PAGO(BX)
                           SET ARCHIVA-REGISTRO TO TRUE
                       END-IF
                   END-IF
               END-IF.

      *SUMA EL REGISTRO ARCHIVADO AL NETO QUE MOVIO EN LOS SALDOS:
      *LAS CUOTAS CARGAN (EL AJUSTE DESCARGA); LOS PAGOS Y CASTIGOS
      *DESCARGAN, LA REVERSION Y EL REEMBOLSO VUELVEN A CARGAR, EL
      *RECUPERO NO MUEVE EL SALDO
           SUMA-NETO.
               EVALUATE FAS-CLASE(FX)
                   WHEN "F"
                       IF FEE-ES-AJUSTE
                           SUBTRACT FEE-MONTO FROM FAS-NETO(FX)
                       ELSE
                           ADD FEE-MONTO TO FAS-NETO(FX)
                       END-IF
                   WHEN "P"
                       EVALUATE TRUE
                           WHEN PAG-ES-REVERSO
                           WHEN PAG-ES-REEMBOLSO
                               SUBTRACT PAG-MONTO FROM FAS-NETO(FX)
                           WHEN PAG-ES-RECUPERO
                               CONTINUE
                           WHEN OTHER
                               ADD PAG-MONTO TO FAS-NETO(FX)
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *REESCRIBE EL ARCHIVO VIVO SOLO CON LOS REGISTROS RETENIDOS
           REESCRIBE-VIVO.
               MOVE "N" TO RETENIDO-EOF-SW
               OPEN INPUT RETENIDO-FILE
               OPEN OUTPUT ENTRADA-FILE
               PERFORM UNTIL RETENIDO-EOF
                   READ RETENIDO-FILE
                       AT END
                           SET RETENIDO-EOF TO TRUE
                       NOT AT END
                           MOVE RETENIDO-REC TO ENTRADA-REC
                           WRITE ENTRADA-REC
                   END-READ
               END-PERFORM
               CLOSE RETENIDO-FILE
               CLOSE ENTRADA-FILE.

      *DEJA UNA LINEA EN ARCHIVADO.LOG CON EL RESULTADO, CON EL
      *MISMO FORMATO DE ARCHIVADOR PARA QUE ARCONSUL LA RECORRA
           GRABA-BITACORA.
               MOVE CNT-ARCHIVADOS TO CNT-EDIT
               MOVE CNT-RETENIDOS TO CNT-EDIT-2
               MOVE SPACES TO LINEA-BITACORA
               STRING FECHA-PROCESO " " HORA-PROCESO " "
                   FAS-VIVO(FX) " CORTE " CORTE-NOMBRE
                   " MOVIDOS " CNT-EDIT " RETENIDOS " CNT-EDIT-2
                   " " RESULTADO-PASO
                   DELIMITED BY SIZE INTO LINEA-BITACORA
               WRITE LINEA-BITACORA.

      *AGREGA EL EJERCICIO CERRADO A CIERANIO.DAT
           GRABA-CIERRE.
               OPEN EXTEND CIERRE-FILE
               IF CIERRE-NEW-FILE
                   OPEN OUTPUT CIERRE-FILE
                   CLOSE CIERRE-FILE
                   OPEN EXTEND CIERRE-FILE
               END-IF
               WRITE CIERRE-REC
               CLOSE CIERRE-FILE.

      *LOS ACUMULADORES EMPIEZAN EL EJERCICIO NUEVO EN CERO
           REINICIA-ACUMULADORES.
               MOVE 0 TO GRANTOT-TOTAL
               MOVE 0 TO GRANTOT-CONTADOR
               MOVE 0 TO GRANTOT-RESTA-TOTAL
               MOVE 0 TO GRANTOT-MULT-TOTAL
               MOVE 0 TO GRANTOT-DIV-TOTAL
               OPEN OUTPUT GRANTOT-FILE
               WRITE GRANTOT-REC
               CLOSE GRANTOT-FILE
               MOVE 0 TO MATAVG-TOTAL
               MOVE 0 TO MATAVG-CONTADOR
               OPEN OUTPUT MATAVG-FILE
               WRITE MATAVG-REC
               CLOSE MATAVG-FILE.

      *CERTIFICADO DE CIERRE: CONDICIONES, VALORES CONGELADOS Y
      *REINICIADOS, TOTALES DE LA CALCULADORA Y ARCHIVOS DEL
      *EJERCICIO
           IMPRIME-CERTIFICADO.
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CERTIFICADO DE CIERRE DEL EJERCICIO "
                   ANIO-CIERRE "  EMITIDO " FECHA-PROCESO " "
                   HORA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "CONDICIONES PREVIAS" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CIERRE DE MES " PERIODO-DICIEMBRE
                   " (CLIENTE-MES) EN ESTHIST.DAT : PRESENTE"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CALCULADORA CERRADA HASTA (CALCPER.DAT)  : "
                   ULTIMO-CERRADO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CORRIDAS SIN CONSOLIDAR EN GRANJRNL.DAT  : "
                   "NINGUNA"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "ACUMULADORES AL CIERRE" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CAN-GRAN-TOTAL TO ENTERO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  GRANTOT GRAN TOTAL          " ENTERO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CAN-GRAN-RESTA TO ENTERO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  GRANTOT TOTAL RESTA         " ENTERO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CAN-GRAN-MULT TO ENTERO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  GRANTOT TOTAL MULTIPLICA    " ENTERO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CAN-GRAN-DIV TO ENTERO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  GRANTOT TOTAL DIVIDI        " ENTERO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CAN-GRAN-CONTADOR TO ENTERO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  GRANTOT CORRIDAS            " ENTERO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CAN-MAT-TOTAL TO ENTERO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  MATAVG TOTAL                " ENTERO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CAN-MAT-CONTADOR TO ENTERO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  MATAVG CORRIDAS             " ENTERO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF CAN-MAT-CONTADOR = 0
                   MOVE 0 TO PROMEDIO
               ELSE
                   COMPUTE PROMEDIO ROUNDED =
                       CAN-MAT-TOTAL / CAN-MAT-CONTADOR
               END-IF
               MOVE PROMEDIO TO PROMEDIO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  MATAVG PROMEDIO CORRIDO     " PROMEDIO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CALCULADORA: TOTALES DEL EJERCICIO SEGUN LOS "
                   "PERIODOS DE CALCPER.DAT"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                   MOVE TIPO-CNT(TI) TO CNT-EDIT
                   MOVE TIPO-TOTAL(TI) TO TOTAL-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  " TIPO-NOMBRE(TI) CNT-EDIT
                       " OPERACIONES  NETO " TOTAL-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM
               MOVE SPACES TO LINEA-REPORTE
               STRING "  ULTIMA SECUENCIA DEL EJERCICIO : "
                   ULTIMO-SEC-CALC
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "ARCHIVO DEL EJERCICIO   ARCHIVADOS  RETENIDOS"
                   "  RESULTADO   DESTINO"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
                   PERFORM IMPRIME-FASE
               END-PERFORM
               MOVE FAS-NETO(2) TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  NETO CARGADO A LOS SALDOS POR LAS CUOTAS "
                   "ARCHIVADAS   " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE FAS-NETO(3) TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  NETO DESCARGADO DE LOS SALDOS POR LOS PAGOS "
                   "ARCHIVADOS" TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               IF ARCHIVO-FALLIDO
                   STRING "*** CIERRE NO COMPLETADO: UN ARCHIVO NO "
                       "VERIFICO. ACUMULADORES SIN REINICIAR, "
                       "REPETIR EL CIERRE"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               ELSE
                   STRING "REINICIADOS PARA EL EJERCICIO " ANIO-NUEVO
                       ": GRANTOT.DAT Y MATAVG.DAT EN CERO"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "PROXIMA SECUENCIA DE CALCULOG.DAT: "
                       PROXIMO-SEC-CALC
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "EJERCICIO " ANIO-CIERRE " CERRADO Y "
                       "REGISTRADO EN CIERANIO.DAT"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
               CLOSE REPORTE-FILE.

      *LINEA DE UN ARCHIVO DEL EJERCICIO, CON EL ANCLA DE
      *NUMERACION QUE QUEDO EN EL VIVO SI LA HUBO
           IMPRIME-FASE.
               MOVE FAS-ARCHIVADOS(FX) TO CNT-EDIT
               MOVE FAS-RETENIDOS(FX) TO CNT-EDIT-2
               MOVE SPACES TO ARCHIVO-NOMBRE
               STRING FUNCTION TRIM(FAS-BASE(FX))
                   "." CORTE-NOMBRE ".ARC"
                   DELIMITED BY SIZE INTO ARCHIVO-NOMBRE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  " FAS-VIVO(FX) "        " CNT-EDIT "    "
                   CNT-EDIT-2 "  " FAS-RESULTADO(FX) "  "
                   ARCHIVO-NOMBRE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF FAS-ANCLA(FX) > 0
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "    LA SECUENCIA " FAS-ANCLA(FX)
                       " QUEDA EN EL VIVO COMO ULTIMO NUMERO "
                       "ASIGNADO"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

       END PROGRAM CIERRE-ANIO.
