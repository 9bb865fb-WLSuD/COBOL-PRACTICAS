      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly reconciliation of the external collection
      *          agency's remittance. Reads AGENREM.DAT (one record
      *          per collection the agency claims) and matches each
      *          claim to an account placed with the agency on the
      *          collection date, per the AGENHIST.DAT placement
      *          history COBRAGEN and COBRAGEN-RET keep. The agency's
      *          commission is the contracted rate of PARAMS.DAT for
      *          the tier the days placed fall in (AGEN-COMIS-DIAS1
      *          and AGEN-COMIS-DIAS2 close the first two tiers,
      *          AGEN-COMIS-TASA1 to AGEN-COMIS-TASA3 are the rates in
      *          percent); the net remittance is journaled to
      *          CLIPAGOS.DAT with origin "AGENCIA". AGENREM.RPT lists
      *          the matched claims with the commission due, the
      *          claims rejected (accounts never placed, not with the
      *          agency that day, already remitted, malformed) and
      *          the accounts the agency returned paid in the month
      *          with no remittance on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAGEN-REM.
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

           SELECT REMESA-FILE ASSIGN TO "AGENREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMESA-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "AGENHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "AGENREM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  REMESA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REMESA-REC.
           COPY AGENREM.

       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORIA-REC.
           COPY AGEHIS.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 REMESA-STATUS     PIC X(2) VALUE "00".
               88 REMESA-NEW-FILE   VALUE "35".
           77 REMESA-EOF-SW     PIC X VALUE "N".
               88 REMESA-EOF        VALUE "Y".
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".
           77 HISTORIA-EOF-SW   PIC X VALUE "N".
               88 HISTORIA-EOF      VALUE "Y".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".

           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

      *TRAMOS DE COMISION POR DIAS EN AGENCIA
           77 DIAS-TRAMO1       PIC 9(5) VALUE 0.
           77 DIAS-TRAMO2       PIC 9(5) VALUE 0.
           77 TASA-TRAMO1       PIC 9(2)V99 VALUE 0.
           77 TASA-TRAMO2       PIC 9(2)V99 VALUE 0.
           77 TASA-TRAMO3       PIC 9(2)V99 VALUE 0.
           77 TRAMO             PIC 9 VALUE 0.
           77 TASA-APLICADA     PIC 9(2)V99 VALUE 0.

      *DERIVACIONES DE AGENHIST.DAT, CON LA MARCA DE LAS QUE YA
      *TIENEN REMESA ASENTADA
           01 TABLA-HISTORIA.
               05 HISTORIA OCCURS 2000 TIMES.
                   10 HST-ID            PIC 9(6).
                   10 HST-ENVIO         PIC 9(8).
                   10 HST-RETORNO       PIC 9(8).
                   10 HST-RESULTADO     PIC X.
                   10 HST-REMITIDO      PIC X.
           77 HST-CNT           PIC 9(4) VALUE 0.

      *COBROS DE AGENCIA YA ASENTADOS EN CLIPAGOS.DAT
           01 TABLA-COBROS.
               05 COBROS OCCURS 2000 TIMES.
                   10 CBR-ID            PIC 9(6).
                   10 CBR-FECHA         PIC 9(8).
                   10 CBR-REFERENCIA    PIC X(10).
           77 CBR-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.

      *RECLAMOS RECHAZADOS, PARA LISTARLOS DESPUES DE LOS
      *CONCILIADOS
           01 TABLA-RECHAZOS.
               05 TAB-RECHAZO OCCURS 500 TIMES PIC X(80).
           77 RCH-CNT           PIC 9(3) VALUE 0.

           77 I                 PIC 9(4) VALUE 0.
           77 POS-HISTORIA      PIC 9(4) VALUE 0.
           77 DERIVADO-SW       PIC X VALUE "N".
               88 DERIVADO          VALUE "Y".
           77 DUPLICADO-SW      PIC X VALUE "N".
               88 DUPLICADO         VALUE "Y".
           77 MOTIVO-RECHAZO    PIC X(34).

           77 ID-PRUEBA         PIC 9(6) VALUE 0.
           77 DIGITO-CALCULADO  PIC 9 VALUE 0.
           77 ID-VALIDO-SW      PIC X VALUE "N".
               88 ID-VALIDO         VALUE "Y".

           77 ANIOMES-PEDIDO    PIC 9(6).
           77 ANIOMES-REG       PIC 9(6).
           77 PROX-SECUENCIA    PIC 9(6) VALUE 0.

           01 FECHA-ENVIO       PIC 9(8).
           01 FECHA-ENV-DET REDEFINES FECHA-ENVIO.
               05 ENV-ANIO      PIC 9(4).
               05 ENV-MES       PIC 9(2).
               05 ENV-DIA       PIC 9(2).
           01 FECHA-COBRO       PIC 9(8).
           01 FECHA-COB-DET REDEFINES FECHA-COBRO.
               05 COB-ANIO      PIC 9(4).
               05 COB-MES       PIC 9(2).
               05 COB-DIA       PIC 9(2).
           77 DIAS-AGENCIA      PIC S9(7) VALUE 0.

           77 COMISION          PIC 9(7)V99 VALUE 0.
           77 NETO              PIC 9(7)V99 VALUE 0.
           77 TOTAL-COBRADO     PIC 9(9)V99 VALUE 0.
           77 TOTAL-COMISION    PIC 9(9)V99 VALUE 0.
           77 TOTAL-NETO        PIC 9(9)V99 VALUE 0.
           01 TABLA-TRAMOS.
               05 TRAMOS OCCURS 3 TIMES.
                   10 TRM-CNT           PIC 9(5).
                   10 TRM-COMISION      PIC 9(9)V99.

           77 CNT-LEIDOS        PIC 9(5) VALUE 0.
           77 CNT-CONCILIADOS   PIC 9(5) VALUE 0.
           77 CNT-RECHAZADOS    PIC 9(5) VALUE 0.
           77 CNT-NO-REMITIDOS  PIC 9(5) VALUE 0.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 COMISION-EDIT     PIC Z,ZZZ,ZZ9.99.
           77 NETO-EDIT         PIC Z,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
           77 TASA-EDIT         PIC Z9.99.
           77 DIAS-EDIT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY "INGRESE EL MES DE LA REMESA (AAAAMM): "
            ACCEPT ANIOMES-PEDIDO

            PERFORM CARGA-PARAMETROS
            IF TASA-TRAMO1 = 0
                DISPLAY "SIN TASA AGEN-COMIS-TASA1 EN PARAMS.DAT, "
                    "NO SE CONCILIA"
                STOP RUN
            END-IF

            PERFORM CARGA-HISTORIA
            PERFORM CARGA-COBROS
            IF CNT-DESBORDE > 0
                DISPLAY "TABLAS DE DERIVACIONES O COBROS LLENAS, "
                    CNT-DESBORDE " REGISTROS SIN LUGAR - NO SE "
                    "CONCILIA"
                STOP RUN
            END-IF

            OPEN INPUT REMESA-FILE
            IF REMESA-NEW-FILE
                DISPLAY "NO EXISTE AGENREM.DAT, NADA QUE CONCILIAR"
                CLOSE REMESA-FILE
                STOP RUN
            END-IF
            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE REMESA-FILE
                STOP RUN
            END-IF
            OPEN EXTEND PAGOS-FILE
            IF PAGOS-NEW-FILE
                OPEN OUTPUT PAGOS-FILE
                CLOSE PAGOS-FILE
                OPEN EXTEND PAGOS-FILE
            END-IF
            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "CONCILIACION DE LA REMESA DE AGENCIA - MES "
                ANIOMES-PEDIDO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE "COBROS CONCILIADOS" TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE "  CLIENTE  FECHA       COBRADO  DIAS TASA    COMIS"
                & "ION          NETO" TO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM UNTIL REMESA-EOF
                READ REMESA-FILE
                    AT END
                        SET REMESA-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO CNT-LEIDOS
                        PERFORM PROCESA-RECLAMO
                END-READ
            END-PERFORM

            CLOSE REMESA-FILE
            CLOSE CLIENTE-FILE
            CLOSE PAGOS-FILE
            PERFORM IMPRIME-RECHAZOS
            PERFORM IMPRIME-NO-REMITIDAS
            PERFORM IMPRIME-TOTALES
            CLOSE REPORTE-FILE

            DISPLAY "RECLAMOS LEIDOS      : " CNT-LEIDOS
            DISPLAY "COBROS CONCILIADOS   : " CNT-CONCILIADOS
            DISPLAY "RECLAMOS RECHAZADOS  : " CNT-RECHAZADOS
            DISPLAY "PAGADAS NO REMITIDAS : " CNT-NO-REMITIDOS
            DISPLAY "VER AGENREM.RPT"

            STOP RUN.

      *LEE LOS TRAMOS Y LAS TASAS DE COMISION CONTRATADAS DE LA
      *TABLA CENTRAL DE PARAMETROS - UN TRAMO SIN TASA TOMA LA DEL
      *TRAMO ANTERIOR
           CARGA-PARAMETROS.
               MOVE "AGEN-COMIS-DIAS1" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-TRAMO1 =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "AGEN-COMIS-DIAS2" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-TRAMO2 =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "AGEN-COMIS-TASA1" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE TASA-TRAMO1 =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "AGEN-COMIS-TASA2" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE TASA-TRAMO2 =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "AGEN-COMIS-TASA3" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE TASA-TRAMO3 =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               IF TASA-TRAMO2 = 0
                   MOVE TASA-TRAMO1 TO TASA-TRAMO2
               END-IF
               IF TASA-TRAMO3 = 0
                   MOVE TASA-TRAMO2 TO TASA-TRAMO3
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE 0 TO TRM-CNT(I)
                   MOVE 0 TO TRM-COMISION(I)
               END-PERFORM.

      *CARGA EL HISTORIAL DE DERIVACIONES A LA AGENCIA
           CARGA-HISTORIA.
               OPEN INPUT HISTORIA-FILE
               IF HISTORIA-NEW-FILE
                   DISPLAY "SIN AGENHIST.DAT, NINGUN RECLAMO PODRA "
                       "CONCILIARSE"
                   CLOSE HISTORIA-FILE
               ELSE
                   PERFORM UNTIL HISTORIA-EOF
                       READ HISTORIA-FILE
                           AT END
                               SET HISTORIA-EOF TO TRUE
                           NOT AT END
                               IF HST-CNT < 2000
                                   ADD 1 TO HST-CNT
                                   MOVE AGH-CLIENTE-ID TO
                                       HST-ID(HST-CNT)
                                   MOVE AGH-FECHA-ENVIO TO
                                       HST-ENVIO(HST-CNT)
                                   MOVE AGH-FECHA-RETORNO TO
                                       HST-RETORNO(HST-CNT)
                                   MOVE AGH-RESULTADO TO
                                       HST-RESULTADO(HST-CNT)
                                   MOVE "N" TO HST-REMITIDO(HST-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIA-FILE
               END-IF.

      *RECORRE EL JOURNAL DE PAGOS SIGUIENDO LA SECUENCIA Y
      *GUARDANDO LOS COBROS DE AGENCIA YA ASENTADOS, QUE MARCAN
      *COMO REMITIDA LA DERIVACION DENTRO DE LA CUAL CAEN
           CARGA-COBROS.
               MOVE 0 TO PROX-SECUENCIA
               OPEN INPUT PAGOS-FILE
               IF PAGOS-NEW-FILE
                   CLOSE PAGOS-FILE
               ELSE
                   PERFORM UNTIL PAGOS-EOF
                       READ PAGOS-FILE
                           AT END
                               SET PAGOS-EOF TO TRUE
                           NOT AT END
                               IF PAG-SECUENCIA > PROX-SECUENCIA
                                   MOVE PAG-SECUENCIA TO
                                       PROX-SECUENCIA
                               END-IF
                               IF PAG-ORIGEN = "AGENCIA"
                                   PERFORM GUARDA-COBRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF.

      *GUARDA EL COBRO DE AGENCIA LEIDO DEL JOURNAL Y MARCA SU
      *DERIVACION
           GUARDA-COBRO.
               IF CBR-CNT < 2000
                   ADD 1 TO CBR-CNT
                   MOVE PAG-CLIENTE-ID TO CBR-ID(CBR-CNT)
                   MOVE PAG-FECHA TO CBR-FECHA(CBR-CNT)
                   MOVE PAG-REFERENCIA TO CBR-REFERENCIA(CBR-CNT)
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF
               MOVE PAG-CLIENTE-ID TO ID-PRUEBA
               MOVE PAG-FECHA TO FECHA-COBRO
               PERFORM BUSCA-DERIVACION
               IF POS-HISTORIA > 0
                   MOVE "Y" TO HST-REMITIDO(POS-HISTORIA)
               END-IF.

      *UBICA LA DERIVACION DEL CLIENTE VIGENTE EN LA FECHA DEL
      *COBRO (ENTRE EL ENVIO Y EL RETORNO, AMBOS INCLUSIVE); DEJA
      *ADEMAS SI EL CLIENTE FUE DERIVADO ALGUNA VEZ
           BUSCA-DERIVACION.
               MOVE 0 TO POS-HISTORIA
               MOVE "N" TO DERIVADO-SW
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > HST-CNT
                   IF HST-ID(I) = ID-PRUEBA
                       SET DERIVADO TO TRUE
                       IF HST-ENVIO(I) <= FECHA-COBRO AND
                           (HST-RETORNO(I) = 0 OR
                           HST-RETORNO(I) >= FECHA-COBRO)
                           MOVE I TO POS-HISTORIA
                       END-IF
                   END-IF
               END-PERFORM.

      *VALIDA EL RECLAMO LEIDO Y LO CONCILIA, O LO RECHAZA CON
      *MOTIVO
           PROCESA-RECLAMO.
               IF REM-CLIENTE-ID IS NOT NUMERIC
                   MOVE "ID DE CLIENTE NO NUMERICO" TO MOTIVO-RECHAZO
                   PERFORM GUARDA-RECHAZO
               ELSE
                   MOVE REM-CLIENTE-ID TO ID-PRUEBA
                   CALL "CHKDIG" USING ID-PRUEBA DIGITO-CALCULADO
                       ID-VALIDO-SW
                   IF NOT ID-VALIDO
                       MOVE "DIGITO VERIFICADOR INVALIDO"
                           TO MOTIVO-RECHAZO
                       PERFORM GUARDA-RECHAZO
                   ELSE
                       MOVE ID-PRUEBA TO CLIENTE-ID
                       READ CLIENTE-FILE
                           INVALID KEY
                               MOVE "CLIENTE INEXISTENTE"
                                   TO MOTIVO-RECHAZO
                               PERFORM GUARDA-RECHAZO
                           NOT INVALID KEY
                               PERFORM EVALUA-RECLAMO
                       END-READ
                   END-IF
               END-IF.

      *CONTRASTA EL RECLAMO CONTRA EL HISTORIAL DE DERIVACIONES Y
      *LOS COBROS YA ASENTADOS
           EVALUA-RECLAMO.
               MOVE 0 TO FECHA-COBRO
               IF REM-FECHA-COBRO IS NUMERIC
                   MOVE REM-FECHA-COBRO TO FECHA-COBRO
               END-IF
               PERFORM BUSCA-DERIVACION
               PERFORM VERIFICA-DUPLICADO
               EVALUATE TRUE
                   WHEN FECHA-COBRO = 0
                       MOVE "FECHA DE COBRO INVALIDA"
                           TO MOTIVO-RECHAZO
                       PERFORM GUARDA-RECHAZO
                   WHEN REM-MONTO IS NOT NUMERIC OR REM-MONTO = 0
                       MOVE "MONTO INVALIDO" TO MOTIVO-RECHAZO
                       PERFORM GUARDA-RECHAZO
                   WHEN NOT DERIVADO
                       MOVE "CUENTA NUNCA DERIVADA A LA AGENCIA"
                           TO MOTIVO-RECHAZO
                       PERFORM GUARDA-RECHAZO
                   WHEN POS-HISTORIA = 0
                       MOVE "NO ESTABA EN AGENCIA EN LA FECHA"
                           TO MOTIVO-RECHAZO
                       PERFORM GUARDA-RECHAZO
                   WHEN DUPLICADO
                       MOVE "COBRO YA REMITIDO" TO MOTIVO-RECHAZO
                       PERFORM GUARDA-RECHAZO
                   WHEN OTHER
                       PERFORM CONCILIA-RECLAMO
               END-EVALUATE.

      *BUSCA EL MISMO COBRO (CLIENTE, FECHA Y REFERENCIA) ENTRE LOS
      *YA ASENTADOS, PARA NO ASENTAR DOS VECES UNA REMESA REPETIDA
           VERIFICA-DUPLICADO.
               MOVE "N" TO DUPLICADO-SW
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > CBR-CNT
                   IF CBR-ID(I) = ID-PRUEBA AND
                       CBR-FECHA(I) = FECHA-COBRO AND
                       CBR-REFERENCIA(I) = REM-REFERENCIA
                       SET DUPLICADO TO TRUE
                   END-IF
               END-PERFORM.

      *CALCULA LA COMISION POR EL TRAMO DE DIAS EN AGENCIA, ASIENTA
      *LA REMESA NETA EN EL JOURNAL Y ESCRIBE LA LINEA
           CONCILIA-RECLAMO.
               MOVE HST-ENVIO(POS-HISTORIA) TO FECHA-ENVIO
               CALL "DATEDIF" USING ENV-DIA ENV-MES ENV-ANIO
                   COB-DIA COB-MES COB-ANIO DIAS-AGENCIA
               IF DIAS-AGENCIA < 0
                   MOVE 0 TO DIAS-AGENCIA
               END-IF
               EVALUATE TRUE
                   WHEN DIAS-TRAMO1 = 0 OR DIAS-AGENCIA <= DIAS-TRAMO1
                       MOVE 1 TO TRAMO
                       MOVE TASA-TRAMO1 TO TASA-APLICADA
                   WHEN DIAS-TRAMO2 = 0 OR DIAS-AGENCIA <= DIAS-TRAMO2
                       MOVE 2 TO TRAMO
                       MOVE TASA-TRAMO2 TO TASA-APLICADA
                   WHEN OTHER
                       MOVE 3 TO TRAMO
                       MOVE TASA-TRAMO3 TO TASA-APLICADA
               END-EVALUATE
               COMPUTE COMISION ROUNDED =
                   REM-MONTO * TASA-APLICADA / 100
               COMPUTE NETO = REM-MONTO - COMISION

               ADD 1 TO PROX-SECUENCIA
               MOVE ID-PRUEBA TO PAG-CLIENTE-ID
               MOVE NETO TO PAG-MONTO
               MOVE FECHA-COBRO TO PAG-FECHA
               MOVE "AGENCIA" TO PAG-ORIGEN
               MOVE REM-REFERENCIA TO PAG-REFERENCIA
               MOVE PROX-SECUENCIA TO PAG-SECUENCIA
               MOVE "AGENCIA" TO PAG-OPERADOR
               MOVE SPACE TO PAG-TIPO
               MOVE 0 TO PAG-REF-SECUENCIA
               WRITE PAGOS-REC

               IF CBR-CNT < 2000
                   ADD 1 TO CBR-CNT
                   MOVE ID-PRUEBA TO CBR-ID(CBR-CNT)
                   MOVE FECHA-COBRO TO CBR-FECHA(CBR-CNT)
                   MOVE REM-REFERENCIA TO CBR-REFERENCIA(CBR-CNT)
               END-IF
               MOVE "Y" TO HST-REMITIDO(POS-HISTORIA)

               ADD 1 TO CNT-CONCILIADOS
               ADD REM-MONTO TO TOTAL-COBRADO
               ADD COMISION TO TOTAL-COMISION
               ADD NETO TO TOTAL-NETO
               ADD 1 TO TRM-CNT(TRAMO)
               ADD COMISION TO TRM-COMISION(TRAMO)

               MOVE REM-MONTO TO MONTO-EDIT
               MOVE DIAS-AGENCIA TO DIAS-EDIT
               MOVE TASA-APLICADA TO TASA-EDIT
               MOVE COMISION TO COMISION-EDIT
               MOVE NETO TO NETO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  " REM-CLIENTE-ID " " FECHA-COBRO " "
                   MONTO-EDIT " " DIAS-EDIT " " TASA-EDIT " "
                   COMISION-EDIT " " NETO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *GUARDA EL RECLAMO RECHAZADO CON SU MOTIVO PARA LA SECCION
      *DE RECHAZOS DEL REPORTE
           GUARDA-RECHAZO.
               ADD 1 TO CNT-RECHAZADOS
               IF RCH-CNT < 500
                   ADD 1 TO RCH-CNT
                   MOVE REM-MONTO TO MONTO-EDIT
                   MOVE SPACES TO TAB-RECHAZO(RCH-CNT)
                   STRING "  " REM-CLIENTE-ID " " REM-FECHA-COBRO " "
                       MONTO-EDIT " : " MOTIVO-RECHAZO
                       DELIMITED BY SIZE INTO TAB-RECHAZO(RCH-CNT)
               END-IF.

      *LISTA LOS RECLAMOS RECHAZADOS
           IMPRIME-RECHAZOS.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "RECLAMOS RECHAZADOS" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > RCH-CNT
                   MOVE TAB-RECHAZO(I) TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM
               IF CNT-RECHAZADOS > RCH-CNT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  ... Y OTROS " CNT-RECHAZADOS
                       " EN TOTAL"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *LISTA LAS CUENTAS QUE LA AGENCIA DEVOLVIO PAGADAS EN EL MES
      *SIN NINGUN COBRO REMITIDO DENTRO DE LA DERIVACION
           IMPRIME-NO-REMITIDAS.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "CUENTAS DEVUELTAS PAGADAS SIN REMESA"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > HST-CNT
                   DIVIDE HST-RETORNO(I) BY 100 GIVING ANIOMES-REG
                   IF HST-RESULTADO(I) = "P" AND
                       HST-REMITIDO(I) = "N" AND
                       ANIOMES-REG = ANIOMES-PEDIDO
                       ADD 1 TO CNT-NO-REMITIDOS
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " HST-ID(I) " DERIVADA EL "
                           HST-ENVIO(I) " DEVUELTA PAGADA EL "
                           HST-RETORNO(I)
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM.

      *TOTALES DE LA REMESA Y COMISION ADEUDADA POR TRAMO
           IMPRIME-TOTALES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE TOTAL-COBRADO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "TOTAL COBRADO POR LA AGENCIA : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   MOVE TRM-COMISION(I) TO TOTAL-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  COMISION TRAMO " I(4:1) " ("
                       TRM-CNT(I) " COBROS)  : " TOTAL-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM
               MOVE TOTAL-COMISION TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "COMISION ADEUDADA A LA AGENCIA: " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE TOTAL-NETO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "REMESA NETA ASENTADA         : " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       END PROGRAM COBRAGEN-REM.
