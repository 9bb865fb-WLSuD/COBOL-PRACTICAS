      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly status-reversal and reason-code analysis of
      *          the CLIAUD.DAT ESTADO audit trail. For the
      *          operator-entered year-month (zero = the month of the
      *          business processing date) it counts the transitions
      *          by AUD-MOTIVO reason code (descriptions from
      *          MOTIVOS.DAT), by AUD-OPERADOR and by the customer's
      *          CLIENTE-SUCURSAL (names from SUCURSAL.DAT), and flags
      *          every reversal: a customer returning to a status it
      *          left no more than REVERSION-DIAS days before
      *          (PARAMS.DAT, 30 by default), listed with both
      *          transitions, their operators and reasons. The
      *          transitions of earlier months are read only to find
      *          the departure a return of the month reverses. A
      *          reversal counts against the operator, reason and
      *          branch of the return. An operator with at least
      *          REVERSION-MIN-TRX transitions (5) whose reversal rate
      *          exceeds REVERSION-FACTOR times (2.00) the rate of all
      *          the other operators together is listed on a closing
      *          exception page of CLIREV.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIREV-RPT.
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

           SELECT AUDITORIA-FILE ASSIGN TO "CLIAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

           SELECT MOTIVOS-FILE ASSIGN TO "MOTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOTIVOS-STATUS.

           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCURSAL-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CLIREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO "REVWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDITORIA-REC.
           COPY CLIAUD.

       FD  MOTIVOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOTIVOS-REC.
           COPY MOTIVO.

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUCURSAL-REC.
           COPY SUCURSAL.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       SD  WORK-FILE.
       01  WORK-REC.
           05 WRK-CLIENTE-ID          PIC 9(6).
           05 WRK-ESTADO-ANTERIOR     PIC 9.
           05 WRK-ESTADO-NUEVO        PIC 9.
           05 WRK-FECHA               PIC 9(8).
           05 WRK-HORA                PIC 9(8).
           05 WRK-OPERADOR            PIC X(8).
           05 WRK-MOTIVO              PIC X(2).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 AUDITORIA-STATUS  PIC X(2) VALUE "00".
               88 AUDITORIA-NEW-FILE VALUE "35".
           77 AUDITORIA-EOF-SW  PIC X VALUE "N".
               88 AUDITORIA-EOF     VALUE "Y".
           77 MOTIVOS-STATUS    PIC X(2) VALUE "00".
               88 MOTIVOS-NEW-FILE  VALUE "35".
           77 MOTIVOS-EOF-SW    PIC X VALUE "N".
               88 MOTIVOS-EOF       VALUE "Y".
           77 SUCURSAL-STATUS   PIC X(2) VALUE "00".
               88 SUCURSAL-NEW-FILE VALUE "35".
           77 SUCURSAL-EOF-SW   PIC X VALUE "N".
               88 SUCURSAL-EOF      VALUE "Y".
           77 WORK-EOF-SW       PIC X VALUE "N".
               88 WORK-EOF          VALUE "Y".

           01 FECHA-PROCESO     PIC 9(8).
           77 ANIOMES-PEDIDO    PIC 9(6).
           77 ANIOMES-REG       PIC 9(6).
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 DIAS-REVERSION    PIC 9(4) VALUE 30.
           77 FACTOR-REVERSION  PIC 9(2)V99 VALUE 2.00.
           77 MINIMO-TRANSICIONES PIC 9(4) VALUE 5.

      *TRANSICIONES Y REVERSIONES DEL MES POR MOTIVO
           01 TABLA-MOTIVOS.
               05 MOTIVOS OCCURS 100 TIMES.
                   10 MOT-T-CODIGO      PIC X(2).
                   10 MOT-T-DESCRIPCION PIC X(30).
                   10 MOT-T-TRANSICIONES PIC 9(6).
                   10 MOT-T-REVERSIONES PIC 9(6).
           77 MOT-CNT           PIC 9(3) VALUE 0.

      *TRANSICIONES Y REVERSIONES DEL MES POR OPERADOR
           01 TABLA-OPERADORES.
               05 OPERADORES OCCURS 200 TIMES.
                   10 OPE-T-CODIGO      PIC X(8).
                   10 OPE-T-TRANSICIONES PIC 9(6).
                   10 OPE-T-REVERSIONES PIC 9(6).
           77 OPE-CNT           PIC 9(3) VALUE 0.

      *TRANSICIONES Y REVERSIONES DEL MES POR SUCURSAL
           01 TABLA-SUCURSALES.
               05 SUCURSALES OCCURS 100 TIMES.
                   10 SUC-T-CODIGO      PIC X(3).
                   10 SUC-T-NOMBRE      PIC X(30).
                   10 SUC-T-TRANSICIONES PIC 9(6).
                   10 SUC-T-REVERSIONES PIC 9(6).
           77 SUC-CNT           PIC 9(3) VALUE 0.

           77 I                 PIC 9(3) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 MOTIVO-BUSCADO    PIC X(2).
           77 OPERADOR-BUSCADO  PIC X(8).
           77 SUCURSAL-BUSCADA  PIC X(3).
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.

      *ULTIMA SALIDA DEL CLIENTE EN CURSO DE CADA ESTADO (0 ALTA A 4
      *MOROSO): LA TRANSICION QUE LO DEJO, PARA RECONOCER EL REGRESO
           77 CLIENTE-CORTE     PIC 9(6) VALUE 0.
           77 SW-HAY-CORTE      PIC X VALUE "N".
               88 HAY-CORTE         VALUE "Y".
           77 SUCURSAL-CLIENTE  PIC X(3).
           01 TABLA-SALIDAS.
               05 SALIDAS OCCURS 5 TIMES.
                   10 SAL-FECHA         PIC 9(8).
                   10 SAL-HORA          PIC 9(8).
                   10 SAL-ESTADO-NUEVO  PIC 9.
                   10 SAL-OPERADOR      PIC X(8).
                   10 SAL-MOTIVO        PIC X(2).
           77 S                 PIC 9 VALUE 0.

      *CALCULO DE DIAS ENTRE LA SALIDA Y EL REGRESO, VIA DATEDIF
           01 FECHA-SALIDA      PIC 9(8).
           01 FECHA-SAL-DET REDEFINES FECHA-SALIDA.
               05 SAL-ANIO      PIC 9(4).
               05 SAL-MES       PIC 9(2).
               05 SAL-DIA       PIC 9(2).
           01 FECHA-REGRESO     PIC 9(8).
           01 FECHA-REG-DET REDEFINES FECHA-REGRESO.
               05 REG-ANIO      PIC 9(4).
               05 REG-MES       PIC 9(2).
               05 REG-DIA       PIC 9(2).
           77 DIAS-FUERA        PIC S9(7) VALUE 0.
           77 ES-REVERSION-SW   PIC X VALUE "N".
               88 ES-REVERSION      VALUE "Y".

           77 TOT-TRANSICIONES  PIC 9(6) VALUE 0.
           77 TOT-REVERSIONES   PIC 9(6) VALUE 0.
           77 PARES-TRANSICIONES PIC 9(6) VALUE 0.
           77 PARES-REVERSIONES PIC 9(6) VALUE 0.
           77 TRANSICIONES-AUX  PIC 9(6) VALUE 0.
           77 REVERSIONES-AUX   PIC 9(6) VALUE 0.
           77 TASA              PIC 9(3)V9 VALUE 0.
           77 TASA-PARES        PIC 9(3)V9 VALUE 0.
           77 TASA-LIMITE       PIC 9(5)V9 VALUE 0.
           77 CNT-EXCEPCIONES   PIC 9(3) VALUE 0.
           77 TASA-EDIT         PIC ZZ9.9.
           77 PARES-EDIT        PIC ZZ9.9.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 REV-EDIT          PIC ZZZ,ZZ9.
           77 DIAS-EDIT         PIC ZZZ9.
           77 FACTOR-EDIT       PIC Z9.99.

           77 ESTADO-NUM        PIC 9 VALUE 0.
           77 ESTADO-NOMBRE     PIC X(10).
           77 NOMBRE-ANTERIOR   PIC X(10).
           77 NOMBRE-NUEVO      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-PARAMETROS

            DISPLAY "INGRESE EL MES A ANALIZAR (AAAAMM, 0 = MES DE "
                "PROCESO): "
            ACCEPT ANIOMES-PEDIDO
            IF ANIOMES-PEDIDO = 0
                DIVIDE FECHA-PROCESO BY 100 GIVING ANIOMES-PEDIDO
            END-IF

            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                STOP RUN
            END-IF

            PERFORM CARGA-MOTIVOS
            PERFORM CARGA-SUCURSALES

            OPEN OUTPUT REPORTE-FILE
            PERFORM ENCABEZA-REPORTE

            SORT WORK-FILE
                ON ASCENDING KEY WRK-CLIENTE-ID
                                 WRK-FECHA
                                 WRK-HORA
                INPUT PROCEDURE IS CARGA-AUDITORIA
                OUTPUT PROCEDURE IS ANALIZA-TRANSICIONES

            CLOSE CLIENTE-FILE

            IF TOT-REVERSIONES = 0
                MOVE "  NINGUNA REVERSION EN EL MES" TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF
            PERFORM IMPRIME-MOTIVOS
            PERFORM IMPRIME-OPERADORES
            PERFORM IMPRIME-SUCURSALES
            PERFORM IMPRIME-EXCEPCIONES
            CLOSE REPORTE-FILE

            IF CNT-DESBORDE > 0
                DISPLAY CNT-DESBORDE " TRANSICIONES FUERA DE LAS "
                    "TABLAS DE MOTIVO, OPERADOR O SUCURSAL"
            END-IF
            DISPLAY TOT-TRANSICIONES " TRANSICIONES Y "
                TOT-REVERSIONES " REVERSIONES EN EL MES "
                ANIOMES-PEDIDO ", " CNT-EXCEPCIONES
                " OPERADORES EN EXCEPCION, VER CLIREV.RPT"

            STOP RUN.

      *LEE DE LA TABLA CENTRAL DE PARAMETROS LA VENTANA DE DIAS DE
      *UNA REVERSION Y EL CRITERIO DE EXCEPCION DE LOS OPERADORES,
      *CONSERVANDO LOS VALORES POR DEFECTO
           CARGA-PARAMETROS.
               MOVE "REVERSION-DIAS" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-REVERSION =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "REVERSION-FACTOR" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE FACTOR-REVERSION =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "REVERSION-MIN-TRX" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE MINIMO-TRANSICIONES =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *CARGA LAS DESCRIPCIONES DE LOS CODIGOS DE MOTIVO
           CARGA-MOTIVOS.
               OPEN INPUT MOTIVOS-FILE
               IF MOTIVOS-NEW-FILE
                   CLOSE MOTIVOS-FILE
               ELSE
                   PERFORM UNTIL MOTIVOS-EOF OR MOT-CNT = 100
                       READ MOTIVOS-FILE
                           AT END
                               SET MOTIVOS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO MOT-CNT
                               MOVE MOT-CODIGO TO
                                   MOT-T-CODIGO(MOT-CNT)
                               MOVE MOT-DESCRIPCION TO
                                   MOT-T-DESCRIPCION(MOT-CNT)
                               MOVE 0 TO MOT-T-TRANSICIONES(MOT-CNT)
                               MOVE 0 TO MOT-T-REVERSIONES(MOT-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE MOTIVOS-FILE
               END-IF.

      *CARGA LOS NOMBRES DE LAS SUCURSALES
           CARGA-SUCURSALES.
               OPEN INPUT SUCURSAL-FILE
               IF SUCURSAL-NEW-FILE
                   CLOSE SUCURSAL-FILE
               ELSE
                   PERFORM UNTIL SUCURSAL-EOF OR SUC-CNT = 100
                       READ SUCURSAL-FILE
                           AT END
                               SET SUCURSAL-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO SUC-CNT
                               MOVE SUC-CODIGO TO
                                   SUC-T-CODIGO(SUC-CNT)
                               MOVE SUC-NOMBRE TO
                                   SUC-T-NOMBRE(SUC-CNT)
                               MOVE 0 TO SUC-T-TRANSICIONES(SUC-CNT)
                               MOVE 0 TO SUC-T-REVERSIONES(SUC-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE SUCURSAL-FILE
               END-IF.

      *TITULO DEL REPORTE Y ENCABEZADO DEL DETALLE DE REVERSIONES
           ENCABEZA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE
               STRING "TRANSICIONES Y REVERSIONES DE ESTADO - MES "
                   ANIOMES-PEDIDO " - PROCESO " FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE DIAS-REVERSION TO DIAS-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "REVERSION: REGRESO AL ESTADO ABANDONADO DENTRO "
                   "DE " DIAS-EDIT " DIAS"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "REVERSIONES DETECTADAS:" TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ENTREGA AL SORT LOS MOVIMIENTOS DE AUDITORIA HASTA EL FIN DEL
      *MES PEDIDO - LOS ANTERIORES SOLO APORTAN LA SALIDA QUE UN
      *REGRESO DEL MES PUEDE REVERTIR
           CARGA-AUDITORIA.
               OPEN INPUT AUDITORIA-FILE
               IF AUDITORIA-NEW-FILE
                   DISPLAY "NO EXISTE CLIAUD.DAT"
                   CLOSE AUDITORIA-FILE
               ELSE
                   PERFORM UNTIL AUDITORIA-EOF
                       READ AUDITORIA-FILE
                           AT END
                               SET AUDITORIA-EOF TO TRUE
                           NOT AT END
                               DIVIDE AUD-FECHA BY 100
                                   GIVING ANIOMES-REG
                               IF ANIOMES-REG NOT > ANIOMES-PEDIDO
                                   MOVE AUD-CLIENTE-ID TO
                                       WRK-CLIENTE-ID
                                   MOVE AUD-ESTADO-ANTERIOR TO
                                       WRK-ESTADO-ANTERIOR
                                   MOVE AUD-ESTADO-NUEVO TO
                                       WRK-ESTADO-NUEVO
                                   MOVE AUD-FECHA TO WRK-FECHA
                                   MOVE AUD-HORA TO WRK-HORA
                                   MOVE AUD-OPERADOR TO WRK-OPERADOR
                                   MOVE AUD-MOTIVO TO WRK-MOTIVO
                                   RELEASE WORK-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA-FILE
               END-IF.

      *RECUPERA LOS MOVIMIENTOS ORDENADOS POR CLIENTE Y FECHA, CON
      *CORTE DE CONTROL POR CLIENTE
           ANALIZA-TRANSICIONES.
               PERFORM UNTIL WORK-EOF
                   RETURN WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM ANALIZA-UNA-TRANSICION
                   END-RETURN
               END-PERFORM.

      *CUENTA LA TRANSICION SI ES DEL MES, LA CONTRASTA CON LA
      *ULTIMA SALIDA DEL ESTADO AL QUE VUELVE Y LA REGISTRA COMO
      *SALIDA DEL ESTADO QUE ABANDONA
           ANALIZA-UNA-TRANSICION.
               IF NOT HAY-CORTE OR WRK-CLIENTE-ID NOT = CLIENTE-CORTE
                   PERFORM ABRE-CLIENTE
               END-IF

               DIVIDE WRK-FECHA BY 100 GIVING ANIOMES-REG
               IF ANIOMES-REG = ANIOMES-PEDIDO
                   MOVE "N" TO ES-REVERSION-SW
                   COMPUTE S = WRK-ESTADO-NUEVO + 1
                   IF WRK-ESTADO-NUEVO NOT > 4 AND SAL-FECHA(S) > 0
                       MOVE SAL-FECHA(S) TO FECHA-SALIDA
                       MOVE WRK-FECHA TO FECHA-REGRESO
                       CALL "DATEDIF" USING SAL-DIA SAL-MES SAL-ANIO
                           REG-DIA REG-MES REG-ANIO DIAS-FUERA
                       IF DIAS-FUERA NOT < 0 AND
                           DIAS-FUERA NOT > DIAS-REVERSION
                           SET ES-REVERSION TO TRUE
                       END-IF
                   END-IF
                   PERFORM CUENTA-TRANSICION
                   IF ES-REVERSION
                       PERFORM IMPRIME-REVERSION
                   END-IF
               END-IF

               IF WRK-ESTADO-ANTERIOR NOT > 4
                   COMPUTE S = WRK-ESTADO-ANTERIOR + 1
                   MOVE WRK-FECHA TO SAL-FECHA(S)
                   MOVE WRK-HORA TO SAL-HORA(S)
                   MOVE WRK-ESTADO-NUEVO TO SAL-ESTADO-NUEVO(S)
                   MOVE WRK-OPERADOR TO SAL-OPERADOR(S)
                   MOVE WRK-MOTIVO TO SAL-MOTIVO(S)
               END-IF.

      *COMIENZA UN CLIENTE: SIN SALIDAS PREVIAS Y CON LA SUCURSAL
      *QUE TIENE EN EL MAESTRO
           ABRE-CLIENTE.
               MOVE WRK-CLIENTE-ID TO CLIENTE-CORTE
               SET HAY-CORTE TO TRUE
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > 5
                   MOVE 0 TO SAL-FECHA(S)
               END-PERFORM
               MOVE WRK-CLIENTE-ID TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE SPACES TO CLIENTE-SUCURSAL
               END-READ
               MOVE CLIENTE-SUCURSAL TO SUCURSAL-CLIENTE.

      *SUMA LA TRANSICION DEL MES, Y LA REVERSION SI LO ES, A SU
      *MOTIVO, A SU OPERADOR Y A LA SUCURSAL DEL CLIENTE
           CUENTA-TRANSICION.
               ADD 1 TO TOT-TRANSICIONES
               IF ES-REVERSION
                   ADD 1 TO TOT-REVERSIONES
               END-IF

               MOVE WRK-MOTIVO TO MOTIVO-BUSCADO
               PERFORM BUSCA-MOTIVO
               IF ENCONTRADO
                   ADD 1 TO MOT-T-TRANSICIONES(I)
                   IF ES-REVERSION
                       ADD 1 TO MOT-T-REVERSIONES(I)
                   END-IF
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF

               MOVE WRK-OPERADOR TO OPERADOR-BUSCADO
               PERFORM BUSCA-OPERADOR
               IF ENCONTRADO
                   ADD 1 TO OPE-T-TRANSICIONES(I)
                   IF ES-REVERSION
                       ADD 1 TO OPE-T-REVERSIONES(I)
                   END-IF
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF

               MOVE SUCURSAL-CLIENTE TO SUCURSAL-BUSCADA
               PERFORM BUSCA-SUCURSAL
               IF ENCONTRADO
                   ADD 1 TO SUC-T-TRANSICIONES(I)
                   IF ES-REVERSION
                       ADD 1 TO SUC-T-REVERSIONES(I)
                   END-IF
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF.

      *LISTA LA REVERSION CON LAS DOS TRANSICIONES: LA SALIDA DEL
      *ESTADO Y EL REGRESO A EL, CADA UNA CON OPERADOR Y MOTIVO
           IMPRIME-REVERSION.
               MOVE DIAS-FUERA TO DIAS-EDIT
               MOVE WRK-ESTADO-NUEVO TO ESTADO-NUM
               PERFORM NOMBRA-ESTADO
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CLIENTE " WRK-CLIENTE-ID
                   " SUCURSAL " SUCURSAL-CLIENTE
                   " VUELVE A " ESTADO-NOMBRE
                   " TRAS " DIAS-EDIT " DIAS"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE ESTADO-NOMBRE TO NOMBRE-ANTERIOR
               MOVE SAL-ESTADO-NUEVO(S) TO ESTADO-NUM
               PERFORM NOMBRA-ESTADO
               MOVE ESTADO-NOMBRE TO NOMBRE-NUEVO
               MOVE SPACES TO LINEA-REPORTE
               STRING "    SALIDA  " SAL-FECHA(S) " "
                   NOMBRE-ANTERIOR " -> " NOMBRE-NUEVO
                   " OPERADOR " SAL-OPERADOR(S)
                   " MOTIVO " SAL-MOTIVO(S)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE WRK-ESTADO-ANTERIOR TO ESTADO-NUM
               PERFORM NOMBRA-ESTADO
               MOVE ESTADO-NOMBRE TO NOMBRE-ANTERIOR
               MOVE WRK-ESTADO-NUEVO TO ESTADO-NUM
               PERFORM NOMBRA-ESTADO
               MOVE ESTADO-NOMBRE TO NOMBRE-NUEVO
               MOVE SPACES TO LINEA-REPORTE
               STRING "    REGRESO " WRK-FECHA " "
                   NOMBRE-ANTERIOR " -> " NOMBRE-NUEVO
                   " OPERADOR " WRK-OPERADOR
                   " MOTIVO " WRK-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *BUSCA EL MOTIVO EN LA TABLA, AGREGANDOLO SI NO FIGURA EN
      *MOTIVOS.DAT
           BUSCA-MOTIVO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= MOT-CNT
                   ADD 1 TO I
                   IF MOT-T-CODIGO(I) = MOTIVO-BUSCADO
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENCONTRADO AND MOT-CNT < 100
                   ADD 1 TO MOT-CNT
                   MOVE MOT-CNT TO I
                   MOVE MOTIVO-BUSCADO TO MOT-T-CODIGO(I)
                   IF MOTIVO-BUSCADO = SPACES
                       MOVE "(SIN MOTIVO)" TO MOT-T-DESCRIPCION(I)
                   ELSE
                       MOVE "(NO REGISTRADO EN MOTIVOS)"
                           TO MOT-T-DESCRIPCION(I)
                   END-IF
                   MOVE 0 TO MOT-T-TRANSICIONES(I)
                   MOVE 0 TO MOT-T-REVERSIONES(I)
                   SET ENCONTRADO TO TRUE
               END-IF.

      *BUSCA EL OPERADOR EN LA TABLA, AGREGANDOLO LA PRIMERA VEZ
           BUSCA-OPERADOR.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= OPE-CNT
                   ADD 1 TO I
                   IF OPE-T-CODIGO(I) = OPERADOR-BUSCADO
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENCONTRADO AND OPE-CNT < 200
                   ADD 1 TO OPE-CNT
                   MOVE OPE-CNT TO I
                   MOVE OPERADOR-BUSCADO TO OPE-T-CODIGO(I)
                   MOVE 0 TO OPE-T-TRANSICIONES(I)
                   MOVE 0 TO OPE-T-REVERSIONES(I)
                   SET ENCONTRADO TO TRUE
               END-IF.

      *BUSCA LA SUCURSAL EN LA TABLA, AGREGANDOLA SI NO FIGURA EN
      *SUCURSAL.DAT
           BUSCA-SUCURSAL.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= SUC-CNT
                   ADD 1 TO I
                   IF SUC-T-CODIGO(I) = SUCURSAL-BUSCADA
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENCONTRADO AND SUC-CNT < 100
                   ADD 1 TO SUC-CNT
                   MOVE SUC-CNT TO I
                   MOVE SUCURSAL-BUSCADA TO SUC-T-CODIGO(I)
                   MOVE "(SIN SUCURSAL REGISTRADA)" TO SUC-T-NOMBRE(I)
                   MOVE 0 TO SUC-T-TRANSICIONES(I)
                   MOVE 0 TO SUC-T-REVERSIONES(I)
                   SET ENCONTRADO TO TRUE
               END-IF.

      *TRANSICIONES Y REVERSIONES DEL MES POR CODIGO DE MOTIVO
           IMPRIME-MOTIVOS.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "POR MOTIVO:                         "
                   "TRANSIC. REVERS.  TASA%"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > MOT-CNT
                   IF MOT-T-TRANSICIONES(I) > 0
                       MOVE MOT-T-TRANSICIONES(I) TO TRANSICIONES-AUX
                       MOVE MOT-T-REVERSIONES(I) TO REVERSIONES-AUX
                       PERFORM CALCULA-TASA
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " MOT-T-CODIGO(I) " "
                           MOT-T-DESCRIPCION(I) " " CNT-EDIT " "
                           REV-EDIT " " TASA-EDIT
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM.

      *TRANSICIONES Y REVERSIONES DEL MES POR OPERADOR
           IMPRIME-OPERADORES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "POR OPERADOR:    TRANSIC. REVERS.  TASA%"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > OPE-CNT
                   MOVE OPE-T-TRANSICIONES(I) TO TRANSICIONES-AUX
                   MOVE OPE-T-REVERSIONES(I) TO REVERSIONES-AUX
                   PERFORM CALCULA-TASA
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  " OPE-T-CODIGO(I) "       " CNT-EDIT " "
                       REV-EDIT " " TASA-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM.

      *TRANSICIONES Y REVERSIONES DEL MES POR SUCURSAL DEL CLIENTE,
      *CON EL TOTAL DEL MES
           IMPRIME-SUCURSALES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "POR SUCURSAL:                       "
                   "TRANSIC. REVERS.  TASA%"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SUC-CNT
                   IF SUC-T-TRANSICIONES(I) > 0
                       MOVE SUC-T-TRANSICIONES(I) TO TRANSICIONES-AUX
                       MOVE SUC-T-REVERSIONES(I) TO REVERSIONES-AUX
                       PERFORM CALCULA-TASA
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " SUC-T-CODIGO(I) " "
                           SUC-T-NOMBRE(I) " " CNT-EDIT " "
                           REV-EDIT " " TASA-EDIT
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM

               MOVE TOT-TRANSICIONES TO TRANSICIONES-AUX
               MOVE TOT-REVERSIONES TO REVERSIONES-AUX
               PERFORM CALCULA-TASA
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "TOTAL DEL MES: " CNT-EDIT " TRANSICIONES, "
                   REV-EDIT " REVERSIONES, TASA " TASA-EDIT "%"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *PAGINA DE EXCEPCION: LOS OPERADORES CON MOVIMIENTO SUFICIENTE
      *CUYA TASA DE REVERSION SUPERA FACTOR-REVERSION VECES LA DE
      *TODOS LOS DEMAS OPERADORES JUNTOS
           IMPRIME-EXCEPCIONES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE ALL "=" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "EXCEPCIONES - MES " ANIOMES-PEDIDO
                   ": OPERADORES CON TASA DE REVERSION MUY SUPERIOR"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE FACTOR-REVERSION TO FACTOR-EDIT
               MOVE MINIMO-TRANSICIONES TO DIAS-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "A LA DE SUS PARES (MAS DE " FACTOR-EDIT
                   " VECES, CON AL MENOS " DIAS-EDIT
                   " TRANSICIONES)"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "OPERADOR  TRANSIC. REVERS.  TASA%  PARES%"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > OPE-CNT
                   PERFORM EVALUA-OPERADOR
               END-PERFORM
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF CNT-EXCEPCIONES = 0
                   MOVE "NINGUN OPERADOR EN EXCEPCION" TO LINEA-REPORTE
               ELSE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "OPERADORES EN EXCEPCION: " CNT-EXCEPCIONES
                       " - SUS REVERSIONES FIGURAN EN EL DETALLE"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE.

      *COMPARA LA TASA DEL OPERADOR I CON LA DE SUS PARES Y LO LISTA
      *SI LA EXCEDE MAS ALLA DEL FACTOR
           EVALUA-OPERADOR.
               IF OPE-T-TRANSICIONES(I) NOT < MINIMO-TRANSICIONES
                   AND OPE-T-REVERSIONES(I) > 0
                   COMPUTE PARES-TRANSICIONES =
                       TOT-TRANSICIONES - OPE-T-TRANSICIONES(I)
                   COMPUTE PARES-REVERSIONES =
                       TOT-REVERSIONES - OPE-T-REVERSIONES(I)
                   IF PARES-TRANSICIONES > 0
                       COMPUTE TASA-PARES ROUNDED =
                           PARES-REVERSIONES * 100 / PARES-TRANSICIONES
                       MOVE OPE-T-TRANSICIONES(I) TO TRANSICIONES-AUX
                       MOVE OPE-T-REVERSIONES(I) TO REVERSIONES-AUX
                       PERFORM CALCULA-TASA
                       COMPUTE TASA-LIMITE ROUNDED =
                           TASA-PARES * FACTOR-REVERSION
                       IF TASA > TASA-LIMITE
                           ADD 1 TO CNT-EXCEPCIONES
                           MOVE TASA-PARES TO PARES-EDIT
                           MOVE SPACES TO LINEA-REPORTE
                           STRING OPE-T-CODIGO(I) " " CNT-EDIT " "
                               REV-EDIT " " TASA-EDIT "  " PARES-EDIT
                               DELIMITED BY SIZE INTO LINEA-REPORTE
                           WRITE LINEA-REPORTE
                       END-IF
                   END-IF
               END-IF.

      *PORCENTAJE DE REVERSIONES SOBRE TRANSICIONES, EDITADO CON LOS
      *DOS CONTADORES
           CALCULA-TASA.
               MOVE 0 TO TASA
               IF TRANSICIONES-AUX > 0
                   COMPUTE TASA ROUNDED =
                       REVERSIONES-AUX * 100 / TRANSICIONES-AUX
               END-IF
               MOVE TASA TO TASA-EDIT
               MOVE TRANSICIONES-AUX TO CNT-EDIT
               MOVE REVERSIONES-AUX TO REV-EDIT.

      *TRADUCE EL NUMERO DE ESTADO A SU NOMBRE
           NOMBRA-ESTADO.
               EVALUATE ESTADO-NUM
                   WHEN 1
                       MOVE "ACTIVO" TO ESTADO-NOMBRE
                   WHEN 2
                       MOVE "INACTIVO" TO ESTADO-NOMBRE
                   WHEN 3
                       MOVE "SUSPENDIDO" TO ESTADO-NOMBRE
                   WHEN 4
                       MOVE "MOROSO" TO ESTADO-NOMBRE
                   WHEN OTHER
                       MOVE "ALTA" TO ESTADO-NOMBRE
               END-EVALUATE.

       END PROGRAM CLIREV-RPT.
