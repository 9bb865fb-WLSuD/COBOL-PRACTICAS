      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly status migration matrix. Rebuilds from the
      *          CLIAUD.DAT transitions the ESTADO every customer had
      *          when the requested month opened and when it closed,
      *          and counts the flow between ACTIVO, INACTIVO,
      *          SUSPENDIDO and MOROSO - for the whole book and for
      *          each CLIENTE-SUCURSAL - with row percentages, the
      *          roll rate into MOROSO and the cure rate out of it.
      *          The rates are kept for six months in ROLLHIST.DAT so
      *          the report shows whether MOROSO inflow and cures are
      *          improving. Written to CLIMIGRA.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMIGRA.
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

           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCURSAL-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "ROLLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CLIMIGRA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUCURSAL-REC.
           COPY SUCURSAL.

       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORIA-REC            PIC X(43).

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(110).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CLIENTE-EOF-SW    PIC X VALUE "N".
               88 CLIENTE-EOF       VALUE "Y".
           77 AUDITORIA-STATUS  PIC X(2) VALUE "00".
               88 AUDITORIA-NEW-FILE VALUE "35".
           77 AUDITORIA-EOF-SW  PIC X VALUE "N".
               88 AUDITORIA-EOF     VALUE "Y".
           77 SUCURSAL-STATUS   PIC X(2) VALUE "00".
               88 SUCURSAL-NEW-FILE VALUE "35".
           77 SUCURSAL-EOF-SW   PIC X VALUE "N".
               88 SUCURSAL-EOF      VALUE "Y".
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".
           77 HISTORIA-EOF-SW   PIC X VALUE "N".
               88 HISTORIA-EOF      VALUE "Y".

      *MES PEDIDO, PRIMER DIA DEL MES Y PRIMER DIA DEL SIGUIENTE
           77 ANIOMES-PEDIDO    PIC 9(6).
           77 FECHA-INICIO      PIC 9(8) VALUE 0.
           77 FECHA-SIGUIENTE   PIC 9(8) VALUE 0.
           77 ANIO-AUX          PIC 9(4) VALUE 0.
           77 MES-AUX           PIC 9(2) VALUE 0.
           77 MESES-AUX         PIC 9(6) VALUE 0.
           77 ANIOMES-AUX       PIC 9(6) VALUE 0.

      *UN RENGLON POR CLIENTE DEL MAESTRO, EN ORDEN DE CLAVE PARA LA
      *BUSQUEDA BINARIA; ESTADO AL ABRIR Y AL CERRAR EL MES
           01 TABLA-CLIENTES.
               05 CLIENTES OCCURS 1 TO 20000 TIMES
                   DEPENDING ON CLI-CNT
                   ASCENDING KEY IS CLI-ID
                   INDEXED BY CX.
                   10 CLI-ID            PIC 9(6).
                   10 CLI-SUCURSAL      PIC X(3).
                   10 CLI-INICIO        PIC 9.
                   10 CLI-FIN           PIC 9.
                   10 CLI-INICIO-SW     PIC X.
                       88 CLI-INICIO-FIJO   VALUE "Y".
                   10 CLI-FIN-SW        PIC X.
                       88 CLI-FIN-FIJO      VALUE "Y".
           77 CLI-CNT           PIC 9(5) VALUE 0.

      *SUCURSALES; LA MATRIZ 101 ES EL TOTAL DE LA CARTERA
           01 TABLA-SUCURSALES.
               05 SUCURSALES OCCURS 100 TIMES.
                   10 SUC-T-CODIGO      PIC X(3).
                   10 SUC-T-NOMBRE      PIC X(30).
           77 SUC-CNT           PIC 9(3) VALUE 0.
           77 SUCURSAL-BUSCADA  PIC X(3).

           01 TABLA-MATRICES.
               05 MATRICES OCCURS 101 TIMES.
                   10 MAT-ORIGEN OCCURS 4 TIMES.
                       15 MAT-DESTINO OCCURS 4 TIMES PIC 9(6).
                       15 MAT-TOTAL-FILA    PIC 9(6).
           77 MX                PIC 9(3) VALUE 0.
           77 MX-TOTAL          PIC 9(3) VALUE 101.
           77 O                 PIC 9 VALUE 0.
           77 D                 PIC 9 VALUE 0.

      *HISTORIA DE TASAS: LO QUE QUEDA DE ROLLHIST.DAT MAS EL MES
           01 HISTORIA-DATOS.
           COPY ROLHIS.
           01 TABLA-HISTORIA.
               05 HISTORIAS OCCURS 1000 TIMES.
                   10 HST-REGISTRO      PIC X(43).
           77 HST-CNT           PIC 9(4) VALUE 0.
           77 H                 PIC 9(4) VALUE 0.
           77 ANIOMES-MAXIMO    PIC 9(6) VALUE 0.
           77 ANIOMES-CORTE     PIC 9(6) VALUE 0.
           77 K                 PIC 9 VALUE 0.

      *TASAS DEL BLOQUE EN CURSO
           77 BASE-ROLL         PIC 9(6) VALUE 0.
           77 ENTRADAS-MOROSO   PIC 9(6) VALUE 0.
           77 BASE-CURA         PIC 9(6) VALUE 0.
           77 CURAS             PIC 9(6) VALUE 0.
           77 PORC-ROLL         PIC 9(3)V99 VALUE 0.
           77 PORC-CURA         PIC 9(3)V99 VALUE 0.
           77 PORC-CELDA        PIC 9(3)V9 VALUE 0.

      *TENDENCIA CONTRA EL MES ANTERIOR CON DATOS
           77 PREVIO-SW         PIC X VALUE "N".
               88 HAY-PREVIO        VALUE "Y".
           77 PREVIO-ROLL       PIC 9(3)V99 VALUE 0.
           77 PREVIO-CURA       PIC 9(3)V99 VALUE 0.
           77 TEND-ROLL         PIC X(8).
           77 TEND-CURA         PIC X(8).

           77 I                 PIC 9(3) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 CNT-ALTAS         PIC 9(6) VALUE 0.
           77 CNT-MATRIZ        PIC 9(6) VALUE 0.
           77 CNT-INVALIDOS     PIC 9(6) VALUE 0.

           77 NOMBRE-ESTADO     PIC X(11).
           77 TITULO-BLOQUE     PIC X(60).
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 CNT-EDIT-2        PIC ZZZ,ZZ9.
           77 CNT-EDIT-3        PIC ZZZ,ZZ9.
           77 CNT-EDIT-4        PIC ZZZ,ZZ9.
           77 CELDA-EDIT        PIC ZZ9.9.
           77 PORC-EDIT         PIC ZZ9.99.
           77 PORC-EDIT-2       PIC ZZ9.99.
           77 P                 PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY "INGRESE EL MES A REPORTAR (AAAAMM): "
            ACCEPT ANIOMES-PEDIDO

            PERFORM CALCULA-LIMITES
            PERFORM CARGA-SUCURSALES
            PERFORM CARGA-CLIENTES
            PERFORM RECORRE-AUDITORIA
            PERFORM ARMA-MATRICES
            IF CNT-DESBORDE > 0
                DISPLAY CNT-DESBORDE " CLIENTES FUERA DE LA TABLA "
                    "DE SUCURSALES, SOLO EN EL TOTAL"
            END-IF
            IF CNT-INVALIDOS > 0
                DISPLAY CNT-INVALIDOS " CLIENTES CON ESTADO FUERA "
                    "DE RANGO, EXCLUIDOS"
            END-IF
            PERFORM ACTUALIZA-HISTORIA
            PERFORM IMPRIME-REPORTE

            DISPLAY CNT-MATRIZ " CLIENTES EN LA MATRIZ DE "
                ANIOMES-PEDIDO ", " CNT-ALTAS " ALTAS DEL MES, "
                "VER CLIMIGRA.RPT"

            STOP RUN.

      *PRIMER DIA DEL MES PEDIDO Y DEL MES SIGUIENTE: UNA TRANSICION
      *DESDE EL PRIMERO DICE COMO ABRIO EL MES, UNA DESDE EL PRIMERO
      *DEL SIGUIENTE DICE COMO LO CERRO
           CALCULA-LIMITES.
               DIVIDE ANIOMES-PEDIDO BY 100 GIVING ANIO-AUX
                   REMAINDER MES-AUX
               IF MES-AUX < 1 OR MES-AUX > 12
                   DISPLAY "MES INVALIDO: " ANIOMES-PEDIDO
                   STOP RUN
               END-IF
               COMPUTE FECHA-INICIO = ANIOMES-PEDIDO * 100 + 1
               IF MES-AUX = 12
                   COMPUTE FECHA-SIGUIENTE =
                       (ANIO-AUX + 1) * 10000 + 101
               ELSE
                   COMPUTE FECHA-SIGUIENTE = FECHA-INICIO + 100
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
                       END-READ
                   END-PERFORM
                   CLOSE SUCURSAL-FILE
               END-IF.

      *CARGA EL MAESTRO EN ORDEN DE CLAVE; SIN TRANSICIONES POSTERIORES
      *EL ESTADO DE HOY ES EL DE APERTURA Y EL DE CIERRE DEL MES
           CARGA-CLIENTES.
               OPEN INPUT CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   DISPLAY "NO EXISTE CLIENTE.DAT"
                   CLOSE CLIENTE-FILE
                   STOP RUN
               END-IF
               PERFORM UNTIL CLIENTE-EOF
                   READ CLIENTE-FILE NEXT RECORD
                       AT END
                           SET CLIENTE-EOF TO TRUE
                       NOT AT END
                           IF CLI-CNT = 20000
                               DISPLAY "MAS DE 20000 CLIENTES, "
                                   "AMPLIAR TABLA-CLIENTES"
                               CLOSE CLIENTE-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO CLI-CNT
                           MOVE CLIENTE-ID TO CLI-ID(CLI-CNT)
                           MOVE CLIENTE-SUCURSAL TO
                               CLI-SUCURSAL(CLI-CNT)
                           MOVE ESTADO TO CLI-INICIO(CLI-CNT)
                           MOVE ESTADO TO CLI-FIN(CLI-CNT)
                           MOVE "N" TO CLI-INICIO-SW(CLI-CNT)
                           MOVE "N" TO CLI-FIN-SW(CLI-CNT)
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-FILE.

      *RECORRE LAS TRANSICIONES EN ORDEN CRONOLOGICO: EL ESTADO
      *ANTERIOR DE LA PRIMERA DESDE CADA LIMITE ES EL QUE TENIA EL
      *CLIENTE EN ESE MOMENTO (CERO SI TODAVIA NO EXISTIA)
           RECORRE-AUDITORIA.
               OPEN INPUT AUDITORIA-FILE
               IF AUDITORIA-NEW-FILE
                   CLOSE AUDITORIA-FILE
               ELSE
                   PERFORM UNTIL AUDITORIA-EOF
                       READ AUDITORIA-FILE
                           AT END
                               SET AUDITORIA-EOF TO TRUE
                           NOT AT END
                               IF AUD-FECHA NOT < FECHA-INICIO
                                   PERFORM APLICA-TRANSICION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA-FILE
               END-IF.

      *FIJA EL ESTADO DE APERTURA Y/O DE CIERRE CON LA TRANSICION LEIDA
           APLICA-TRANSICION.
               IF CLI-CNT > 0
                   SEARCH ALL CLIENTES
                       AT END
                           CONTINUE
                       WHEN CLI-ID(CX) = AUD-CLIENTE-ID
                           IF NOT CLI-INICIO-FIJO(CX)
                               MOVE AUD-ESTADO-ANTERIOR TO
                                   CLI-INICIO(CX)
                               SET CLI-INICIO-FIJO(CX) TO TRUE
                           END-IF
                           IF AUD-FECHA NOT < FECHA-SIGUIENTE
                               AND NOT CLI-FIN-FIJO(CX)
                               MOVE AUD-ESTADO-ANTERIOR TO
                                   CLI-FIN(CX)
                               SET CLI-FIN-FIJO(CX) TO TRUE
                           END-IF
                   END-SEARCH
               END-IF.

      *VUELCA CADA CLIENTE EN LA MATRIZ DE SU SUCURSAL Y EN LA TOTAL;
      *EL QUE NO EXISTIA AL ABRIR EL MES SE CUENTA COMO ALTA
           ARMA-MATRICES.
               INITIALIZE TABLA-MATRICES
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLI-CNT
                   MOVE CLI-INICIO(CX) TO O
                   MOVE CLI-FIN(CX) TO D
                   IF O = 0
                       IF D NOT = 0
                           ADD 1 TO CNT-ALTAS
                       END-IF
                   ELSE
                       IF O > 4 OR D < 1 OR D > 4
                           ADD 1 TO CNT-INVALIDOS
                       ELSE
                           ADD 1 TO CNT-MATRIZ
                           ADD 1 TO MAT-DESTINO(MX-TOTAL, O, D)
                           ADD 1 TO MAT-TOTAL-FILA(MX-TOTAL, O)
                           MOVE CLI-SUCURSAL(CX) TO SUCURSAL-BUSCADA
                           PERFORM BUSCA-SUCURSAL
                           IF ENCONTRADO
                               ADD 1 TO MAT-DESTINO(I, O, D)
                               ADD 1 TO MAT-TOTAL-FILA(I, O)
                           ELSE
                               ADD 1 TO CNT-DESBORDE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

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
                   SET ENCONTRADO TO TRUE
               END-IF.

      *TASAS DE LA MATRIZ MX: ROLL = DE FUERA DE MOROSO A MOROSO SOBRE
      *LOS QUE ABRIERON FUERA DE MOROSO; CURA = DE MOROSO A ACTIVO
      *SOBRE LOS QUE ABRIERON MOROSOS
           CALCULA-TASAS.
               COMPUTE BASE-ROLL = MAT-TOTAL-FILA(MX, 1)
                   + MAT-TOTAL-FILA(MX, 2) + MAT-TOTAL-FILA(MX, 3)
               COMPUTE ENTRADAS-MOROSO = MAT-DESTINO(MX, 1, 4)
                   + MAT-DESTINO(MX, 2, 4) + MAT-DESTINO(MX, 3, 4)
               MOVE MAT-TOTAL-FILA(MX, 4) TO BASE-CURA
               MOVE MAT-DESTINO(MX, 4, 1) TO CURAS
               MOVE 0 TO PORC-ROLL
               MOVE 0 TO PORC-CURA
               IF BASE-ROLL > 0
                   COMPUTE PORC-ROLL ROUNDED =
                       ENTRADAS-MOROSO * 100 / BASE-ROLL
               END-IF
               IF BASE-CURA > 0
                   COMPUTE PORC-CURA ROUNDED =
                       CURAS * 100 / BASE-CURA
               END-IF.

      *CARGA ROLLHIST.DAT SIN EL MES PEDIDO, AGREGA LAS TASAS DEL MES
      *Y REESCRIBE SOLO LOS SEIS MESES HASTA EL MAS RECIENTE
           ACTUALIZA-HISTORIA.
               MOVE ANIOMES-PEDIDO TO ANIOMES-MAXIMO
               OPEN INPUT HISTORIA-FILE
               IF HISTORIA-NEW-FILE
                   CLOSE HISTORIA-FILE
               ELSE
                   PERFORM UNTIL HISTORIA-EOF
                       READ HISTORIA-FILE INTO HISTORIA-DATOS
                           AT END
                               SET HISTORIA-EOF TO TRUE
                           NOT AT END
                               IF ROL-ANIOMES NOT = ANIOMES-PEDIDO
                                   PERFORM GUARDA-HISTORIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIA-FILE
               END-IF

               MOVE MX-TOTAL TO MX
               MOVE "***" TO ROL-SUCURSAL
               PERFORM AGREGA-TASAS-MES
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > SUC-CNT
                   IF MAT-TOTAL-FILA(MX, 1) + MAT-TOTAL-FILA(MX, 2)
                       + MAT-TOTAL-FILA(MX, 3)
                       + MAT-TOTAL-FILA(MX, 4) > 0
                       MOVE SUC-T-CODIGO(MX) TO ROL-SUCURSAL
                       PERFORM AGREGA-TASAS-MES
                   END-IF
               END-PERFORM

               MOVE ANIOMES-MAXIMO TO ANIOMES-AUX
               PERFORM RESTA-CINCO-MESES
               MOVE ANIOMES-AUX TO ANIOMES-CORTE
               OPEN OUTPUT HISTORIA-FILE
               PERFORM VARYING H FROM 1 BY 1 UNTIL H > HST-CNT
                   MOVE HST-REGISTRO(H) TO HISTORIA-DATOS
                   IF ROL-ANIOMES NOT < ANIOMES-CORTE
                       WRITE HISTORIA-REC FROM HISTORIA-DATOS
                   END-IF
               END-PERFORM
               CLOSE HISTORIA-FILE.

      *GUARDA EN LA TABLA EL REGISTRO DE HISTORIA LEIDO
           GUARDA-HISTORIA.
               IF HST-CNT = 1000
                   DISPLAY "ROLLHIST.DAT EXCEDE 1000 REGISTROS, "
                       "NO SE ACTUALIZA"
                   CLOSE HISTORIA-FILE
                   STOP RUN
               END-IF
               ADD 1 TO HST-CNT
               MOVE HISTORIA-DATOS TO HST-REGISTRO(HST-CNT)
               IF ROL-ANIOMES > ANIOMES-MAXIMO
                   MOVE ROL-ANIOMES TO ANIOMES-MAXIMO
               END-IF.

      *AGREGA A LA TABLA LAS TASAS DEL MES PARA LA MATRIZ MX (LA
      *SUCURSAL YA VIENE EN ROL-SUCURSAL)
           AGREGA-TASAS-MES.
               PERFORM CALCULA-TASAS
               IF HST-CNT = 1000
                   DISPLAY "ROLLHIST.DAT EXCEDE 1000 REGISTROS, "
                       "NO SE ACTUALIZA"
                   STOP RUN
               END-IF
               MOVE ANIOMES-PEDIDO TO ROL-ANIOMES
               MOVE BASE-ROLL TO ROL-BASE
               MOVE ENTRADAS-MOROSO TO ROL-ENTRADAS
               MOVE PORC-ROLL TO ROL-PORC-ROLL
               MOVE BASE-CURA TO ROL-BASE-MOROSO
               MOVE CURAS TO ROL-CURAS
               MOVE PORC-CURA TO ROL-PORC-CURA
               ADD 1 TO HST-CNT
               MOVE HISTORIA-DATOS TO HST-REGISTRO(HST-CNT).

      *RETROCEDE CINCO MESES EL AAAAMM DE ANIOMES-AUX
           RESTA-CINCO-MESES.
               DIVIDE ANIOMES-AUX BY 100 GIVING ANIO-AUX
                   REMAINDER MES-AUX
               COMPUTE MESES-AUX = ANIO-AUX * 12 + MES-AUX - 1 - 5
               DIVIDE MESES-AUX BY 12 GIVING ANIO-AUX
                   REMAINDER MES-AUX
               COMPUTE ANIOMES-AUX = ANIO-AUX * 100 + MES-AUX + 1.

      *AVANZA UN MES EL AAAAMM DE ANIOMES-AUX
           SUMA-UN-MES.
               DIVIDE ANIOMES-AUX BY 100 GIVING ANIO-AUX
                   REMAINDER MES-AUX
               IF MES-AUX = 12
                   COMPUTE ANIOMES-AUX = (ANIO-AUX + 1) * 100 + 1
               ELSE
                   ADD 1 TO ANIOMES-AUX
               END-IF.

      *MATRIZ TOTAL, UNA POR SUCURSAL CON CLIENTES Y LA HISTORIA DE
      *TASAS DE LOS SEIS MESES QUE TERMINAN EN EL PEDIDO
           IMPRIME-REPORTE.
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "MATRIZ DE MIGRACION DE ESTADOS - MES "
                   ANIOMES-PEDIDO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "FILAS: ESTADO AL ABRIR EL MES / COLUMNAS: ESTADO"
                   & " AL CERRARLO (CANTIDAD Y % DE LA FILA)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE MX-TOTAL TO MX
               MOVE "TOTAL DE LA CARTERA" TO TITULO-BLOQUE
               PERFORM IMPRIME-MATRIZ
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > SUC-CNT
                   IF MAT-TOTAL-FILA(MX, 1) + MAT-TOTAL-FILA(MX, 2)
                       + MAT-TOTAL-FILA(MX, 3)
                       + MAT-TOTAL-FILA(MX, 4) > 0
                       MOVE SPACES TO TITULO-BLOQUE
                       STRING "SUCURSAL " SUC-T-CODIGO(MX) " "
                           SUC-T-NOMBRE(MX)
                           DELIMITED BY SIZE INTO TITULO-BLOQUE
                       PERFORM IMPRIME-MATRIZ
                   END-IF
               END-PERFORM

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-ALTAS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "ALTAS DEL MES (FUERA DE LA MATRIZ): " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "HISTORIA DE TASAS - ULTIMOS SEIS MESES"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "***" TO SUCURSAL-BUSCADA
               MOVE "TOTAL DE LA CARTERA" TO TITULO-BLOQUE
               PERFORM IMPRIME-HISTORIA
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > SUC-CNT
                   IF MAT-TOTAL-FILA(MX, 1) + MAT-TOTAL-FILA(MX, 2)
                       + MAT-TOTAL-FILA(MX, 3)
                       + MAT-TOTAL-FILA(MX, 4) > 0
                       MOVE SUC-T-CODIGO(MX) TO SUCURSAL-BUSCADA
                       MOVE SPACES TO TITULO-BLOQUE
                       STRING "SUCURSAL " SUC-T-CODIGO(MX) " "
                           SUC-T-NOMBRE(MX)
                           DELIMITED BY SIZE INTO TITULO-BLOQUE
                       PERFORM IMPRIME-HISTORIA
                   END-IF
               END-PERFORM
               CLOSE REPORTE-FILE.

      *ESCRIBE LA MATRIZ MX CON SUS PORCENTAJES POR FILA Y SUS TASAS
           IMPRIME-MATRIZ.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE TITULO-BLOQUE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "INICIO \ FIN            ACTIVO        INACTIVO"
                   & "      SUSPENDIDO          MOROSO     TOTAL"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING O FROM 1 BY 1 UNTIL O > 4
                   PERFORM IMPRIME-FILA
               END-PERFORM

               PERFORM CALCULA-TASAS
               MOVE ENTRADAS-MOROSO TO CNT-EDIT
               MOVE BASE-ROLL TO CNT-EDIT-2
               MOVE PORC-ROLL TO PORC-EDIT
               MOVE CURAS TO CNT-EDIT-3
               MOVE BASE-CURA TO CNT-EDIT-4
               MOVE PORC-CURA TO PORC-EDIT-2
               MOVE SPACES TO LINEA-REPORTE
               STRING "TASA DE ROLL A MOROSO: " CNT-EDIT " DE "
                   CNT-EDIT-2 " (" PORC-EDIT "%)   TASA DE CURA: "
                   CNT-EDIT-3 " DE " CNT-EDIT-4 " (" PORC-EDIT-2 "%)"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ESCRIBE LA FILA O DE LA MATRIZ MX
           IMPRIME-FILA.
               EVALUATE O
                   WHEN 1 MOVE "ACTIVO" TO NOMBRE-ESTADO
                   WHEN 2 MOVE "INACTIVO" TO NOMBRE-ESTADO
                   WHEN 3 MOVE "SUSPENDIDO" TO NOMBRE-ESTADO
                   WHEN 4 MOVE "MOROSO" TO NOMBRE-ESTADO
               END-EVALUATE
               MOVE SPACES TO LINEA-REPORTE
               MOVE NOMBRE-ESTADO TO LINEA-REPORTE(1:11)
               MOVE 13 TO P
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > 4
                   MOVE MAT-DESTINO(MX, O, D) TO CNT-EDIT
                   MOVE 0 TO PORC-CELDA
                   IF MAT-TOTAL-FILA(MX, O) > 0
                       COMPUTE PORC-CELDA ROUNDED =
                           MAT-DESTINO(MX, O, D) * 100
                           / MAT-TOTAL-FILA(MX, O)
                   END-IF
                   MOVE PORC-CELDA TO CELDA-EDIT
                   STRING CNT-EDIT " (" CELDA-EDIT "%)"
                       DELIMITED BY SIZE
                       INTO LINEA-REPORTE WITH POINTER P
               END-PERFORM
               MOVE MAT-TOTAL-FILA(MX, O) TO CNT-EDIT
               STRING "   " CNT-EDIT
                   DELIMITED BY SIZE
                   INTO LINEA-REPORTE WITH POINTER P
               WRITE LINEA-REPORTE.

      *ESCRIBE LAS TASAS DE LOS SEIS MESES DE LA SUCURSAL BUSCADA CON
      *LA TENDENCIA CONTRA EL MES ANTERIOR CON DATOS: MENOS ROLL Y
      *MAS CURA ES MEJORA
           IMPRIME-HISTORIA.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE TITULO-BLOQUE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "MES       ROLL %  TENDENCIA    CURA %  TENDENCIA"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "N" TO PREVIO-SW
               MOVE ANIOMES-PEDIDO TO ANIOMES-AUX
               PERFORM RESTA-CINCO-MESES
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
                   PERFORM IMPRIME-MES-HISTORIA
                   PERFORM SUMA-UN-MES
               END-PERFORM.

      *ESCRIBE EL MES ANIOMES-AUX DE LA HISTORIA DE LA SUCURSAL
           IMPRIME-MES-HISTORIA.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO H
               PERFORM UNTIL ENCONTRADO OR H >= HST-CNT
                   ADD 1 TO H
                   MOVE HST-REGISTRO(H) TO HISTORIA-DATOS
                   IF ROL-ANIOMES = ANIOMES-AUX
                       AND ROL-SUCURSAL = SUCURSAL-BUSCADA
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINEA-REPORTE
               IF NOT ENCONTRADO
                   STRING ANIOMES-AUX "    SIN DATOS"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               ELSE
                   MOVE SPACES TO TEND-ROLL
                   MOVE SPACES TO TEND-CURA
                   IF HAY-PREVIO
                       EVALUATE TRUE
                           WHEN ROL-PORC-ROLL < PREVIO-ROLL
                               MOVE "MEJORA" TO TEND-ROLL
                           WHEN ROL-PORC-ROLL > PREVIO-ROLL
                               MOVE "EMPEORA" TO TEND-ROLL
                           WHEN OTHER
                               MOVE "IGUAL" TO TEND-ROLL
                       END-EVALUATE
                       EVALUATE TRUE
                           WHEN ROL-PORC-CURA > PREVIO-CURA
                               MOVE "MEJORA" TO TEND-CURA
                           WHEN ROL-PORC-CURA < PREVIO-CURA
                               MOVE "EMPEORA" TO TEND-CURA
                           WHEN OTHER
                               MOVE "IGUAL" TO TEND-CURA
                       END-EVALUATE
                   END-IF
                   MOVE ROL-PORC-ROLL TO PORC-EDIT
                   MOVE ROL-PORC-CURA TO PORC-EDIT-2
                   STRING ANIOMES-AUX "    " PORC-EDIT "  " TEND-ROLL
                       "     " PORC-EDIT-2 "  " TEND-CURA
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   MOVE ROL-PORC-ROLL TO PREVIO-ROLL
                   MOVE ROL-PORC-CURA TO PREVIO-CURA
                   SET HAY-PREVIO TO TRUE
               END-IF
               WRITE LINEA-REPORTE.

       END PROGRAM CLIMIGRA.
