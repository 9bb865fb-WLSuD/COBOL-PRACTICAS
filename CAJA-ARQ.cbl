      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cash drawer count for the calculator desk. The
      *          operator signed on through SIGNON enters the
      *          drawer's opening float at the start of the day and
      *          the end-of-day cash count by denomination; the
      *          counted total is compared with the float plus the
      *          operator's net CALCULOG.DAT activity of the day
      *          (OPLOG-OPERADOR, voided pairs left out as in
      *          CALCU-ZRPT, closed-period adjustments left out as
      *          they move no cash) and an over/short slip is
      *          printed on ARQUEO.OUT for the supervisor to sign.
      *          A difference beyond the ARQUEO-TOLERANCIA parameter
      *          is written to ERRORES.LOG, and RESUMEN-DIA reports
      *          it. Every day's count stays on ARQUEO.DAT; option 3
      *          lists a month of counts for the month-end review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJA-ARQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUEO-FILE ASSIGN TO "ARQUEO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARQUEO-STATUS.

           SELECT LOG-FILE ASSIGN TO "CALCULOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LOG-STATUS.

           SELECT PLANILLA-FILE ASSIGN TO "ARQUEO.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANILLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUEO-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARQUEO-REC.
           COPY ARQCAJ.

       FD  LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-REC.
           COPY OPELOG.

       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC.
           COPY ERRLOG.

       FD  PLANILLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-PLANILLA          PIC X(60).

       WORKING-STORAGE SECTION.
           77 ARQUEO-STATUS   PIC X(2) VALUE "00".
               88 ARQUEO-NEW-FILE VALUE "35".
           77 ARQUEO-EOF-SW   PIC X VALUE "N".
               88 ARQUEO-EOF      VALUE "Y".
           77 LOG-STATUS      PIC X(2) VALUE "00".
               88 LOG-NEW-FILE    VALUE "35".
           77 LOG-EOF-SW      PIC X VALUE "N".
               88 LOG-EOF         VALUE "Y".
           77 ERR-LOG-STATUS  PIC X(2) VALUE "00".
               88 ERR-LOG-NEW-FILE VALUE "35".
           77 PLANILLA-STATUS PIC X(2) VALUE "00".
               88 PLANILLA-NEW-FILE VALUE "35".

           77 OPCION          PIC X VALUE "1".
               88 OPCION-APERTURA VALUE "1".
               88 OPCION-CIERRE   VALUE "2".
               88 OPCION-REVISION VALUE "3".

           77 FECHA-HOY       PIC 9(8).
           77 HORA-HOY        PIC 9(8).

      *DENOMINACIONES DE BILLETES Y MONEDAS, DE MAYOR A MENOR
           01 DENOMINACIONES-DATOS.
               05 FILLER          PIC 9(3)V99 VALUE 100.00.
               05 FILLER          PIC 9(3)V99 VALUE 50.00.
               05 FILLER          PIC 9(3)V99 VALUE 20.00.
               05 FILLER          PIC 9(3)V99 VALUE 10.00.
               05 FILLER          PIC 9(3)V99 VALUE 5.00.
               05 FILLER          PIC 9(3)V99 VALUE 2.00.
               05 FILLER          PIC 9(3)V99 VALUE 1.00.
               05 FILLER          PIC 9(3)V99 VALUE 0.50.
               05 FILLER          PIC 9(3)V99 VALUE 0.25.
               05 FILLER          PIC 9(3)V99 VALUE 0.10.
               05 FILLER          PIC 9(3)V99 VALUE 0.05.
               05 FILLER          PIC 9(3)V99 VALUE 0.01.
           01 TABLA-DENOMINACIONES REDEFINES DENOMINACIONES-DATOS.
               05 DENOMINACION OCCURS 12 TIMES PIC 9(3)V99.
           77 DX              PIC 9(2) VALUE 0.

      *ARQUEOS COMPLETOS EN MEMORIA PARA REESCRIBIR EL ARCHIVO
           01 TABLA-ARQUEOS.
               05 ARQUEOS OCCURS 5000 TIMES.
                   10 TAB-ARQUEO        PIC X(153).
           77 ARQ-CNT         PIC 9(4) VALUE 0.
           77 I               PIC 9(4) VALUE 0.
           77 POSICION        PIC 9(4) VALUE 0.

      *ENTRADA DE IMPORTES Y CANTIDADES, VALIDADA COMO EN LA
      *CALCULADORA
           77 ENTRADA-CRUDA   PIC X(10) VALUE SPACES.
           77 ENTRADA-OK-SW   PIC X VALUE "N".
               88 ENTRADA-OK      VALUE "Y".
           77 CX              PIC 9(2) VALUE 0.
           77 CNT-PUNTOS      PIC 9 VALUE 0.
           77 CNT-DECIMALES   PIC 9(2) VALUE 0.
           77 SW-TRAS-PUNTO   PIC X VALUE "N".
               88 TRAS-PUNTO      VALUE "Y".
           77 FONDO-ENT       PIC 9(7)V99 VALUE 0.
           77 CANTIDAD-ENT    PIC 9(5) VALUE 0.
           77 SUBTOTAL        PIC 9(9)V99 VALUE 0.

      *SECUENCIAS ANULADAS POR ALGUN CONTRA-ASIENTO DEL LOG
           01 TABLA-ANULADAS.
               05 ANULADAS OCCURS 500 TIMES.
                   10 ANU-SEC           PIC 9(6).
           77 ANU-CNT         PIC 9(3) VALUE 0.
           77 AX              PIC 9(3) VALUE 0.
           77 SW-ANULADA      PIC X VALUE "N".
               88 OPERACION-ANULADA VALUE "Y".

           77 TOLERANCIA      PIC 9(7)V99 VALUE 0.
           77 DIFERENCIA-ABS  PIC 9(9)V99 VALUE 0.
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

      *REVISION MENSUAL
           77 ANIOMES-PEDIDO  PIC 9(6) VALUE 0.
           77 CNT-LISTADOS    PIC 9(4) VALUE 0.
           77 CNT-EXCEDIDOS   PIC 9(4) VALUE 0.
           77 TOTAL-DIFERENCIA PIC S9(9)V99 VALUE 0.

           77 CANTIDAD-EDIT   PIC ZZ,ZZ9.
           77 DENOM-EDIT      PIC ZZ9.99.
           77 IMPORTE-EDIT    PIC ---,---,--9.99.
           77 IMPORTE-EDIT-2  PIC ---,---,--9.99.
           77 IMPORTE-EDIT-3  PIC ---,---,--9.99.
           77 DIF-ERROR-EDIT  PIC -9999999.99.
           77 RESULTADO-ARQUEO PIC X(14).

           77 OPERADOR        PIC X(8).
           77 PERM-ALTA-OPER  PIC X VALUE "N".
           77 PERM-CONS-OPER  PIC X VALUE "N".
           77 SUPERV-OPER     PIC X VALUE "N".
           77 SIGNON-SW       PIC X VALUE "N".
               88 SIGNON-OK       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD

            DISPLAY "ARQUEO DE CAJA DE LA CALCULADORA - OPERADOR "
                OPERADOR
            DISPLAY "1-REGISTRAR EL FONDO INICIAL DEL DIA"
            DISPLAY "2-ARQUEO DE CIERRE POR DENOMINACION"
            DISPLAY "3-REVISION DE LOS ARQUEOS DE UN MES"
            ACCEPT OPCION

            IF OPCION-REVISION AND SUPERV-OPER NOT = "Y"
                DISPLAY "LA REVISION DE ARQUEOS ES DEL SUPERVISOR"
                STOP RUN
            END-IF

            PERFORM CARGA-TABLA
            EVALUATE TRUE
                WHEN OPCION-APERTURA
                    PERFORM APERTURA-CAJA
                WHEN OPCION-CIERRE
                    PERFORM CIERRE-CAJA
                WHEN OPCION-REVISION
                    PERFORM REVISION-MENSUAL
                WHEN OTHER
                    DISPLAY "OPCION INVALIDA"
            END-EVALUATE

            STOP RUN.

      *CARGA TODOS LOS ARQUEOS DEL ARCHIVO EN LA TABLA
           CARGA-TABLA.
               MOVE 0 TO ARQ-CNT
               OPEN INPUT ARQUEO-FILE
               IF ARQUEO-NEW-FILE
                   CLOSE ARQUEO-FILE
               ELSE
                   PERFORM UNTIL ARQUEO-EOF
                       READ ARQUEO-FILE
                           AT END
                               SET ARQUEO-EOF TO TRUE
                           NOT AT END
                               IF ARQ-CNT = 5000
                                   DISPLAY "ARQUEO.DAT EXCEDE 5000 "
                                       "ARQUEOS, AMPLIAR LA TABLA"
                                   STOP RUN
                               END-IF
                               ADD 1 TO ARQ-CNT
                               MOVE ARQUEO-REC TO TAB-ARQUEO(ARQ-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE ARQUEO-FILE
               END-IF.

      *DEJA EN POSICION EL ARQUEO DE HOY DEL OPERADOR (CERO SI NO
      *HAY) Y SU REGISTRO EN ARQUEO-REC
           BUSCA-ARQUEO-HOY.
               MOVE 0 TO POSICION
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARQ-CNT
                   MOVE TAB-ARQUEO(I) TO ARQUEO-REC
                   IF ARQ-FECHA = FECHA-HOY AND
                       ARQ-OPERADOR = OPERADOR
                       MOVE I TO POSICION
                   END-IF
               END-PERFORM
               IF POSICION > 0
                   MOVE TAB-ARQUEO(POSICION) TO ARQUEO-REC
               END-IF.

      *ABRE LA CAJA DEL DIA CON EL FONDO INICIAL; UNA SOLA VEZ POR
      *OPERADOR Y DIA
           APERTURA-CAJA.
               PERFORM BUSCA-ARQUEO-HOY
               IF POSICION > 0
                   MOVE ARQ-FONDO TO IMPORTE-EDIT
                   DISPLAY "EL FONDO INICIAL DE HOY YA FUE REGISTRADO "
                       "POR " IMPORTE-EDIT
               ELSE
                   PERFORM INGRESA-FONDO
                   INITIALIZE ARQUEO-REC
                   MOVE FECHA-HOY TO ARQ-FECHA
                   MOVE OPERADOR TO ARQ-OPERADOR
                   SET ARQ-ABIERTO TO TRUE
                   MOVE FONDO-ENT TO ARQ-FONDO
                   ACCEPT HORA-HOY FROM TIME
                   MOVE HORA-HOY TO ARQ-HORA-APERTURA
                   MOVE "N" TO ARQ-FUERA-TOL
                   IF ARQ-CNT = 5000
                       DISPLAY "ARQUEO.DAT EXCEDE 5000 ARQUEOS, "
                           "AMPLIAR LA TABLA"
                   ELSE
                       ADD 1 TO ARQ-CNT
                       MOVE ARQUEO-REC TO TAB-ARQUEO(ARQ-CNT)
                       PERFORM REESCRIBE-TABLA
                       MOVE FONDO-ENT TO IMPORTE-EDIT
                       DISPLAY "FONDO INICIAL REGISTRADO: "
                           IMPORTE-EDIT
                   END-IF
               END-IF.

      *PIDE EL FONDO INICIAL HASTA QUE LLEGUE BIEN FORMADO
           INGRESA-FONDO.
               DISPLAY "INGRESE EL FONDO INICIAL DEL CAJON: "
               ACCEPT ENTRADA-CRUDA
               PERFORM VALIDA-ENTRADA
               IF ENTRADA-OK
                   COMPUTE FONDO-ENT = FUNCTION NUMVAL(ENTRADA-CRUDA)
               ELSE
                   DISPLAY "VALOR NO NUMERICO, REINTENTE"
                   MOVE ENTRADA-CRUDA TO ERR-VALOR
                   PERFORM GRABA-ERROR
                   PERFORM INGRESA-FONDO
               END-IF.

      *CIERRA LA CAJA DEL DIA: CONTEO POR DENOMINACION, ACTIVIDAD
      *NETA DEL OPERADOR, SOBRANTE O FALTANTE Y PLANILLA
           CIERRE-CAJA.
               PERFORM BUSCA-ARQUEO-HOY
               EVALUATE TRUE
                   WHEN POSICION = 0
                       DISPLAY "NO HAY FONDO INICIAL REGISTRADO HOY, "
                           "USE PRIMERO LA OPCION 1"
                   WHEN ARQ-CERRADO
                       MOVE ARQ-DIFERENCIA TO IMPORTE-EDIT
                       DISPLAY "EL ARQUEO DE HOY YA FUE REGISTRADO, "
                           "DIFERENCIA " IMPORTE-EDIT
                   WHEN OTHER
                       PERFORM CUENTA-DENOMINACIONES
                       PERFORM CALCULA-NETO
                       PERFORM CARGA-TOLERANCIA
                       COMPUTE ARQ-ESPERADO = ARQ-FONDO + ARQ-NETO
                       COMPUTE ARQ-DIFERENCIA =
                           ARQ-CONTADO - ARQ-ESPERADO
                       IF ARQ-DIFERENCIA < 0
                           COMPUTE DIFERENCIA-ABS =
                               0 - ARQ-DIFERENCIA
                       ELSE
                           MOVE ARQ-DIFERENCIA TO DIFERENCIA-ABS
                       END-IF
                       IF DIFERENCIA-ABS > TOLERANCIA
                           SET ARQ-EXCEDE TO TRUE
                       ELSE
                           MOVE "N" TO ARQ-FUERA-TOL
                       END-IF
                       SET ARQ-CERRADO TO TRUE
                       ACCEPT HORA-HOY FROM TIME
                       MOVE HORA-HOY TO ARQ-HORA-CIERRE
                       MOVE ARQUEO-REC TO TAB-ARQUEO(POSICION)
                       PERFORM REESCRIBE-TABLA
                       PERFORM IMPRIME-PLANILLA
                       IF ARQ-EXCEDE
                           MOVE ARQ-DIFERENCIA TO DIF-ERROR-EDIT
                           MOVE SPACES TO ERR-VALOR
                           STRING OPERADOR " " DIF-ERROR-EDIT
                               DELIMITED BY SIZE INTO ERR-VALOR
                           PERFORM GRABA-ERROR
                           DISPLAY "*** DIFERENCIA FUERA DE TOLERANCIA,"
                               " REGISTRADA EN ERRORES.LOG"
                       END-IF
                       MOVE ARQ-DIFERENCIA TO IMPORTE-EDIT
                       DISPLAY "ARQUEO REGISTRADO: " RESULTADO-ARQUEO
                           " " IMPORTE-EDIT ", PLANILLA EN ARQUEO.OUT"
               END-EVALUATE.

      *PIDE LA CANTIDAD DE CADA DENOMINACION Y TOTALIZA EL CONTEO
           CUENTA-DENOMINACIONES.
               MOVE 0 TO ARQ-CONTADO
               PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 12
                   PERFORM INGRESA-CANTIDAD
                   MOVE CANTIDAD-ENT TO ARQ-CANTIDAD(DX)
                   COMPUTE ARQ-CONTADO = ARQ-CONTADO +
                       CANTIDAD-ENT * DENOMINACION(DX)
               END-PERFORM.

      *PIDE LA CANTIDAD DE LA DENOMINACION DX: ENTERA, EN BLANCO ES
      *CERO
           INGRESA-CANTIDAD.
               MOVE DENOMINACION(DX) TO DENOM-EDIT
               DISPLAY "CANTIDAD DE " DENOM-EDIT ": "
               ACCEPT ENTRADA-CRUDA
               IF ENTRADA-CRUDA = SPACES
                   MOVE 0 TO CANTIDAD-ENT
               ELSE
                   PERFORM VALIDA-ENTRADA
                   IF ENTRADA-OK AND CNT-PUNTOS = 0
                       COMPUTE CANTIDAD-ENT =
                           FUNCTION NUMVAL(ENTRADA-CRUDA)
                   ELSE
                       DISPLAY "CANTIDAD INVALIDA, REINTENTE"
                       MOVE ENTRADA-CRUDA TO ERR-VALOR
                       PERFORM GRABA-ERROR
                       PERFORM INGRESA-CANTIDAD
                   END-IF
               END-IF.

      *ACTIVIDAD NETA DEL OPERADOR EN EL DIA: SUMA DE LOS RESULTADOS
      *DE SUS OPERACIONES, SIN LOS CONTRA-ASIENTOS NI LO QUE ANULAN
           CALCULA-NETO.
               MOVE 0 TO ARQ-NETO
               MOVE 0 TO ARQ-OPERACIONES
               MOVE 0 TO ANU-CNT
               MOVE "N" TO LOG-EOF-SW
               OPEN INPUT LOG-FILE
               IF LOG-NEW-FILE
                   CLOSE LOG-FILE
               ELSE
                   PERFORM UNTIL LOG-EOF
                       READ LOG-FILE
                           AT END
                               SET LOG-EOF TO TRUE
                           NOT AT END
                               IF OPLOG-ES-ANULACION AND
                                   ANU-CNT < 500
                                   ADD 1 TO ANU-CNT
                                   MOVE OPLOG-REF TO
                                       ANU-SEC(ANU-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOG-FILE
                   MOVE "N" TO LOG-EOF-SW
                   OPEN INPUT LOG-FILE
                   PERFORM UNTIL LOG-EOF
                       READ LOG-FILE
                           AT END
                               SET LOG-EOF TO TRUE
                           NOT AT END
                               IF OPLOG-FECHA = FECHA-HOY AND
                                   OPLOG-OPERADOR = OPERADOR
                                   PERFORM ACUMULA-OPERACION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOG-FILE
               END-IF.

      *SUMA LA OPERACION LEIDA SI NO ES NI ANULA NI FUE ANULADA; LOS
      *AJUSTES DE PERIODO CERRADO NO MUEVEN EFECTIVO DEL CAJON
           ACUMULA-OPERACION.
               MOVE "N" TO SW-ANULADA
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ANU-CNT
                   IF ANU-SEC(AX) = OPLOG-SEC
                       SET OPERACION-ANULADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT OPLOG-ES-ANULACION AND NOT OPLOG-ES-AJUSTE
                   AND NOT OPERACION-ANULADA
                   ADD 1 TO ARQ-OPERACIONES
                   ADD OPLOG-RESULTADO TO ARQ-NETO
               END-IF.

      *TOLERANCIA DE SOBRANTE/FALTANTE DE LA TABLA CENTRAL DE
      *PARAMETROS; SIN ELLA CUALQUIER DIFERENCIA SE INFORMA
           CARGA-TOLERANCIA.
               MOVE 0 TO TOLERANCIA
               MOVE "ARQUEO-TOLERANCIA" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE TOLERANCIA =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *PLANILLA DE SOBRANTE/FALTANTE PARA LA FIRMA DEL SUPERVISOR
           IMPRIME-PLANILLA.
               EVALUATE TRUE
                   WHEN ARQ-DIFERENCIA > 0
                       MOVE "SOBRANTE" TO RESULTADO-ARQUEO
                   WHEN ARQ-DIFERENCIA < 0
                       MOVE "FALTANTE" TO RESULTADO-ARQUEO
                   WHEN OTHER
                       MOVE "SIN DIFERENCIA" TO RESULTADO-ARQUEO
               END-EVALUATE
               OPEN EXTEND PLANILLA-FILE
               IF PLANILLA-NEW-FILE
                   OPEN OUTPUT PLANILLA-FILE
                   CLOSE PLANILLA-FILE
                   OPEN EXTEND PLANILLA-FILE
               END-IF
               MOVE ALL "=" TO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE SPACES TO LINEA-PLANILLA
               STRING "ARQUEO DE CAJA " ARQ-FECHA " OPERADOR "
                   ARQ-OPERADOR
                   DELIMITED BY SIZE INTO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE SPACES TO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 12
                   IF ARQ-CANTIDAD(DX) > 0
                       MOVE DENOMINACION(DX) TO DENOM-EDIT
                       MOVE ARQ-CANTIDAD(DX) TO CANTIDAD-EDIT
                       COMPUTE SUBTOTAL =
                           ARQ-CANTIDAD(DX) * DENOMINACION(DX)
                       MOVE SUBTOTAL TO IMPORTE-EDIT
                       MOVE SPACES TO LINEA-PLANILLA
                       STRING "  " CANTIDAD-EDIT " X " DENOM-EDIT
                           "   " IMPORTE-EDIT
                           DELIMITED BY SIZE INTO LINEA-PLANILLA
                       WRITE LINEA-PLANILLA
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE ARQ-CONTADO TO IMPORTE-EDIT
               MOVE SPACES TO LINEA-PLANILLA
               STRING "EFECTIVO CONTADO     " IMPORTE-EDIT
                   DELIMITED BY SIZE INTO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE ARQ-FONDO TO IMPORTE-EDIT
               MOVE SPACES TO LINEA-PLANILLA
               STRING "FONDO INICIAL        " IMPORTE-EDIT
                   DELIMITED BY SIZE INTO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE ARQ-NETO TO IMPORTE-EDIT
               MOVE ARQ-OPERACIONES TO CANTIDAD-EDIT
               MOVE SPACES TO LINEA-PLANILLA
               STRING "ACTIVIDAD NETA       " IMPORTE-EDIT
                   " (" CANTIDAD-EDIT " OPS)"
                   DELIMITED BY SIZE INTO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE ARQ-ESPERADO TO IMPORTE-EDIT
               MOVE SPACES TO LINEA-PLANILLA
               STRING "EFECTIVO ESPERADO    " IMPORTE-EDIT
                   DELIMITED BY SIZE INTO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE ARQ-DIFERENCIA TO IMPORTE-EDIT
               MOVE SPACES TO LINEA-PLANILLA
               STRING "DIFERENCIA           " IMPORTE-EDIT "  "
                   RESULTADO-ARQUEO
                   DELIMITED BY SIZE INTO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               IF ARQ-EXCEDE
                   MOVE TOLERANCIA TO IMPORTE-EDIT
                   MOVE SPACES TO LINEA-PLANILLA
                   STRING "*** FUERA DE TOLERANCIA " IMPORTE-EDIT
                       DELIMITED BY SIZE INTO LINEA-PLANILLA
                   WRITE LINEA-PLANILLA
               END-IF
               MOVE SPACES TO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE "FIRMA OPERADOR   ____________________"
                   TO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE SPACES TO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE "FIRMA SUPERVISOR ____________________"
                   TO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               CLOSE PLANILLA-FILE.

      *LISTA LOS ARQUEOS DEL MES PEDIDO CON SUS DIFERENCIAS
           REVISION-MENSUAL.
               DISPLAY "INGRESE EL MES A REVISAR (AAAAMM): "
               ACCEPT ANIOMES-PEDIDO
               MOVE 0 TO CNT-LISTADOS
               MOVE 0 TO CNT-EXCEDIDOS
               MOVE 0 TO TOTAL-DIFERENCIA
               DISPLAY "FECHA    OPERADOR E        FONDO      "
                   "CONTADO     DIFERENCIA"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARQ-CNT
                   MOVE TAB-ARQUEO(I) TO ARQUEO-REC
                   IF ARQ-FECHA(1:6) = ANIOMES-PEDIDO
                       PERFORM MUESTRA-ARQUEO
                   END-IF
               END-PERFORM
               MOVE TOTAL-DIFERENCIA TO IMPORTE-EDIT
               DISPLAY CNT-LISTADOS " ARQUEOS, " CNT-EXCEDIDOS
                   " FUERA DE TOLERANCIA, DIFERENCIA NETA "
                   IMPORTE-EDIT.

      *MUESTRA UN ARQUEO DEL MES; EL QUE QUEDO ABIERTO NO TIENE
      *CONTEO
           MUESTRA-ARQUEO.
               ADD 1 TO CNT-LISTADOS
               MOVE ARQ-FONDO TO IMPORTE-EDIT
               IF ARQ-CERRADO
                   MOVE ARQ-CONTADO TO IMPORTE-EDIT-3
                   MOVE ARQ-DIFERENCIA TO IMPORTE-EDIT-2
                   ADD ARQ-DIFERENCIA TO TOTAL-DIFERENCIA
                   IF ARQ-EXCEDE
                       ADD 1 TO CNT-EXCEDIDOS
                       DISPLAY ARQ-FECHA " " ARQ-OPERADOR " "
                           ARQ-ESTADO " " IMPORTE-EDIT " "
                           IMPORTE-EDIT-3 " " IMPORTE-EDIT-2
                           " *** FUERA DE TOLERANCIA"
                   ELSE
                       DISPLAY ARQ-FECHA " " ARQ-OPERADOR " "
                           ARQ-ESTADO " " IMPORTE-EDIT " "
                           IMPORTE-EDIT-3 " " IMPORTE-EDIT-2
                   END-IF
               ELSE
                   DISPLAY ARQ-FECHA " " ARQ-OPERADOR " "
                       ARQ-ESTADO " " IMPORTE-EDIT
                       " *** SIN ARQUEO DE CIERRE"
               END-IF.

      *VALIDA LA ENTRADA CRUDA: SOLO DIGITOS CON A LO SUMO UN PUNTO
      *DECIMAL Y HASTA DOS DECIMALES
           VALIDA-ENTRADA.
               MOVE "N" TO ENTRADA-OK-SW
               MOVE 0 TO CNT-PUNTOS
               MOVE 0 TO CNT-DECIMALES
               MOVE "N" TO SW-TRAS-PUNTO
               IF ENTRADA-CRUDA = SPACES
                   CONTINUE
               ELSE
                   MOVE "Y" TO ENTRADA-OK-SW
                   PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 10
                       EVALUATE TRUE
                           WHEN ENTRADA-CRUDA(CX:1) = SPACE
                               CONTINUE
                           WHEN ENTRADA-CRUDA(CX:1) = "."
                               ADD 1 TO CNT-PUNTOS
                               SET TRAS-PUNTO TO TRUE
                           WHEN ENTRADA-CRUDA(CX:1) >= "0" AND
                                ENTRADA-CRUDA(CX:1) <= "9"
                               IF TRAS-PUNTO
                                   ADD 1 TO CNT-DECIMALES
                               END-IF
                           WHEN OTHER
                               MOVE "N" TO ENTRADA-OK-SW
                       END-EVALUATE
                   END-PERFORM
                   IF CNT-PUNTOS > 1 OR CNT-DECIMALES > 2
                       MOVE "N" TO ENTRADA-OK-SW
                   END-IF
               END-IF.

      *REESCRIBE ARQUEO.DAT COMPLETO DESDE LA TABLA
           REESCRIBE-TABLA.
               OPEN OUTPUT ARQUEO-FILE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARQ-CNT
                   MOVE TAB-ARQUEO(I) TO ARQUEO-REC
                   WRITE ARQUEO-REC
               END-PERFORM
               CLOSE ARQUEO-FILE.

      *DEJA CONSTANCIA EN EL LOG COMPARTIDO ERRORES.LOG
           GRABA-ERROR.
               OPEN EXTEND ERROR-LOG-FILE
               IF ERR-LOG-NEW-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
                   CLOSE ERROR-LOG-FILE
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "CAJA-ARQ" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE.

           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

       END PROGRAM CAJA-ARQ.
