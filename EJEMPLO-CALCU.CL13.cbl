      *             it; the SALIR option now ends with GOBACK so
      *             control returns to the menu while a standalone
      *             run still ends normally.
      * 2026-10-15  Each operand can now be keyed in a foreign
      *             currency: it is converted to local at the day's
      *             rate from TIPOCAMB.DAT (rounded to the cent), and
      *             with no rate on file for the day the operation is
      *             refused and logged to ERRORES.LOG instead of
      *             guessing. CALCULOG.DAT keeps the currency, the
      *             amount as keyed and the rate per operand, and the
      *             receipt (and its duplicate) shows both amounts.
      * 2026-10-15  Operations in a month already closed on
      *             CALCPER.DAT are locked: ANULAR refuses them, and
      *             only a supervisor can instead enter an adjustment
      *             marked "J", dated today, that reverses the
      *             operation in the open period. REIMPRIMIR of a
      *             closed-period operation is supervisor-only too.
      *             Refusals are logged to ERRORES.LOG.
      * 2026-10-15  The ERRORES.LOG entry now sets the rule number
      *             and message of the shared layout to zero and
      *             blank - those belong to the REGLAS.DAT
      *             validation rules of the batch loaders.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULADORA.
           SELECT REIMPRE-FILE ASSIGN TO "RCBREIMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REIMPRE-STATUS.

           SELECT CIERRE-FILE ASSIGN TO "CALCPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIERRE-STATUS.

           SELECT CAMBIO-FILE ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCA-CLAVE
               FILE STATUS IS CAMBIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE
       01  REIMPRE-REC.
           COPY RCBREI.

       FD  CIERRE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CIERRE-REC.
           COPY CALPER.

       FD  CAMBIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAMBIO-REC.
           COPY TIPCAM.

       WORKING-STORAGE SECTION.

           01 OPCIONES PIC X VALUE SPACES.
           77 SEC-REIMPRIMIR PIC 9(6) VALUE 0.
           77 REIMPRE-STATUS PIC X(2) VALUE "00".
               88 REIMPRE-NEW-FILE VALUE "35".
           77 ORIG-MONEDAS PIC X(44) VALUE SPACES.

      *ULTIMO MES CERRADO EN CALCPER.DAT: TODO LO ANTERIOR O IGUAL
      *QUEDA BLOQUEADO PARA ANULAR Y REIMPRIMIR
           77 CIERRE-STATUS PIC X(2) VALUE "00".
               88 CIERRE-NEW-FILE VALUE "35".
           77 CIERRE-EOF-SW PIC X VALUE "N".
               88 CIERRE-EOF VALUE "Y".
           77 ULTIMO-CERRADO PIC 9(6) VALUE 0.
           77 MARCA-ANULACION PIC X VALUE "V".
           77 CONFIRMA-AJUSTE PIC X VALUE "N".
               88 AJUSTE-CONFIRMADO VALUE "S".

      *MONEDA DE CADA OPERANDO, MONTO TAL COMO SE TIPEO Y TASA DEL
      *DIA USADA PARA PASARLO A MONEDA LOCAL (MISMA FORMA QUE
      *OPLOG-MONEDAS; MONEDA EN BLANCO = LOCAL)
           01 MONEDAS-OPERACION.
               05 N1-MONEDA PIC X(3).
               05 N1-ORIGINAL PIC S9(6)V99.
               05 N1-TASA PIC 9(5)V9(6).
               05 N2-MONEDA PIC X(3).
               05 N2-ORIGINAL PIC S9(6)V99.
               05 N2-TASA PIC 9(5)V9(6).

           77 CAMBIO-STATUS PIC X(2) VALUE "00".
               88 CAMBIO-NEW-FILE VALUE "35".
           77 SW-CAMBIO PIC X VALUE "Y".
               88 CAMBIO-OK VALUE "Y".
           77 MONEDA-TRABAJO PIC X(3) VALUE SPACES.
           77 ORIGINAL-TRABAJO PIC S9(6)V99 VALUE ZEROS.
           77 TASA-TRABAJO PIC 9(5)V9(6) VALUE ZEROS.
           77 LOCAL-TRABAJO PIC S9(6)V99 VALUE ZEROS.
           77 FECHA-HOY PIC 9(8).

           77 OPERADOR PIC X(8).
           77 PERM-ALTA-OPER PIC X VALUE "N".
           77 N1-EDIT PIC ---999999.99.
           77 N2-EDIT PIC ---999999.99.
           77 RESULTADO-EDIT PIC ---999999.99.
           77 ORIGINAL-EDIT PIC ---999999.99.
           77 TASA-EDIT PIC ZZ,ZZ9.999999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT SIGNON-OK
               GOBACK
           END-IF
           PERFORM CARGA-SECUENCIA
           PERFORM CARGA-CIERRE.
      *MENU-PRINCIPAL DE OPCIONES
           MENU-PRINCIPAL.
               DISPLAY "INGRESE UNA OPCION: "
           END-EVALUATE.

      *INGRESO DE NUMEROS: EL PRIMERO PUEDE SER EL ACUMULADOR DE LA
      *OPERACION ANTERIOR EN LUGAR DE UN VALOR NUEVO. CADA NUMERO
      *TIPEADO LLEVA SU MONEDA (EL ACUMULADOR YA ES MONEDA LOCAL)
           INGRESA-NUMEROS.
               MOVE SPACES TO N1-MONEDA
               MOVE SPACES TO N2-MONEDA
               DISPLAY "USAR EL RESULTADO ANTERIOR ("ACUMULADOR
                   ") COMO PRIMER NUMERO? (S/N)"
               ACCEPT USAR-ANTERIOR
                   MOVE ACUMULADOR TO N1
               ELSE
                   PERFORM INGRESA-N1
                   DISPLAY "MONEDA DEL PRIMER NUMERO "
                       "(BLANCO = LOCAL): "
                   ACCEPT N1-MONEDA
               END-IF
               PERFORM INGRESA-N2
               DISPLAY "MONEDA DEL SEGUNDO NUMERO (BLANCO = LOCAL): "
               ACCEPT N2-MONEDA
               PERFORM CONVIERTE-OPERANDOS.

      *PASA A MONEDA LOCAL LOS OPERANDOS TIPEADOS EN OTRA MONEDA.
      *SI FALTA LA TASA DEL DIA LA OPERACION QUEDA BLOQUEADA
           CONVIERTE-OPERANDOS.
               SET CAMBIO-OK TO TRUE
               MOVE FUNCTION UPPER-CASE(N1-MONEDA) TO MONEDA-TRABAJO
               MOVE N1 TO ORIGINAL-TRABAJO
               PERFORM CONVIERTE-OPERANDO
               MOVE MONEDA-TRABAJO TO N1-MONEDA
               MOVE ORIGINAL-TRABAJO TO N1-ORIGINAL
               MOVE TASA-TRABAJO TO N1-TASA
               MOVE LOCAL-TRABAJO TO N1
               IF CAMBIO-OK
                   MOVE FUNCTION UPPER-CASE(N2-MONEDA)
                       TO MONEDA-TRABAJO
                   MOVE N2 TO ORIGINAL-TRABAJO
                   PERFORM CONVIERTE-OPERANDO
                   MOVE MONEDA-TRABAJO TO N2-MONEDA
                   MOVE ORIGINAL-TRABAJO TO N2-ORIGINAL
                   MOVE TASA-TRABAJO TO N2-TASA
                   MOVE LOCAL-TRABAJO TO N2
               END-IF.

      *CONVIERTE EL OPERANDO DE TRABAJO A LA TASA DEL DIA DE SU
      *MONEDA, REDONDEADO AL CENTAVO (TASA 1 SI ES LOCAL)
           CONVIERTE-OPERANDO.
               MOVE 1 TO TASA-TRABAJO
               MOVE ORIGINAL-TRABAJO TO LOCAL-TRABAJO
               IF MONEDA-TRABAJO NOT = SPACES
                   PERFORM BUSCA-TASA
                   IF CAMBIO-OK
                       COMPUTE LOCAL-TRABAJO ROUNDED =
                           ORIGINAL-TRABAJO * TASA-TRABAJO
                           ON SIZE ERROR
                               DISPLAY "EL MONTO CONVERTIDO EXCEDE "
                                   "LA CAPACIDAD, OPERACION BLOQUEADA"
                               MOVE "N" TO SW-CAMBIO
                               MOVE SPACES TO ERR-VALOR
                               STRING "DESBORDE " MONEDA-TRABAJO
                                   DELIMITED BY SIZE INTO ERR-VALOR
                               PERFORM GRABA-ERROR
                       END-COMPUTE
                   END-IF
               END-IF.

      *LEE EN TIPOCAMB.DAT LA TASA DE HOY PARA LA MONEDA DE TRABAJO;
      *SIN TASA PARA EL DIA NO SE ADIVINA, SE BLOQUEA Y SE ASIENTA
           BUSCA-TASA.
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD
               OPEN INPUT CAMBIO-FILE
               IF CAMBIO-NEW-FILE
                   MOVE "N" TO SW-CAMBIO
                   CLOSE CAMBIO-FILE
               ELSE
                   MOVE MONEDA-TRABAJO TO TCA-MONEDA
                   MOVE FECHA-HOY TO TCA-FECHA
                   READ CAMBIO-FILE
                       INVALID KEY
                           MOVE "N" TO SW-CAMBIO
                       NOT INVALID KEY
                           MOVE TCA-TASA TO TASA-TRABAJO
                   END-READ
                   CLOSE CAMBIO-FILE
               END-IF
               IF NOT CAMBIO-OK
                   DISPLAY "NO HAY TIPO DE CAMBIO " MONEDA-TRABAJO
                       " PARA HOY, OPERACION BLOQUEADA"
                   MOVE SPACES TO ERR-VALOR
                   STRING "SIN TASA " MONEDA-TRABAJO
                       DELIMITED BY SIZE INTO ERR-VALOR
                   PERFORM GRABA-ERROR
               END-IF.

      *PIDE EL PRIMER NUMERO (HASTA DOS DECIMALES) Y LO REPITE SI
      *NO LLEGA BIEN FORMADO
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "CALCULADORA" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               MOVE SPACE TO OPLOG-ANULACION
               MOVE 0 TO OPLOG-REF
               MOVE OPERADOR TO OPLOG-OPERADOR
               MOVE MONEDAS-OPERACION TO OPLOG-MONEDAS
               WRITE LOG-REC
               CLOSE LOG-FILE
               PERFORM IMPRIME-RECIBO.
               STRING "  N1: " N1-EDIT "   N2: " N2-EDIT
                   DELIMITED BY SIZE INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
               PERFORM IMPRIME-MONEDAS
               MOVE SPACES TO LINEA-RECIBO
               STRING "  RESULTADO: " RESULTADO-EDIT
                   DELIMITED BY SIZE INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
               CLOSE RECIBO-FILE.

      *PARA CADA OPERANDO EN MONEDA EXTRANJERA AGREGA AL TALON EL
      *MONTO ORIGINAL Y LA TASA, JUNTO AL MONTO LOCAL DE ARRIBA
           IMPRIME-MONEDAS.
               IF N1-MONEDA NOT = SPACES
                   MOVE N1-ORIGINAL TO ORIGINAL-EDIT
                   MOVE N1-TASA TO TASA-EDIT
                   MOVE SPACES TO LINEA-RECIBO
                   STRING "  N1 EN " N1-MONEDA ": " ORIGINAL-EDIT
                       " A " TASA-EDIT
                       DELIMITED BY SIZE INTO LINEA-RECIBO
                   WRITE LINEA-RECIBO
               END-IF
               IF N2-MONEDA NOT = SPACES
                   MOVE N2-ORIGINAL TO ORIGINAL-EDIT
                   MOVE N2-TASA TO TASA-EDIT
                   MOVE SPACES TO LINEA-RECIBO
                   STRING "  N2 EN " N2-MONEDA ": " ORIGINAL-EDIT
                       " A " TASA-EDIT
                       DELIMITED BY SIZE INTO LINEA-RECIBO
                   WRITE LINEA-RECIBO
               END-IF.

      *RECORRE EL LOG AL ARRANCAR PARA CONOCER EL ULTIMO NUMERO DE
      *SECUENCIA ASIGNADO
           CARGA-SECUENCIA.
                   CLOSE LOG-FILE
               END-IF.

      *LEE LOS CIERRES DE PERIODO Y DEJA EL ULTIMO MES CERRADO
           CARGA-CIERRE.
               MOVE 0 TO ULTIMO-CERRADO
               MOVE "N" TO CIERRE-EOF-SW
               OPEN INPUT CIERRE-FILE
               IF CIERRE-NEW-FILE
                   CLOSE CIERRE-FILE
               ELSE
                   PERFORM UNTIL CIERRE-EOF
                       READ CIERRE-FILE
                           AT END
                               SET CIERRE-EOF TO TRUE
                           NOT AT END
                               IF CPE-PERIODO > ULTIMO-CERRADO
                                   MOVE CPE-PERIODO TO ULTIMO-CERRADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CIERRE-FILE
               END-IF.

      *BUSCA LA OPERACION A ANULAR POR SU NUMERO DE SECUENCIA Y, SI
      *EXISTE Y NO FUE ANULADA, ESCRIBE EL CONTRA-ASIENTO MARCADO
      *"V" CON REFERENCIA AL ORIGINAL Y AMBOS EN LA CINTA DE RECIBOS
                               SET LOG-EOF TO TRUE
                           NOT AT END
                               IF OPLOG-SEC = SEC-ANULAR AND
                                   NOT OPLOG-ES-ANULACION AND
                                   NOT OPLOG-ES-AJUSTE
                                   SET ORIG-HALLADA TO TRUE
                                   MOVE OPLOG-TIPO TO ORIG-TIPO
                                   MOVE OPLOG-N1 TO ORIG-N1
                                   MOVE OPLOG-N2 TO ORIG-N2
                                   MOVE OPLOG-RESULTADO TO
                                       ORIG-RESULTADO
                                   MOVE OPLOG-FECHA TO ORIG-FECHA
                                   MOVE OPLOG-MONEDAS TO ORIG-MONEDAS
                               END-IF
                               IF (OPLOG-ES-ANULACION OR
                                   OPLOG-ES-AJUSTE) AND
                                   OPLOG-REF = SEC-ANULAR
                                   SET YA-ANULADA TO TRUE
                               END-IF
                   WHEN YA-ANULADA
                       DISPLAY "LA OPERACION " SEC-ANULAR
                           " YA FUE ANULADA"
                   WHEN ORIG-FECHA(1:6) NOT > ULTIMO-CERRADO
                       PERFORM AJUSTE-PERIODO-CERRADO
                   WHEN OTHER
                       MOVE "V" TO MARCA-ANULACION
                       PERFORM GRABA-ANULACION
                       DISPLAY "OPERACION " SEC-ANULAR " ANULADA"
               END-EVALUATE
               PERFORM MENU-PRINCIPAL.

      *LA OPERACION PERTENECE A UN MES CERRADO: NO SE ANULA. SOLO UN
      *SUPERVISOR PUEDE ASENTAR UN AJUSTE "J" CON FECHA DE HOY QUE
      *LA REVIERTE EN EL PERIODO ABIERTO
           AJUSTE-PERIODO-CERRADO.
               DISPLAY "LA OPERACION " SEC-ANULAR " ES DEL PERIODO "
                   "CERRADO " ORIG-FECHA(1:6)
               IF SUPERV-OPER NOT = "Y"
                   DISPLAY "NO SE PUEDE ANULAR, SOLO UN SUPERVISOR "
                       "PUEDE ASENTAR UN AJUSTE"
                   MOVE SPACES TO ERR-VALOR
                   STRING "CERRADA " SEC-ANULAR
                       DELIMITED BY SIZE INTO ERR-VALOR
                   PERFORM GRABA-ERROR
               ELSE
                   DISPLAY "ASENTAR UN AJUSTE CON FECHA DE HOY? (S/N)"
                   ACCEPT CONFIRMA-AJUSTE
                   IF AJUSTE-CONFIRMADO
                       MOVE "J" TO MARCA-ANULACION
                       PERFORM GRABA-ANULACION
                       DISPLAY "AJUSTE " ULTIMO-SEC " ASENTADO SOBRE "
                           "LA OPERACION " SEC-ANULAR
                   ELSE
                       DISPLAY "SIN AJUSTE, NADA SE ASENTO"
                   END-IF
               END-IF.

      *ESCRIBE EL CONTRA-ASIENTO DE LA ANULACION EN EL LOG Y EL
      *TALON DE AMBOS MOVIMIENTOS EN LA CINTA
           GRABA-ANULACION.
               ACCEPT OPLOG-HORA FROM TIME
               ADD 1 TO ULTIMO-SEC
               MOVE ULTIMO-SEC TO OPLOG-SEC
               MOVE MARCA-ANULACION TO OPLOG-ANULACION
               MOVE SEC-ANULAR TO OPLOG-REF
               MOVE OPERADOR TO OPLOG-OPERADOR
               MOVE ORIG-MONEDAS TO OPLOG-MONEDAS
               WRITE LOG-REC
               CLOSE LOG-FILE

                   DELIMITED BY SIZE INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
               MOVE SPACES TO LINEA-RECIBO
               IF MARCA-ANULACION = "J"
                   STRING "AJUSTE        " RECIBO-FECHA
                       " " RECIBO-HORA " " OPERADOR
                       DELIMITED BY SIZE INTO LINEA-RECIBO
               ELSE
                   STRING "ANULACION     " RECIBO-FECHA
                       " " RECIBO-HORA " " OPERADOR
                       DELIMITED BY SIZE INTO LINEA-RECIBO
               END-IF
               WRITE LINEA-RECIBO
               MOVE ORIG-RESULTADO TO RESULTADO-EDIT
               MOVE SPACES TO LINEA-RECIBO
                               SET LOG-EOF TO TRUE
                           NOT AT END
                               IF OPLOG-SEC = SEC-REIMPRIMIR AND
                                   NOT OPLOG-ES-ANULACION AND
                                   NOT OPLOG-ES-AJUSTE
                                   SET ORIG-HALLADA TO TRUE
                                   MOVE OPLOG-TIPO TO ORIG-TIPO
                                   MOVE OPLOG-N1 TO ORIG-N1
                                       ORIG-RESULTADO
                                   MOVE OPLOG-FECHA TO ORIG-FECHA
                                   MOVE OPLOG-HORA TO ORIG-HORA
                                   MOVE OPLOG-MONEDAS TO ORIG-MONEDAS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOG-FILE
               END-IF
               EVALUATE TRUE
                   WHEN NOT ORIG-HALLADA
                       DISPLAY "NO EXISTE LA OPERACION "
                           SEC-REIMPRIMIR
                   WHEN ORIG-FECHA(1:6) NOT > ULTIMO-CERRADO AND
                       SUPERV-OPER NOT = "Y"
                       DISPLAY "LA OPERACION " SEC-REIMPRIMIR
                           " ES DEL PERIODO CERRADO " ORIG-FECHA(1:6)
                           ", SOLO UN SUPERVISOR LA REIMPRIME"
                       MOVE SPACES TO ERR-VALOR
                       STRING "CERRADA " SEC-REIMPRIMIR
                           DELIMITED BY SIZE INTO ERR-VALOR
                       PERFORM GRABA-ERROR
                   WHEN OTHER
                       PERFORM IMPRIME-DUPLICADO
                       PERFORM GRABA-REIMPRESION
                       DISPLAY "DUPLICADO IMPRESO DE LA OPERACION "
                           SEC-REIMPRIMIR
               END-EVALUATE
               PERFORM MENU-PRINCIPAL.

      *TALON DUPLICADO EN LA CINTA: LA PALABRA DUPLICADO ENCABEZA
               STRING "  N1: " N1-EDIT "   N2: " N2-EDIT
                   DELIMITED BY SIZE INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
               MOVE ORIG-MONEDAS TO MONEDAS-OPERACION
               PERFORM IMPRIME-MONEDAS
               MOVE ORIG-RESULTADO TO RESULTADO-EDIT
               MOVE SPACES TO LINEA-RECIBO
               STRING "  RESULTADO: " RESULTADO-EDIT " (DUPLICADO)"
           SUMA.
               DISPLAY "ELEGISTE SUMAR"
               PERFORM INGRESA-NUMEROS.
               IF CAMBIO-OK
                   ADD N1 TO N2 GIVING RESULTADO
                   DISPLAY "EL RESULTADO ES: "RESULTADO
                   MOVE "SUMA" TO OPERACION-NOMBRE
                   PERFORM GRABA-TRANSACCION
               END-IF
               PERFORM MENU-PRINCIPAL.

      *RESTAR
           RESTA.
               DISPLAY "ELEGISTE RESTAR"
               PERFORM INGRESA-NUMEROS.
               IF CAMBIO-OK
                   SUBTRACT N1 FROM N2 GIVING RESULTADO
                   DISPLAY "EL RESULTADO ES : "RESULTADO
                   MOVE "RESTA" TO OPERACION-NOMBRE
                   PERFORM GRABA-TRANSACCION
               END-IF
               PERFORM MENU-PRINCIPAL.

      *MULTIPLICAR
           MULTIPLICA.
               DISPLAY "ELEGISTE MULTIPLICAR"
               PERFORM INGRESA-NUMEROS.
               IF CAMBIO-OK
                   MULTIPLY N1 BY N2 GIVING RESULTADO ROUNDED
                   DISPLAY "EL RESULTADO ES : "RESULTADO
                   MOVE "MULTIPLICA" TO OPERACION-NOMBRE
                   PERFORM GRABA-TRANSACCION
               END-IF
               PERFORM MENU-PRINCIPAL.

      *DIVIDIR
           DIVIDI.
               DISPLAY "ELEGISTE DIVIDIR"
               PERFORM INGRESA-NUMEROS.
               IF CAMBIO-OK
                   DIVIDE N1 BY N2 GIVING RESULTADO ROUNDED
                       ON SIZE ERROR
                           DISPLAY "DIVISION POR CERO"
                           MOVE ENTRADA-CRUDA TO ERR-VALOR
                           PERFORM GRABA-ERROR
                       NOT ON SIZE ERROR
                           DISPLAY "EL RESULTADO ES : "RESULTADO
                           MOVE "DIVIDI" TO OPERACION-NOMBRE
                           PERFORM GRABA-TRANSACCION
                   END-DIVIDE
               END-IF
               PERFORM MENU-PRINCIPAL.


