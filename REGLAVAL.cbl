      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable evaluator of the REGLAS.DAT field validation
      *          rules, in the style of PARMGET, shared by the batch
      *          loaders CLIENTE-CARGA, CLIENTE-CTUPD, BANCOPAG and
      *          ESTAD-LOTE. Given the input file name and one record
      *          it checks every rule on file for that input - EQ,
      *          NE, GT, LT, BT (between, inclusive), CT (contains)
      *          and IN (present in the SUCURSAL or MOTIVOS table) -
      *          and hands back the rules the record fails with their
      *          number, field, value found and message. The fields
      *          a rule can name come from the record layouts of each
      *          input (CLITRX, CTUPD, BCOPAG, MUESTRA); numeric
      *          fields compare within the TOLERANCIA-DEF parameter,
      *          as OPERADORES-LOGICOS compares its values, so a
      *          stored limit of 50000 and an amount of 50000.00
      *          match. Called with the name REGLAS.DAT and a rule
      *          image it checks the rule itself (known file and
      *          field, operator, numeric values, table) for the
      *          REGLA-MANT maintenance screen. The rules and tables
      *          load on the first call of the run; without
      *          REGLAS.DAT no record fails.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGLAVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-FILE ASSIGN TO "REGLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGLAS-STATUS.

           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCURSAL-STATUS.

           SELECT MOTIVOS-FILE ASSIGN TO "MOTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOTIVOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGLAS-REC              PIC X(80).

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUCURSAL-REC.
           COPY SUCURSAL.

       FD  MOTIVOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOTIVOS-REC.
           COPY MOTIVO.

       WORKING-STORAGE SECTION.
           77 REGLAS-STATUS     PIC X(2) VALUE "00".
               88 REGLAS-NEW-FILE   VALUE "35".
           77 REGLAS-EOF-SW     PIC X VALUE "N".
               88 REGLAS-EOF        VALUE "Y".
           77 SUCURSAL-STATUS   PIC X(2) VALUE "00".
               88 SUCURSAL-NEW-FILE VALUE "35".
           77 SUCURSAL-EOF-SW   PIC X VALUE "N".
               88 SUCURSAL-EOF      VALUE "Y".
           77 MOTIVOS-STATUS    PIC X(2) VALUE "00".
               88 MOTIVOS-NEW-FILE  VALUE "35".
           77 MOTIVOS-EOF-SW    PIC X VALUE "N".
               88 MOTIVOS-EOF       VALUE "Y".
           77 CARGADO-SW        PIC X VALUE "N".
               88 REGLAS-CARGADAS   VALUE "Y".

      *REGLAS DE TODOS LOS ARCHIVOS, EN EL ORDEN DE REGLAS.DAT
           01 TABLA-REGLAS.
               05 REGLAS OCCURS 200 TIMES.
                   10 TAB-REGLA         PIC X(80).
           77 REGLA-CNT         PIC 9(3) VALUE 0.
           77 R                 PIC 9(3) VALUE 0.
           01 REGLA-VISTA.
               COPY VALRGL.

      *TABLAS DE REFERENCIA DEL OPERADOR IN - VACIAS NO SE VALIDA,
      *COMO EN LOS CARGADORES
           01 TABLA-SUCURSALES.
               05 SUCURSALES OCCURS 100 TIMES.
                   10 TAB-SUC-CODIGO    PIC X(3).
           77 SUCURSAL-CNT      PIC 9(3) VALUE 0.
           01 TABLA-MOTIVOS.
               05 MOTIVOS OCCURS 50 TIMES.
                   10 TAB-MOT-CODIGO    PIC X(2).
           77 MOTIVO-CNT        PIC 9(2) VALUE 0.
           77 T                 PIC 9(3) VALUE 0.

      *CAMPOS QUE UNA REGLA PUEDE NOMBRAR EN CADA ARCHIVO DE ENTRADA,
      *SEGUN SU COPY: ARCHIVO, CAMPO, POSICION, LARGO, TIPO (X TEXTO,
      *N NUMERICO) Y DECIMALES
           01 TABLA-CAMPOS.
               05 FILLER PIC X(30) VALUE
                   "CLITRX.DAT  CLIENTE-ID001006X0".
               05 FILLER PIC X(30) VALUE
                   "CLITRX.DAT  ESTADO    007001X0".
               05 FILLER PIC X(30) VALUE
                   "CLITRX.DAT  OPERADOR  008008X0".
               05 FILLER PIC X(30) VALUE
                   "CLITRX.DAT  NOMBRE    016030X0".
               05 FILLER PIC X(30) VALUE
                   "CLITRX.DAT  TELEFONO  046015X0".
               05 FILLER PIC X(30) VALUE
                   "CLITRX.DAT  EMAIL     061030X0".
               05 FILLER PIC X(30) VALUE
                   "CLITRX.DAT  DIRECCION 091040X0".
               05 FILLER PIC X(30) VALUE
                   "CLITRX.DAT  MOTIVO    131002X0".
               05 FILLER PIC X(30) VALUE
                   "CLITRX.DAT  SUCURSAL  133003X0".
               05 FILLER PIC X(30) VALUE
                   "CTUPD.DAT   CLIENTE-ID001006X0".
               05 FILLER PIC X(30) VALUE
                   "CTUPD.DAT   NOMBRE    007030X0".
               05 FILLER PIC X(30) VALUE
                   "CTUPD.DAT   TELEFONO  037015X0".
               05 FILLER PIC X(30) VALUE
                   "CTUPD.DAT   EMAIL     052030X0".
               05 FILLER PIC X(30) VALUE
                   "CTUPD.DAT   DIRECCION 082040X0".
               05 FILLER PIC X(30) VALUE
                   "BANCOPAG.DATCLIENTE-ID001006X0".
               05 FILLER PIC X(30) VALUE
                   "BANCOPAG.DATMONTO     007009N2".
               05 FILLER PIC X(30) VALUE
                   "BANCOPAG.DATFECHA     016008N0".
               05 FILLER PIC X(30) VALUE
                   "BANCOPAG.DATREFERENCIA024010X0".
               05 FILLER PIC X(30) VALUE
                   "MUESTRAS.DATGRUPO     001004X0".
               05 FILLER PIC X(30) VALUE
                   "MUESTRAS.DATVALOR     005002N0".
           01 TABLA-CAMPOS-R REDEFINES TABLA-CAMPOS.
               05 CAMPOS OCCURS 20 TIMES.
                   10 CAM-ARCHIVO       PIC X(12).
                   10 CAM-NOMBRE        PIC X(10).
                   10 CAM-POSICION      PIC 9(3).
                   10 CAM-LARGO         PIC 9(3).
                   10 CAM-TIPO          PIC X.
                   10 CAM-DECIMALES     PIC 9.
           77 C                 PIC 9(2) VALUE 0.
           77 CAMPO-SW          PIC X VALUE "N".
               88 CAMPO-HALLADO     VALUE "Y".

      *EVALUACION DE LA REGLA EN CURSO
           77 CAMPO-TEXTO       PIC X(40).
           77 CUMPLE-SW         PIC X VALUE "N".
               88 REGLA-CUMPLIDA    VALUE "Y".
           77 CAMPO-NUM         PIC S9(9)V99 VALUE 0.
           77 VALOR-NUM         PIC S9(9)V99 VALUE 0.
           77 HASTA-NUM         PIC S9(9)V99 VALUE 0.
           77 DIFERENCIA        PIC S9(10)V99 VALUE 0.
           77 DIVISOR           PIC 9(3) VALUE 1.
           77 TOLERANCIA        PIC 9(2)V99 VALUE 0.01.
           77 LARGO-VALOR       PIC 9(2) VALUE 0.
           77 CNT-HALLADOS      PIC 9(3) VALUE 0.
           77 MENSAJE-FALLA     PIC X(28).

      *CONTROL DE UN VALOR NUMERICO TIPEADO EN UNA REGLA
           77 TEXTO-NUM         PIC X(12).
           77 NUMERO-SW         PIC X VALUE "N".
               88 NUMERO-VALIDO     VALUE "Y".
           77 CNT-DIGITOS       PIC 9(2) VALUE 0.
           77 CNT-PUNTOS        PIC 9(2) VALUE 0.
           77 FIN-NUMERO-SW     PIC X VALUE "N".
               88 FIN-NUMERO        VALUE "Y".
           77 P                 PIC 9(2) VALUE 0.

           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

       LINKAGE SECTION.
           77 RGV-ARCHIVO       PIC X(12).
           77 RGV-REGISTRO      PIC X(250).
           01 RGV-RESULTADO.
               COPY REGFAL.

       PROCEDURE DIVISION USING RGV-ARCHIVO RGV-REGISTRO
           RGV-RESULTADO.
       MAIN-PROCEDURE.
            MOVE 0 TO RGF-CNT
            IF RGV-ARCHIVO = "REGLAS.DAT"
                MOVE RGV-REGISTRO(1:80) TO REGLA-VISTA
                PERFORM CONTROLA-REGLA
            ELSE
                IF NOT REGLAS-CARGADAS
                    PERFORM CARGA-REGLAS
                    PERFORM CARGA-SUCURSALES
                    PERFORM CARGA-MOTIVOS
                    PERFORM CARGA-TOLERANCIA
                    SET REGLAS-CARGADAS TO TRUE
                END-IF
                PERFORM VARYING R FROM 1 BY 1 UNTIL R > REGLA-CNT
                    MOVE TAB-REGLA(R) TO REGLA-VISTA
                    IF RGL-ARCHIVO = RGV-ARCHIVO
                        PERFORM EVALUA-REGLA
                    END-IF
                END-PERFORM
            END-IF
            GOBACK.

      *CARGA TODAS LAS REGLAS DE REGLAS.DAT - SIN ARCHIVO NO HAY
      *REGLAS Y NINGUN REGISTRO FALLA
           CARGA-REGLAS.
               MOVE 0 TO REGLA-CNT
               OPEN INPUT REGLAS-FILE
               IF REGLAS-NEW-FILE
                   CLOSE REGLAS-FILE
               ELSE
                   PERFORM UNTIL REGLAS-EOF OR REGLA-CNT = 200
                       READ REGLAS-FILE
                           AT END
                               SET REGLAS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO REGLA-CNT
                               MOVE REGLAS-REC TO TAB-REGLA(REGLA-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE REGLAS-FILE
               END-IF.

      *CARGA LOS CODIGOS DE SUCURSAL PARA EL OPERADOR IN
           CARGA-SUCURSALES.
               MOVE 0 TO SUCURSAL-CNT
               OPEN INPUT SUCURSAL-FILE
               IF SUCURSAL-NEW-FILE
                   CLOSE SUCURSAL-FILE
               ELSE
                   PERFORM UNTIL SUCURSAL-EOF OR SUCURSAL-CNT = 100
                       READ SUCURSAL-FILE
                           AT END
                               SET SUCURSAL-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO SUCURSAL-CNT
                               MOVE SUC-CODIGO TO
                                   TAB-SUC-CODIGO(SUCURSAL-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE SUCURSAL-FILE
               END-IF.

      *CARGA LOS CODIGOS DE MOTIVO PARA EL OPERADOR IN
           CARGA-MOTIVOS.
               MOVE 0 TO MOTIVO-CNT
               OPEN INPUT MOTIVOS-FILE
               IF MOTIVOS-NEW-FILE
                   CLOSE MOTIVOS-FILE
               ELSE
                   PERFORM UNTIL MOTIVOS-EOF OR MOTIVO-CNT = 50
                       READ MOTIVOS-FILE
                           AT END
                               SET MOTIVOS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO MOTIVO-CNT
                               MOVE MOT-CODIGO TO
                                   TAB-MOT-CODIGO(MOTIVO-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE MOTIVOS-FILE
               END-IF.

      *LEE LA TOLERANCIA DE LAS COMPARACIONES NUMERICAS DE LA TABLA
      *CENTRAL DE PARAMETROS, LA MISMA DE OPERADORES-LOGICOS,
      *CONSERVANDO EL 0.01 SI EL PARAMETRO NO FIGURA
           CARGA-TOLERANCIA.
               MOVE "TOLERANCIA-DEF" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE TOLERANCIA =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *DEJA EN C EL CAMPO QUE NOMBRA LA REGLA EN SU ARCHIVO
           BUSCA-CAMPO.
               MOVE "N" TO CAMPO-SW
               MOVE 0 TO C
               PERFORM UNTIL CAMPO-HALLADO OR C >= 20
                   ADD 1 TO C
                   IF CAM-ARCHIVO(C) = RGL-ARCHIVO AND
                       CAM-NOMBRE(C) = RGL-CAMPO
                       SET CAMPO-HALLADO TO TRUE
                   END-IF
               END-PERFORM.

      *EVALUA LA REGLA EN CURSO SOBRE EL REGISTRO RECIBIDO Y, SI NO
      *SE CUMPLE, LA AGREGA A LAS FALLAS
           EVALUA-REGLA.
               PERFORM BUSCA-CAMPO
               IF CAMPO-HALLADO
                   MOVE SPACES TO CAMPO-TEXTO
                   MOVE RGV-REGISTRO(CAM-POSICION(C):CAM-LARGO(C))
                       TO CAMPO-TEXTO
                   MOVE "N" TO CUMPLE-SW
                   EVALUATE TRUE
                       WHEN RGL-CONTIENE
                           PERFORM EVALUA-CONTIENE
                       WHEN RGL-EN-TABLA
                           PERFORM EVALUA-EN-TABLA
                       WHEN CAM-TIPO(C) = "N"
                           PERFORM EVALUA-NUMERICO
                       WHEN OTHER
                           PERFORM EVALUA-TEXTO
                   END-EVALUATE
                   IF NOT REGLA-CUMPLIDA
                       MOVE RGL-MENSAJE TO MENSAJE-FALLA
                       PERFORM AGREGA-FALLA
                   END-IF
               END-IF.

      *COMPARA UN CAMPO NUMERICO CONTRA EL VALOR DE LA REGLA CON LA
      *TOLERANCIA DE OPERADORES-LOGICOS: IGUALES CUANDO LA DIFERENCIA
      *NO LA SUPERA, MAYOR O MENOR CUANDO LA SUPERA - UN CAMPO QUE NO
      *ES NUMERICO NO CUMPLE NINGUNA COMPARACION
           EVALUA-NUMERICO.
               IF CAMPO-TEXTO(1:CAM-LARGO(C)) IS NUMERIC
                   COMPUTE DIVISOR = 10 ** CAM-DECIMALES(C)
                   COMPUTE CAMPO-NUM = FUNCTION NUMVAL(
                       CAMPO-TEXTO(1:CAM-LARGO(C))) / DIVISOR
                   COMPUTE VALOR-NUM = FUNCTION NUMVAL(RGL-VALOR)
                   COMPUTE DIFERENCIA = CAMPO-NUM - VALOR-NUM
                   EVALUATE TRUE
                       WHEN RGL-IGUAL
                           IF FUNCTION ABS(DIFERENCIA) <= TOLERANCIA
                               SET REGLA-CUMPLIDA TO TRUE
                           END-IF
                       WHEN RGL-DISTINTO
                           IF FUNCTION ABS(DIFERENCIA) > TOLERANCIA
                               SET REGLA-CUMPLIDA TO TRUE
                           END-IF
                       WHEN RGL-MAYOR
                           IF DIFERENCIA > TOLERANCIA
                               SET REGLA-CUMPLIDA TO TRUE
                           END-IF
                       WHEN RGL-MENOR
                           IF DIFERENCIA < 0 - TOLERANCIA
                               SET REGLA-CUMPLIDA TO TRUE
                           END-IF
                       WHEN RGL-ENTRE
                           IF DIFERENCIA NOT < 0 - TOLERANCIA
                               COMPUTE HASTA-NUM =
                                   FUNCTION NUMVAL(RGL-HASTA)
                               COMPUTE DIFERENCIA =
                                   CAMPO-NUM - HASTA-NUM
                               IF DIFERENCIA NOT > TOLERANCIA
                                   SET REGLA-CUMPLIDA TO TRUE
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF.

      *COMPARA UN CAMPO DE TEXTO CONTRA EL VALOR DE LA REGLA
           EVALUA-TEXTO.
               EVALUATE TRUE
                   WHEN RGL-IGUAL
                       IF CAMPO-TEXTO = RGL-VALOR
                           SET REGLA-CUMPLIDA TO TRUE
                       END-IF
                   WHEN RGL-DISTINTO
                       IF CAMPO-TEXTO NOT = RGL-VALOR
                           SET REGLA-CUMPLIDA TO TRUE
                       END-IF
                   WHEN RGL-MAYOR
                       IF CAMPO-TEXTO > RGL-VALOR
                           SET REGLA-CUMPLIDA TO TRUE
                       END-IF
                   WHEN RGL-MENOR
                       IF CAMPO-TEXTO < RGL-VALOR
                           SET REGLA-CUMPLIDA TO TRUE
                       END-IF
                   WHEN RGL-ENTRE
                       IF CAMPO-TEXTO NOT < RGL-VALOR AND
                           CAMPO-TEXTO NOT > RGL-HASTA
                           SET REGLA-CUMPLIDA TO TRUE
                       END-IF
               END-EVALUATE.

      *EL CAMPO DEBE CONTENER EL TEXTO DE LA REGLA (SIN LOS BLANCOS
      *DEL FINAL)
           EVALUA-CONTIENE.
               MOVE RGL-VALOR TO TEXTO-NUM
               PERFORM MIDE-VALOR
               IF LARGO-VALOR = 0
                   SET REGLA-CUMPLIDA TO TRUE
               ELSE
                   MOVE 0 TO CNT-HALLADOS
                   INSPECT CAMPO-TEXTO(1:CAM-LARGO(C)) TALLYING
                       CNT-HALLADOS FOR ALL RGL-VALOR(1:LARGO-VALOR)
                   IF CNT-HALLADOS > 0
                       SET REGLA-CUMPLIDA TO TRUE
                   END-IF
               END-IF.

      *DEJA EN LARGO-VALOR EL LARGO DE TEXTO-NUM SIN LOS BLANCOS DEL
      *FINAL
           MIDE-VALOR.
               MOVE 12 TO LARGO-VALOR
               PERFORM UNTIL LARGO-VALOR = 0 OR
                       TEXTO-NUM(LARGO-VALOR:1) NOT = SPACE
                   SUBTRACT 1 FROM LARGO-VALOR
               END-PERFORM.

      *EL CAMPO DEBE FIGURAR EN LA TABLA DE REFERENCIA QUE NOMBRA LA
      *REGLA; SIN LA TABLA NO SE VALIDA
           EVALUA-EN-TABLA.
               EVALUATE RGL-VALOR
                   WHEN "SUCURSAL"
                       IF SUCURSAL-CNT = 0
                           SET REGLA-CUMPLIDA TO TRUE
                       END-IF
                       PERFORM VARYING T FROM 1 BY 1
                           UNTIL T > SUCURSAL-CNT OR REGLA-CUMPLIDA
                           IF TAB-SUC-CODIGO(T) = CAMPO-TEXTO
                               SET REGLA-CUMPLIDA TO TRUE
                           END-IF
                       END-PERFORM
                   WHEN "MOTIVOS"
                       IF MOTIVO-CNT = 0
                           SET REGLA-CUMPLIDA TO TRUE
                       END-IF
                       PERFORM VARYING T FROM 1 BY 1
                           UNTIL T > MOTIVO-CNT OR REGLA-CUMPLIDA
                           IF TAB-MOT-CODIGO(T) = CAMPO-TEXTO
                               SET REGLA-CUMPLIDA TO TRUE
                           END-IF
                       END-PERFORM
                   WHEN OTHER
                       SET REGLA-CUMPLIDA TO TRUE
               END-EVALUATE.

      *CONTROLA UNA REGLA PROPUESTA EN REGLA-MANT: ARCHIVO Y CAMPO
      *CONOCIDOS, OPERADOR VALIDO, VALORES NUMERICOS PARA UN CAMPO
      *NUMERICO, TABLA CONOCIDA Y MENSAJE - CADA PROBLEMA ES UNA
      *FALLA
           CONTROLA-REGLA.
               MOVE SPACES TO CAMPO-TEXTO
               IF RGL-NUMERO IS NOT NUMERIC OR RGL-NUMERO = 0
                   MOVE "NUMERO DE REGLA INVALIDO" TO MENSAJE-FALLA
                   PERFORM AGREGA-FALLA
               END-IF
               PERFORM BUSCA-CAMPO
               IF NOT CAMPO-HALLADO
                   MOVE "CAMPO DESCONOCIDO" TO MENSAJE-FALLA
                   PERFORM AGREGA-FALLA
               END-IF
               EVALUATE TRUE
                   WHEN RGL-EN-TABLA
                       IF RGL-VALOR NOT = "SUCURSAL" AND
                           RGL-VALOR NOT = "MOTIVOS"
                           MOVE "TABLA NO ES SUCURSAL/MOTIVOS"
                               TO MENSAJE-FALLA
                           PERFORM AGREGA-FALLA
                       END-IF
                   WHEN RGL-CONTIENE
                       IF RGL-VALOR = SPACES
                           MOVE "FALTA EL TEXTO A BUSCAR"
                               TO MENSAJE-FALLA
                           PERFORM AGREGA-FALLA
                       END-IF
                   WHEN RGL-IGUAL OR RGL-DISTINTO OR RGL-MAYOR OR
                       RGL-MENOR OR RGL-ENTRE
                       IF CAMPO-HALLADO
                           PERFORM CONTROLA-VALORES
                       END-IF
                   WHEN OTHER
                       MOVE "OPERADOR INVALIDO" TO MENSAJE-FALLA
                       PERFORM AGREGA-FALLA
               END-EVALUATE
               IF RGL-MENSAJE = SPACES
                   MOVE "FALTA EL MENSAJE DE LA REGLA"
                       TO MENSAJE-FALLA
                   PERFORM AGREGA-FALLA
               END-IF.

      *UN CAMPO NUMERICO PIDE VALORES NUMERICOS; EL ENTRE PIDE UN
      *HASTA NO MENOR QUE EL VALOR
           CONTROLA-VALORES.
               IF CAM-TIPO(C) = "N"
                   MOVE RGL-VALOR TO TEXTO-NUM
                   PERFORM VALIDA-NUMERO
                   IF NOT NUMERO-VALIDO
                       MOVE "VALOR NO NUMERICO" TO MENSAJE-FALLA
                       PERFORM AGREGA-FALLA
                   ELSE
                       IF RGL-ENTRE
                           MOVE RGL-HASTA TO TEXTO-NUM
                           PERFORM VALIDA-NUMERO
                           IF NOT NUMERO-VALIDO
                               MOVE "HASTA NO NUMERICO"
                                   TO MENSAJE-FALLA
                               PERFORM AGREGA-FALLA
                           ELSE
                               IF FUNCTION NUMVAL(RGL-HASTA) <
                                   FUNCTION NUMVAL(RGL-VALOR)
                                   MOVE "HASTA MENOR QUE EL VALOR"
                                       TO MENSAJE-FALLA
                                   PERFORM AGREGA-FALLA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF RGL-ENTRE AND RGL-HASTA < RGL-VALOR
                       MOVE "HASTA MENOR QUE EL VALOR"
                           TO MENSAJE-FALLA
                       PERFORM AGREGA-FALLA
                   END-IF
               END-IF.

      *UN NUMERO VALIDO SON DIGITOS CON A LO SUMO UN PUNTO DECIMAL,
      *ALINEADOS A IZQUIERDA Y SEGUIDOS SOLO DE BLANCOS
           VALIDA-NUMERO.
               MOVE "Y" TO NUMERO-SW
               MOVE 0 TO CNT-DIGITOS
               MOVE 0 TO CNT-PUNTOS
               MOVE "N" TO FIN-NUMERO-SW
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 12
                   EVALUATE TRUE
                       WHEN TEXTO-NUM(P:1) = SPACE
                           SET FIN-NUMERO TO TRUE
                       WHEN FIN-NUMERO
                           MOVE "N" TO NUMERO-SW
                       WHEN TEXTO-NUM(P:1) = "."
                           ADD 1 TO CNT-PUNTOS
                       WHEN TEXTO-NUM(P:1) IS NUMERIC
                           ADD 1 TO CNT-DIGITOS
                       WHEN OTHER
                           MOVE "N" TO NUMERO-SW
                   END-EVALUATE
               END-PERFORM
               IF CNT-DIGITOS = 0 OR CNT-PUNTOS > 1
                   MOVE "N" TO NUMERO-SW
               END-IF.

      *AGREGA UNA FALLA AL RESULTADO, HASTA DIEZ POR REGISTRO
           AGREGA-FALLA.
               IF RGF-CNT < 10
                   ADD 1 TO RGF-CNT
                   MOVE RGL-NUMERO TO RGF-NUMERO(RGF-CNT)
                   MOVE RGL-CAMPO TO RGF-CAMPO(RGF-CNT)
                   MOVE CAMPO-TEXTO TO RGF-VALOR(RGF-CNT)
                   MOVE MENSAJE-FALLA TO RGF-MENSAJE(RGF-CNT)
               END-IF.

       END PROGRAM REGLAVAL.
