      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly customer tier classification. Puts every
      *          customer on the master into ORO, PLATA, ESTANDAR or
      *          RIESGO from the tenure (first CLIAUD.DAT transition
      *          on record), the days spent MOROSO and the risk score
      *          (CLISCORE.DAT) and the share of the fee charges
      *          actually paid (CLIBAL.DAT). The cutoffs are the SEG-
      *          keys on PARAMS.DAT, with the built-in defaults below
      *          when a key is missing. The tier lands on CLISEG.DAT
      *          with the date it took effect - unchanged while the
      *          tier holds - and every first classification or move
      *          is appended to SEGHIST.DAT for the monthly movement
      *          report (SEGM-RPT). The consulta, the generic extract
      *          and the campaign selection read CLISEG.DAT. Runs as
      *          a NOCTURNO step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLISEGM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "CLIAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

           SELECT PUNTAJE-FILE ASSIGN TO "CLISCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNTAJE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "CLIBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT SEGMENTO-FILE ASSIGN TO "CLISEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CLIENTE-ID
               FILE STATUS IS SEGMENTO-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "SEGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

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

       FD  PUNTAJE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PUNTAJE-REC.
           COPY CLISCO.

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REC.
           COPY CLIBAL.

       FD  SEGMENTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEGMENTO-REC.
           COPY CLISEG.

       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORIA-REC.
           COPY SEGHIS.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CLIENTE-EOF-SW    PIC X VALUE "N".
               88 CLIENTE-EOF       VALUE "Y".
           77 AUDITORIA-STATUS  PIC X(2) VALUE "00".
               88 AUDITORIA-NEW-FILE VALUE "35".
           77 AUDITORIA-EOF-SW  PIC X VALUE "N".
               88 AUDITORIA-EOF     VALUE "Y".
           77 PUNTAJE-STATUS    PIC X(2) VALUE "00".
               88 PUNTAJE-NEW-FILE  VALUE "35".
           77 PUNTAJE-EOF-SW    PIC X VALUE "N".
               88 PUNTAJE-EOF       VALUE "Y".
           77 BALANCE-STATUS    PIC X(2) VALUE "00".
               88 BALANCE-NEW-FILE  VALUE "35".
           77 BALANCE-EOF-SW    PIC X VALUE "N".
               88 BALANCE-EOF       VALUE "Y".
           77 SEGMENTO-STATUS   PIC X(2) VALUE "00".
               88 SEGMENTO-NEW-FILE VALUE "35".
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).

      *PUNTOS DE CORTE DE CADA NIVEL; PARAMS.DAT LOS REEMPLAZA
           01 CORTES-SEGMENTO.
               05 ORO-ANTIG-DIAS    PIC 9(5).
               05 ORO-MORA-DIAS     PIC 9(5).
               05 ORO-PUNT-MAX      PIC 9(3).
               05 ORO-PAGO-PCT      PIC 9(3).
               05 PLATA-ANTIG-DIAS  PIC 9(5).
               05 PLATA-MORA-DIAS   PIC 9(5).
               05 PLATA-PUNT-MAX    PIC 9(3).
               05 PLATA-PAGO-PCT    PIC 9(3).
               05 RIESGO-PUNT-MIN   PIC 9(3).
               05 RIESGO-PAGO-PCT   PIC 9(3).
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

      *UN RENGLON POR CLIENTE DEL MAESTRO, EN ORDEN DE CLAVE PARA LA
      *BUSQUEDA BINARIA, CON LAS MEDIDAS QUE DECIDEN SU NIVEL
           01 TABLA-CLIENTES.
               05 CLIENTES OCCURS 1 TO 20000 TIMES
                   DEPENDING ON CLI-CNT
                   ASCENDING KEY IS CLI-ID
                   INDEXED BY CX.
                   10 CLI-ID            PIC 9(6).
                   10 CLI-ESTADO        PIC 9.
                   10 CLI-PRIMERA       PIC 9(8).
                   10 CLI-DIAS-MORA     PIC 9(5).
                   10 CLI-PUNTAJE       PIC 9(3).
                   10 CLI-CARGOS        PIC 9(9)V99.
                   10 CLI-PAGOS         PIC 9(9)V99.
           77 CLI-CNT           PIC 9(5) VALUE 0.

           01 FECHA-DESDE       PIC 9(8).
           01 FECHA-DESDE-DET REDEFINES FECHA-DESDE.
               05 DESDE-ANIO    PIC 9(4).
               05 DESDE-MES     PIC 9(2).
               05 DESDE-DIA     PIC 9(2).
           77 DIAS-DIF          PIC S9(7) VALUE 0.

      *MEDIDAS Y NIVEL DEL CLIENTE EN CURSO
           77 ANTIGUEDAD        PIC 9(5) VALUE 0.
           77 PAGO-PCT          PIC 9(3) VALUE 0.
           77 PAGO-PCT-CALC     PIC 9(9) VALUE 0.
           77 TIER-NUEVO        PIC X.
           77 PRIMERA-FECHA     PIC 9(8) VALUE 0.
           77 SEGMENTO-EXISTE-SW PIC X VALUE "N".
               88 SEGMENTO-EXISTE   VALUE "Y".

           77 CNT-ORO           PIC 9(6) VALUE 0.
           77 CNT-PLATA         PIC 9(6) VALUE 0.
           77 CNT-ESTANDAR      PIC 9(6) VALUE 0.
           77 CNT-RIESGO        PIC 9(6) VALUE 0.
           77 CNT-NUEVOS        PIC 9(6) VALUE 0.
           77 CNT-MOVIDOS       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM INICIALIZA-CORRIDA
            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-CLIENTES
            IF CLIENTE-NEW-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM RECORRE-AUDITORIA
            PERFORM CARGA-PUNTAJES
            PERFORM CARGA-SALDOS
            PERFORM CLASIFICA-CLIENTES

            DISPLAY "NIVELES: ORO " CNT-ORO ", PLATA " CNT-PLATA
                ", ESTANDAR " CNT-ESTANDAR ", RIESGO " CNT-RIESGO
            DISPLAY CNT-NUEVOS " CLASIFICADOS POR PRIMERA VEZ Y "
                CNT-MOVIDOS " CAMBIOS DE NIVEL EN SEGHIST.DAT"

            GOBACK.

      *REINICIA INTERRUPTORES Y CONTADORES: EL PROGRAMA SE LLAMA
      *DESDE NOCTURNO Y LA WORKING-STORAGE CONSERVA LA CORRIDA
      *ANTERIOR
           INICIALIZA-CORRIDA.
               MOVE "N" TO CLIENTE-EOF-SW
               MOVE "N" TO AUDITORIA-EOF-SW
               MOVE "N" TO PUNTAJE-EOF-SW
               MOVE "N" TO BALANCE-EOF-SW
               MOVE 0 TO CLI-CNT
               MOVE 0 TO CNT-ORO
               MOVE 0 TO CNT-PLATA
               MOVE 0 TO CNT-ESTANDAR
               MOVE 0 TO CNT-RIESGO
               MOVE 0 TO CNT-NUEVOS
               MOVE 0 TO CNT-MOVIDOS.

      *CORTES POR DEFECTO: ORO CINCO ANIOS SIN MORA, PUNTAJE HASTA
      *10 Y 95% PAGADO; PLATA DOS ANIOS, HASTA 30 DIAS EN MORA,
      *PUNTAJE HASTA 30 Y 80% PAGADO; RIESGO EL MOROSO, PUNTAJE
      *DESDE 60 O MENOS DEL 50% PAGADO. PARAMS.DAT LOS REEMPLAZA
           CARGA-PARAMETROS.
               MOVE 1825 TO ORO-ANTIG-DIAS
               MOVE 0 TO ORO-MORA-DIAS
               MOVE 10 TO ORO-PUNT-MAX
               MOVE 95 TO ORO-PAGO-PCT
               MOVE 730 TO PLATA-ANTIG-DIAS
               MOVE 30 TO PLATA-MORA-DIAS
               MOVE 30 TO PLATA-PUNT-MAX
               MOVE 80 TO PLATA-PAGO-PCT
               MOVE 60 TO RIESGO-PUNT-MIN
               MOVE 50 TO RIESGO-PAGO-PCT

               MOVE "SEG-ORO-ANTIG-DIAS" TO PARM-CLAVE-BUSCADA
               PERFORM LEE-PARAMETRO
               IF PARM-HALLADO
                   COMPUTE ORO-ANTIG-DIAS =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "SEG-ORO-MORA-DIAS" TO PARM-CLAVE-BUSCADA
               PERFORM LEE-PARAMETRO
               IF PARM-HALLADO
                   COMPUTE ORO-MORA-DIAS =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "SEG-ORO-PUNT-MAX" TO PARM-CLAVE-BUSCADA
               PERFORM LEE-PARAMETRO
               IF PARM-HALLADO
                   COMPUTE ORO-PUNT-MAX =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "SEG-ORO-PAGO-PCT" TO PARM-CLAVE-BUSCADA
               PERFORM LEE-PARAMETRO
               IF PARM-HALLADO
                   COMPUTE ORO-PAGO-PCT =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "SEG-PLATA-ANTIG-DIAS" TO PARM-CLAVE-BUSCADA
               PERFORM LEE-PARAMETRO
               IF PARM-HALLADO
                   COMPUTE PLATA-ANTIG-DIAS =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "SEG-PLATA-MORA-DIAS" TO PARM-CLAVE-BUSCADA
               PERFORM LEE-PARAMETRO
               IF PARM-HALLADO
                   COMPUTE PLATA-MORA-DIAS =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "SEG-PLATA-PUNT-MAX" TO PARM-CLAVE-BUSCADA
               PERFORM LEE-PARAMETRO
               IF PARM-HALLADO
                   COMPUTE PLATA-PUNT-MAX =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "SEG-PLATA-PAGO-PCT" TO PARM-CLAVE-BUSCADA
               PERFORM LEE-PARAMETRO
               IF PARM-HALLADO
                   COMPUTE PLATA-PAGO-PCT =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "SEG-RIESGO-PUNT-MIN" TO PARM-CLAVE-BUSCADA
               PERFORM LEE-PARAMETRO
               IF PARM-HALLADO
                   COMPUTE RIESGO-PUNT-MIN =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "SEG-RIESGO-PAGO-PCT" TO PARM-CLAVE-BUSCADA
               PERFORM LEE-PARAMETRO
               IF PARM-HALLADO
                   COMPUTE RIESGO-PAGO-PCT =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *BUSCA UNA CLAVE EN LA TABLA CENTRAL DE PARAMETROS
           LEE-PARAMETRO.
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW.

      *CARGA EL MAESTRO EN ORDEN DE CLAVE CON SU ESTADO ACTUAL
           CARGA-CLIENTES.
               OPEN INPUT CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   DISPLAY "NO EXISTE CLIENTE.DAT"
                   CLOSE CLIENTE-FILE
               ELSE
                   PERFORM UNTIL CLIENTE-EOF
                       READ CLIENTE-FILE NEXT RECORD
                           AT END
                               SET CLIENTE-EOF TO TRUE
                           NOT AT END
                               PERFORM TOMA-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTE-FILE
               END-IF.

      *AGREGA EL CLIENTE LEIDO A LA TABLA
           TOMA-CLIENTE.
               IF CLI-CNT = 20000
                   DISPLAY "MAS DE 20000 CLIENTES, AMPLIAR "
                       "TABLA-CLIENTES - CLIENTE " CLIENTE-ID
                       " SIN CLASIFICAR"
               ELSE
                   ADD 1 TO CLI-CNT
                   MOVE CLIENTE-ID TO CLI-ID(CLI-CNT)
                   MOVE ESTADO TO CLI-ESTADO(CLI-CNT)
                   MOVE 0 TO CLI-PRIMERA(CLI-CNT)
                   MOVE 0 TO CLI-DIAS-MORA(CLI-CNT)
                   MOVE 0 TO CLI-PUNTAJE(CLI-CNT)
                   MOVE 0 TO CLI-CARGOS(CLI-CNT)
                   MOVE 0 TO CLI-PAGOS(CLI-CNT)
               END-IF.

      *LA HISTORIA ESTA EN ORDEN CRONOLOGICO: LA PRIMERA TRANSICION
      *DE CADA CLIENTE ES SU ANTIGUEDAD
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
                               SEARCH ALL CLIENTES
                                   AT END
                                       CONTINUE
                                   WHEN CLI-ID(CX) = AUD-CLIENTE-ID
                                       IF CLI-PRIMERA(CX) = 0
                                           MOVE AUD-FECHA TO
                                               CLI-PRIMERA(CX)
                                       END-IF
                               END-SEARCH
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA-FILE
               END-IF.

      *TOMA LOS DIAS EN MORA Y EL PUNTAJE DE CLISCORE.DAT
           CARGA-PUNTAJES.
               OPEN INPUT PUNTAJE-FILE
               IF PUNTAJE-NEW-FILE
                   DISPLAY "NO EXISTE CLISCORE.DAT, SE CLASIFICA SIN "
                       "PUNTAJE NI DIAS EN MORA"
                   CLOSE PUNTAJE-FILE
               ELSE
                   PERFORM UNTIL PUNTAJE-EOF
                       READ PUNTAJE-FILE
                           AT END
                               SET PUNTAJE-EOF TO TRUE
                           NOT AT END
                               SEARCH ALL CLIENTES
                                   AT END
                                       CONTINUE
                                   WHEN CLI-ID(CX) = SCO-CLIENTE-ID
                                       MOVE SCO-DIAS-MOROSO TO
                                           CLI-DIAS-MORA(CX)
                                       MOVE SCO-PUNTAJE TO
                                           CLI-PUNTAJE(CX)
                               END-SEARCH
                       END-READ
                   END-PERFORM
                   CLOSE PUNTAJE-FILE
               END-IF.

      *TOMA LOS CARGOS Y PAGOS ACUMULADOS DEL SUBLEDGER
           CARGA-SALDOS.
               OPEN INPUT BALANCE-FILE
               IF BALANCE-NEW-FILE
                   CLOSE BALANCE-FILE
               ELSE
                   PERFORM UNTIL BALANCE-EOF
                       READ BALANCE-FILE
                           AT END
                               SET BALANCE-EOF TO TRUE
                           NOT AT END
                               SEARCH ALL CLIENTES
                                   AT END
                                       CONTINUE
                                   WHEN CLI-ID(CX) = BAL-CLIENTE-ID
                                       MOVE BAL-CARGOS TO
                                           CLI-CARGOS(CX)
                                       MOVE BAL-PAGOS TO
                                           CLI-PAGOS(CX)
                               END-SEARCH
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF.

      *CLASIFICA CADA CLIENTE DE LA TABLA Y ACTUALIZA SU NIVEL
           CLASIFICA-CLIENTES.
               OPEN I-O SEGMENTO-FILE
               IF SEGMENTO-NEW-FILE
                   OPEN OUTPUT SEGMENTO-FILE
                   CLOSE SEGMENTO-FILE
                   OPEN I-O SEGMENTO-FILE
               END-IF
               OPEN EXTEND HISTORIA-FILE
               IF HISTORIA-NEW-FILE
                   OPEN OUTPUT HISTORIA-FILE
                   CLOSE HISTORIA-FILE
                   OPEN EXTEND HISTORIA-FILE
               END-IF
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLI-CNT
                   PERFORM CLASIFICA-UN-CLIENTE
               END-PERFORM
               CLOSE SEGMENTO-FILE
               CLOSE HISTORIA-FILE.

      *LEE EL NIVEL VIGENTE, CALCULA EL DE HOY Y LO GRABA; LA FECHA
      *EFECTIVA SOLO SE MUEVE CUANDO EL NIVEL CAMBIA
           CLASIFICA-UN-CLIENTE.
               MOVE CLI-ID(CX) TO SEG-CLIENTE-ID
               READ SEGMENTO-FILE
                   INVALID KEY
                       MOVE "N" TO SEGMENTO-EXISTE-SW
                   NOT INVALID KEY
                       SET SEGMENTO-EXISTE TO TRUE
               END-READ
               MOVE CLI-PRIMERA(CX) TO PRIMERA-FECHA
               IF SEGMENTO-EXISTE AND SEG-PRIMERA-FECHA NOT = 0
                   IF PRIMERA-FECHA = 0 OR
                       SEG-PRIMERA-FECHA < PRIMERA-FECHA
                       MOVE SEG-PRIMERA-FECHA TO PRIMERA-FECHA
                   END-IF
               END-IF
               PERFORM CALCULA-MEDIDAS
               PERFORM DETERMINA-NIVEL

               IF NOT SEGMENTO-EXISTE
                   MOVE CLI-ID(CX) TO SEG-CLIENTE-ID
                   MOVE TIER-NUEVO TO SEG-TIER
                   MOVE FECHA-PROCESO TO SEG-FECHA-EFECTIVA
                   MOVE SPACE TO SEG-TIER-ANTERIOR
                   PERFORM COMPLETA-SEGMENTO
                   WRITE SEGMENTO-REC
                   ADD 1 TO CNT-NUEVOS
                   PERFORM GRABA-MOVIMIENTO
               ELSE
                   IF SEG-TIER NOT = TIER-NUEVO
                       MOVE SEG-TIER TO SEG-TIER-ANTERIOR
                       MOVE TIER-NUEVO TO SEG-TIER
                       MOVE FECHA-PROCESO TO SEG-FECHA-EFECTIVA
                       ADD 1 TO CNT-MOVIDOS
                       PERFORM GRABA-MOVIMIENTO
                   END-IF
                   PERFORM COMPLETA-SEGMENTO
                   REWRITE SEGMENTO-REC
               END-IF

               EVALUATE TIER-NUEVO
                   WHEN "O"
                       ADD 1 TO CNT-ORO
                   WHEN "P"
                       ADD 1 TO CNT-PLATA
                   WHEN "E"
                       ADD 1 TO CNT-ESTANDAR
                   WHEN OTHER
                       ADD 1 TO CNT-RIESGO
               END-EVALUATE.

      *ANTIGUEDAD EN DIAS DESDE LA PRIMERA TRANSICION Y PORCENTAJE
      *PAGADO DE LOS CARGOS (SIN CARGOS NO DEBE NADA: 100%)
           CALCULA-MEDIDAS.
               MOVE 0 TO ANTIGUEDAD
               IF PRIMERA-FECHA NOT = 0
                   MOVE PRIMERA-FECHA TO FECHA-DESDE
                   CALL "DATEDIF" USING DESDE-DIA DESDE-MES DESDE-ANIO
                       PROC-DIA PROC-MES PROC-ANIO DIAS-DIF
                   IF DIAS-DIF > 99999
                       MOVE 99999 TO ANTIGUEDAD
                   ELSE
                       IF DIAS-DIF > 0
                           MOVE DIAS-DIF TO ANTIGUEDAD
                       END-IF
                   END-IF
               END-IF
               IF CLI-CARGOS(CX) = 0
                   MOVE 100 TO PAGO-PCT
               ELSE
                   COMPUTE PAGO-PCT-CALC =
                       CLI-PAGOS(CX) * 100 / CLI-CARGOS(CX)
                   IF PAGO-PCT-CALC > 100
                       MOVE 100 TO PAGO-PCT
                   ELSE
                       MOVE PAGO-PCT-CALC TO PAGO-PCT
                   END-IF
               END-IF.

      *RIESGO PRIMERO; LUEGO ORO Y PLATA SI CUMPLE TODOS SUS CORTES;
      *EL RESTO ES ESTANDAR
           DETERMINA-NIVEL.
               EVALUATE TRUE
                   WHEN CLI-ESTADO(CX) = 4
                       MOVE "R" TO TIER-NUEVO
                   WHEN CLI-PUNTAJE(CX) NOT < RIESGO-PUNT-MIN
                       MOVE "R" TO TIER-NUEVO
                   WHEN PAGO-PCT < RIESGO-PAGO-PCT
                       MOVE "R" TO TIER-NUEVO
                   WHEN ANTIGUEDAD NOT < ORO-ANTIG-DIAS
                       AND CLI-DIAS-MORA(CX) NOT > ORO-MORA-DIAS
                       AND CLI-PUNTAJE(CX) NOT > ORO-PUNT-MAX
                       AND PAGO-PCT NOT < ORO-PAGO-PCT
                       MOVE "O" TO TIER-NUEVO
                   WHEN ANTIGUEDAD NOT < PLATA-ANTIG-DIAS
                       AND CLI-DIAS-MORA(CX) NOT > PLATA-MORA-DIAS
                       AND CLI-PUNTAJE(CX) NOT > PLATA-PUNT-MAX
                       AND PAGO-PCT NOT < PLATA-PAGO-PCT
                       MOVE "P" TO TIER-NUEVO
                   WHEN OTHER
                       MOVE "E" TO TIER-NUEVO
               END-EVALUATE.

      *LAS MEDIDAS DE LA ULTIMA CLASIFICACION
           COMPLETA-SEGMENTO.
               MOVE FECHA-PROCESO TO SEG-FECHA-CALC
               MOVE PRIMERA-FECHA TO SEG-PRIMERA-FECHA
               MOVE ANTIGUEDAD TO SEG-ANTIGUEDAD
               MOVE CLI-DIAS-MORA(CX) TO SEG-DIAS-MOROSO
               MOVE CLI-PUNTAJE(CX) TO SEG-PUNTAJE
               MOVE PAGO-PCT TO SEG-PAGO-PCT.

      *DEJA EL MOVIMIENTO DE NIVEL PARA EL REPORTE MENSUAL
           GRABA-MOVIMIENTO.
               MOVE CLI-ID(CX) TO SGH-CLIENTE-ID
               MOVE FECHA-PROCESO TO SGH-FECHA
               MOVE SEG-TIER-ANTERIOR TO SGH-TIER-ANTERIOR
               MOVE TIER-NUEVO TO SGH-TIER-NUEVO
               MOVE ANTIGUEDAD TO SGH-ANTIGUEDAD
               MOVE CLI-DIAS-MORA(CX) TO SGH-DIAS-MOROSO
               MOVE CLI-PUNTAJE(CX) TO SGH-PUNTAJE
               MOVE PAGO-PCT TO SGH-PAGO-PCT
               WRITE HISTORIA-REC.

       END PROGRAM CLISEGM.
