      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly file volumetrics monitor. Counts the records on
      *          each file the ARCHCAT.DAT file catalog marks for
      *          volumetrics (through CATLEE; without a catalog
      *          CLIENTE.DAT, CLIAUD.DAT, CALCULOG.DAT, ERRORES.LOG,
      *          CODIGOS.DAT and COBRANZA.OUT), appends the counts to
      *          the VOLHIST.DAT history, and reports on VOLUMEN.RPT any
      *          file whose growth since the previous run deviates
      *          sharply from its recent average - a sudden ERRORES.LOG
      *          spike means a program is rejecting everything, a flat
      *          CLIAUD means the audit writes silently stopped, and
      *          both should be on a printout at 6 AM. The alarm
      *          multiple is the file's own catalogued factor, or else
      *          the VOLUMEN-FACTOR parameter of PARAMS.DAT (2.00 by
      *          default). Each alarm is also queued on ALERTAS.DAT
      *          through ALERTGRB: a growth spike as a warning, a file
      *          that stopped growing as critical.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             VOLHIST.DAT before measuring: a re-run was
      *             leaving duplicate same-date rows that skewed the
      *             growth deltas on the following nights.
      * 2026-10-15  Every alarm is also queued on the central
      *             operations alert file ALERTAS.DAT (ALERTGRB).
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      * 2026-10-15  The files measured come from the ARCHCAT.DAT file
      *             catalog through CATLEE instead of a hardcoded list
      *             of six, each at its own catalogued alarm multiple
      *             when it has one.
      * 2026-10-15  The flat-file buffer is widened to 250 bytes, and a
      *             record that still does not fit (read status 04 or
      *             06, its remainder coming back as a further read) is
      *             counted once: catalogued files wider than 200 were
      *             counted twice and raised false growth alarms.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLUMEN.

       FD  PLANO-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLANO-REC               PIC X(250).

       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
           77 PLANO-NOMBRE      PIC X(30).
           77 PLANO-STATUS      PIC X(2) VALUE "00".
               88 PLANO-NEW-FILE    VALUE "35".
               88 PLANO-LARGO       VALUE "04" "06".
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".
           77 HISTORIA-EOF-SW   PIC X VALUE "N".

           77 FECHA-PROCESO     PIC 9(8).

      *ARCHIVOS A MEDIR: LOS QUE EL CATALOGO DE ARCHIVOS (VIA
      *CATLEE) MARCA CON FCA-VOLUMEN Y, CON SU PROPIO MULTIPLO
           01 TABLA-CATALOGO.
               05 CATALOGO OCCURS 100 TIMES.
                   10 TAB-CATALOGO      PIC X(80).
           77 CAT-CNT           PIC 9(3) VALUE 0.
           77 CX                PIC 9(3) VALUE 0.
           01 CATALOGO-VISTA.
               COPY ARCCAT.

           01 TABLA-ARCHIVOS.
               05 ARCHIVOS OCCURS 100 TIMES.
                   10 ARCH-NOMBRE       PIC X(12).
                   10 ARCH-TIPO         PIC X.
                   10 ARCH-FACTOR       PIC 9(2)V99.
      *ARCH-TIPO: X=CLIENTE INDEXADO, C=CODIGOS INDEXADO, P=PLANO,
      *N=INDEXADO O RELATIVO SIN LECTOR EN ESTE PROGRAMA
           77 ARCH-CNT          PIC 9(3) VALUE 0.

           77 IX                PIC 9(3) VALUE 0.
           77 CNT-ACTUAL        PIC 9(8) VALUE 0.

      *HISTORIA PREVIA DEL ARCHIVO EN CURSO: ULTIMOS CONTEOS
           77 PROMEDIO-CRECIM   PIC S9(8)V99 VALUE 0.
           77 UMBRAL-CRECIM     PIC S9(9)V99 VALUE 0.
           77 FACTOR-ALARMA     PIC 9(2)V99 VALUE 2.00.
           77 FACTOR-ARCHIVO    PIC 9(2)V99 VALUE 0.
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
           77 CREC-EDIT         PIC ZZZ,ZZ9-.
           77 PROM-EDIT         PIC ZZZ,ZZ9.99-.

      *ALERTA PARA LA COLA CENTRAL DE OPERACIONES (ALERTGRB)
           77 ALERTA-ORIGEN     PIC X(12) VALUE "VOLUMEN".
           77 ALERTA-SEVERIDAD  PIC X.
           77 ALERTA-MENSAJE    PIC X(70).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-ARCHIVOS
            PERFORM DEPURA-HISTORIA

            OPEN OUTPUT REPORTE-FILE
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ARCH-CNT
                PERFORM MIDE-UN-ARCHIVO
            END-PERFORM

                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *ARMA LA LISTA DE ARCHIVOS A MEDIR DESDE EL CATALOGO; SIN
      *MULTIPLO PROPIO, CADA ARCHIVO TOMA EL DEL PARAMETRO
           CARGA-ARCHIVOS.
               CALL "CATLEE" USING TABLA-CATALOGO CAT-CNT
               MOVE 0 TO ARCH-CNT
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                   MOVE TAB-CATALOGO(CX) TO CATALOGO-VISTA
                   IF FCA-CON-VOLUMEN AND FCA-ARCHIVO NOT = SPACES
                       AND ARCH-CNT < 100
                       ADD 1 TO ARCH-CNT
                       MOVE FCA-ARCHIVO TO ARCH-NOMBRE(ARCH-CNT)
                       IF FCA-FACTOR IS NUMERIC AND FCA-FACTOR > 0
                           MOVE FCA-FACTOR TO ARCH-FACTOR(ARCH-CNT)
                       ELSE
                           MOVE FACTOR-ALARMA TO ARCH-FACTOR(ARCH-CNT)
                       END-IF
                       EVALUATE TRUE
                           WHEN FCA-ARCHIVO = "CLIENTE.DAT"
                               MOVE "X" TO ARCH-TIPO(ARCH-CNT)
                           WHEN FCA-ARCHIVO = "CODIGOS.DAT"
                               MOVE "C" TO ARCH-TIPO(ARCH-CNT)
                           WHEN FCA-INDEXADO OR FCA-RELATIVO
                               MOVE "N" TO ARCH-TIPO(ARCH-CNT)
                           WHEN OTHER
                               MOVE "P" TO ARCH-TIPO(ARCH-CNT)
                       END-EVALUATE
                   END-IF
               END-PERFORM.

      *DESCARTA DE LA HISTORIA UNA TOMA ANTERIOR DE HOY: UNA
      *CORRIDA REPETIDA EL MISMO DIA DEJABA FILAS DUPLICADAS DE LA
      *MISMA FECHA QUE TORCIAN LOS DELTAS DE LAS NOCHES SIGUIENTES
               CLOSE HISTORIA-FILE.

      *CUENTA EL ARCHIVO IX, LO CONTRASTA CONTRA SU HISTORIA Y
      *DEJA EL CONTEO DE HOY EN LA HISTORIA; UN INDEXADO O RELATIVO
      *SIN LECTOR QUEDA SENALADO EN EL REPORTE
           MIDE-UN-ARCHIVO.
               IF ARCH-TIPO(IX) = "N"
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  " ARCH-NOMBRE(IX)
                       " SIN LECTOR EN VOLUMEN, NO SE MIDE"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               ELSE
                   PERFORM CUENTA-ACTUAL
                   PERFORM CARGA-PREVIOS
                   PERFORM EVALUA-CRECIMIENTO
                   PERFORM GRABA-HISTORIA
               END-IF.

      *CUENTA LOS REGISTROS ACTUALES DEL ARCHIVO IX SEGUN SU
      *ORGANIZACION
                   CLOSE CODIGOS-FILE
               END-IF.

      *UN REGISTRO MAS LARGO QUE EL BUFFER LLEGA EN TROZOS: LOS
      *PRIMEROS CON ESTADO 04/06 Y EL ULTIMO NORMAL, QUE ES EL UNICO
      *QUE SE CUENTA
           CUENTA-PLANO.
               MOVE ARCH-NOMBRE(IX) TO PLANO-NOMBRE
               OPEN INPUT PLANO-FILE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               IF NOT PLANO-LARGO
                                   ADD 1 TO CNT-ACTUAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLANO-FILE
               WRITE LINEA-REPORTE

               IF DELTAS > 0
                   MOVE ARCH-FACTOR(IX) TO FACTOR-ARCHIVO
                   COMPUTE UMBRAL-CRECIM =
                       PROMEDIO-CRECIM * FACTOR-ARCHIVO
                   IF CRECIMIENTO-HOY > UMBRAL-CRECIM AND
                       CRECIMIENTO-HOY > 10
                       ADD 1 TO CNT-ALARMAS
                           "DE " ARCH-NOMBRE(IX)
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                       MOVE "A" TO ALERTA-SEVERIDAD
                       MOVE SPACES TO ALERTA-MENSAJE
                       STRING "CRECIMIENTO ANORMAL DE " ARCH-NOMBRE(IX)
                           ": " CREC-EDIT " REGISTROS, VER VOLUMEN.RPT"
                           DELIMITED BY SIZE INTO ALERTA-MENSAJE
                       CALL "ALERTGRB" USING ALERTA-ORIGEN
                           ALERTA-SEVERIDAD ALERTA-MENSAJE
                   END-IF
                   IF CRECIMIENTO-HOY = 0 AND PROMEDIO-CRECIM > 1
                       ADD 1 TO CNT-ALARMAS
                           "DETUVIERON LAS ESCRITURAS?"
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                       MOVE "C" TO ALERTA-SEVERIDAD
                       MOVE SPACES TO ALERTA-MENSAJE
                       STRING ARCH-NOMBRE(IX) " NO CRECIO EL "
                           FECHA-PROCESO
                           " Y SUELE CRECER, VER VOLUMEN.RPT"
                           DELIMITED BY SIZE INTO ALERTA-MENSAJE
                       CALL "ALERTGRB" USING ALERTA-ORIGEN
                           ALERTA-SEVERIDAD ALERTA-MENSAJE
                   END-IF
               END-IF.

