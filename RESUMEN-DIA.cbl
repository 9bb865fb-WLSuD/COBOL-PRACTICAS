      *          counts per ESTADO from CLIENTE.DAT, the day's
      *          collections extract count from COBRANZA.OUT, the
      *          day's rejects from ERRORES.LOG, the desk activity
      *          from CALCULOG.DAT, the desk cash counts from
      *          ARQUEO.DAT (over/short beyond tolerance and drawers
      *          left without a closing count) and the nightly chain
      *          outcomes from RUNLOG.DAT, with an exceptions-present
      *          flag per subsystem, so the shift handover is one
      *          sheet. The critical alerts on ALERTAS.DAT nobody has
      *          acknowledged yet in ALERTA-CONS are carried at the
      *          foot of the sheet, whatever day they were raised,
      *          until someone owns them. The day's feed
      *          reconciliation verdicts LOTECONC left on CARGACTL.DAT
      *          are carried with each file out of balance listed.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The desk cash counts from ARQUEO.DAT are summarized:
      *             drawers over or short beyond tolerance and drawers
      *             left without a closing count.
      * 2026-10-15  The critical alerts on ALERTAS.DAT not yet
      *             acknowledged in ALERTA-CONS are carried at the foot
      *             of the sheet, whatever day they were raised.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day. The
      *             chain outcomes are taken from RUNLOG.DAT by that
      *             processing date.
      * 2026-10-15  Jobs run from the JOBCOLA request queue are no
      *             longer counted as steps of the nightly chain.
      * 2026-10-15  The day's feed reconciliation verdicts LOTECONC
      *             leaves as R records on CARGACTL.DAT are carried on
      *             the sheet, with each file out of balance listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-DIA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT ARQUEO-FILE ASSIGN TO "ARQUEO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARQUEO-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

           SELECT ALERTA-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CARGACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "RESUMEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  LOG-REC.
           COPY OPELOG.

       FD  ARQUEO-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARQUEO-REC.
           COPY ARQCAJ.

       FD  RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC.
           COPY RUNLOG.

       FD  ALERTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERTA-REC.
           COPY ALERTA.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC.
           COPY CARCTL.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).
               88 ERR-LOG-NEW-FILE  VALUE "35".
           77 LOG-STATUS        PIC X(2) VALUE "00".
               88 LOG-NEW-FILE      VALUE "35".
           77 ARQUEO-STATUS     PIC X(2) VALUE "00".
               88 ARQUEO-NEW-FILE   VALUE "35".
           77 RUNLOG-STATUS     PIC X(2) VALUE "00".
               88 RUNLOG-NEW-FILE   VALUE "35".
           77 ALERTA-STATUS     PIC X(2) VALUE "00".
               88 ALERTA-NEW-FILE   VALUE "35".
           77 CONTROL-STATUS    PIC X(2) VALUE "00".
               88 CONTROL-NEW-FILE  VALUE "35".
           77 FUENTE-EOF-SW     PIC X VALUE "N".
               88 FUENTE-EOF        VALUE "Y".

           77 CNT-ERRORES-HOY   PIC 9(6) VALUE 0.
           77 CNT-OPS-HOY       PIC 9(6) VALUE 0.
           77 TOTAL-OPS-HOY     PIC S9(9)V99 VALUE 0.
           77 CNT-ARQUEOS-HOY   PIC 9(4) VALUE 0.
           77 CNT-ARQUEOS-FUERA PIC 9(4) VALUE 0.
           77 CNT-CAJAS-ABIERTAS PIC 9(4) VALUE 0.
           77 DIFERENCIA-CAJAS  PIC S9(9)V99 VALUE 0.
           77 CNT-PASOS-HOY     PIC 9(4) VALUE 0.
           77 CNT-PASOS-MAL     PIC 9(4) VALUE 0.

           77 FLAG-ERRORES      PIC X(2) VALUE "NO".
           77 FLAG-CADENA       PIC X(2) VALUE "NO".
           77 FLAG-ARQUEOS      PIC X(2) VALUE "NO".
           77 FLAG-ALERTAS      PIC X(2) VALUE "NO".
           77 FLAG-CONCILIACION PIC X(2) VALUE "NO".

      *ULTIMO VEREDICTO DEL DIA DE CADA ARCHIVO CONCILIADO
           01 TABLA-CONCILIADOS.
               05 CONCILIADOS OCCURS 10 TIMES.
                   10 CNC-ARCHIVO       PIC X(12).
                   10 CNC-RECIBIDOS     PIC 9(6).
                   10 CNC-APLICADOS     PIC 9(6).
                   10 CNC-RECHAZADOS    PIC 9(6).
                   10 CNC-RESULTADO     PIC X(10).
                       88 CNC-FUERA-DE-BALANCE VALUE "DIFERENCIA"
                                                     "SIN CARGA".
           77 CNT-CONCILIADOS   PIC 9(2) VALUE 0.
           77 CNT-FUERA-BALANCE PIC 9(2) VALUE 0.
           77 NX                PIC 9(2) VALUE 0.

      *ALERTAS CRITICAS ABIERTAS A ARRASTRAR EN LA HOJA
           01 TABLA-CRITICAS.
               05 CRITICAS OCCURS 20 TIMES.
                   10 CRI-FECHA         PIC 9(8).
                   10 CRI-ORIGEN        PIC X(12).
                   10 CRI-MENSAJE       PIC X(70).
           77 CNT-CRITICAS      PIC 9(4) VALUE 0.
           77 CX                PIC 9(2) VALUE 0.

           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 CNT-EDIT-2        PIC ZZZ,ZZ9.
           77 CNT-EDIT-3        PIC ZZZ,ZZ9.
           77 TOTAL-EDIT        PIC ---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM RESUME-CLIENTES
            PERFORM RESUME-EXTRACTO
            PERFORM RESUME-ERRORES
            PERFORM RESUME-CALCULADORA
            PERFORM RESUME-ARQUEOS
            PERFORM RESUME-CADENA
            PERFORM RESUME-ALERTAS
            PERFORM RESUME-CONCILIACION
            PERFORM IMPRIME-RESUMEN

            DISPLAY "RESUMEN DE OPERACIONES DEL " FECHA-PROCESO
                   CLOSE LOG-FILE
               END-IF.

      *REVISA LOS ARQUEOS DE CAJA DEL DIA: DIFERENCIAS FUERA DE
      *TOLERANCIA Y CAJONES ABIERTOS SIN ARQUEO DE CIERRE
           RESUME-ARQUEOS.
               MOVE "N" TO FUENTE-EOF-SW
               OPEN INPUT ARQUEO-FILE
               IF ARQUEO-NEW-FILE
                   CLOSE ARQUEO-FILE
               ELSE
                   PERFORM UNTIL FUENTE-EOF
                       READ ARQUEO-FILE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               IF ARQ-FECHA = FECHA-PROCESO
                                   IF ARQ-CERRADO
                                       ADD 1 TO CNT-ARQUEOS-HOY
                                       ADD ARQ-DIFERENCIA TO
                                           DIFERENCIA-CAJAS
                                       IF ARQ-EXCEDE
                                           ADD 1 TO CNT-ARQUEOS-FUERA
                                       END-IF
                                   ELSE
                                       ADD 1 TO CNT-CAJAS-ABIERTAS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQUEO-FILE
               END-IF
               IF CNT-ARQUEOS-FUERA > 0 OR CNT-CAJAS-ABIERTAS > 0
                   MOVE "SI" TO FLAG-ARQUEOS
               END-IF.

      *REVISA LOS PASOS DEL DIA EN EL LOG DE LA CADENA NOCTURNA
           RESUME-CADENA.
               MOVE "N" TO FUENTE-EOF-SW
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               IF RUN-FECHA-PROCESO NOT NUMERIC
                                   MOVE RUN-FECHA TO
                                       RUN-FECHA-PROCESO
                               END-IF
      *LOS TRABAJOS DE LA COLA NO SON PASOS DE LA CADENA
                               IF RUN-FECHA-PROCESO = FECHA-PROCESO AND
                                   RUN-SOLICITANTE = SPACES
                                   ADD 1 TO CNT-PASOS-HOY
                                   IF RUN-RESULTADO NOT = "OK" AND
                                       RUN-RESULTADO NOT = "OMITIDO"
                   MOVE "SI" TO FLAG-CADENA
               END-IF.

      *JUNTA LAS ALERTAS CRITICAS AUN SIN RECONOCER, DE CUALQUIER
      *FECHA
           RESUME-ALERTAS.
               MOVE "N" TO FUENTE-EOF-SW
               OPEN INPUT ALERTA-FILE
               IF ALERTA-NEW-FILE
                   CLOSE ALERTA-FILE
               ELSE
                   PERFORM UNTIL FUENTE-EOF
                       READ ALERTA-FILE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               IF ALR-CRITICA AND ALR-ABIERTA
                                   PERFORM GUARDA-CRITICA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALERTA-FILE
               END-IF
               IF CNT-CRITICAS > 0
                   MOVE "SI" TO FLAG-ALERTAS
               END-IF.

      *CUENTA LA ALERTA CRITICA Y GUARDA LAS PRIMERAS VEINTE
           GUARDA-CRITICA.
               ADD 1 TO CNT-CRITICAS
               IF CNT-CRITICAS <= 20
                   MOVE ALR-FECHA TO CRI-FECHA(CNT-CRITICAS)
                   MOVE ALR-ORIGEN TO CRI-ORIGEN(CNT-CRITICAS)
                   MOVE ALR-MENSAJE TO CRI-MENSAJE(CNT-CRITICAS)
               END-IF.

      *TOMA EL ULTIMO VEREDICTO DEL DIA DE CADA ARCHIVO QUE
      *CONCILIO LOTECONC Y CUENTA LOS QUE QUEDARON FUERA DE BALANCE
           RESUME-CONCILIACION.
               MOVE "N" TO FUENTE-EOF-SW
               OPEN INPUT CONTROL-FILE
               IF CONTROL-NEW-FILE
                   CLOSE CONTROL-FILE
               ELSE
                   PERFORM UNTIL FUENTE-EOF
                       READ CONTROL-FILE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               IF CTC-FECHA-PROCESO = FECHA-PROCESO
                                   AND CTC-ES-CONCILIACION
                                   PERFORM GUARDA-CONCILIACION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-FILE
               END-IF
               PERFORM VARYING NX FROM 1 BY 1
                       UNTIL NX > CNT-CONCILIADOS
                   IF CNC-FUERA-DE-BALANCE(NX)
                       ADD 1 TO CNT-FUERA-BALANCE
                   END-IF
               END-PERFORM
               IF CNT-FUERA-BALANCE > 0
                   MOVE "SI" TO FLAG-CONCILIACION
               END-IF.

      *GUARDA EL VEREDICTO LEIDO SOBRE EL ANTERIOR DEL MISMO ARCHIVO
           GUARDA-CONCILIACION.
               MOVE 0 TO NX
               PERFORM VARYING CX FROM 1 BY 1
                       UNTIL CX > CNT-CONCILIADOS OR NX > 0
                   IF CNC-ARCHIVO(CX) = CTC-ARCHIVO
                       MOVE CX TO NX
                   END-IF
               END-PERFORM
               IF NX = 0 AND CNT-CONCILIADOS < 10
                   ADD 1 TO CNT-CONCILIADOS
                   MOVE CNT-CONCILIADOS TO NX
               END-IF
               IF NX > 0
                   MOVE CTC-ARCHIVO TO CNC-ARCHIVO(NX)
                   MOVE CTC-RECIBIDOS TO CNC-RECIBIDOS(NX)
                   MOVE CTC-APLICADOS TO CNC-APLICADOS(NX)
                   MOVE CTC-RECHAZADOS TO CNC-RECHAZADOS(NX)
                   MOVE CTC-RESULTADO TO CNC-RESULTADO(NX)
               END-IF.

      *ARMA LA HOJA UNICA DEL RESUMEN DE OPERACIONES
           IMPRIME-RESUMEN.
               OPEN OUTPUT REPORTE-FILE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE CNT-ARQUEOS-HOY TO CNT-EDIT
               MOVE CNT-ARQUEOS-FUERA TO CNT-EDIT-2
               MOVE CNT-CAJAS-ABIERTAS TO CNT-EDIT-3
               MOVE SPACES TO LINEA-REPORTE
               STRING "ARQUEOS DE CAJA: " CNT-EDIT " CERRADOS, "
                   CNT-EDIT-2 " FUERA DE TOL., " CNT-EDIT-3
                   " SIN CIERRE"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE DIFERENCIA-CAJAS TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  SOBRANTE/FALTANTE NETO " TOTAL-EDIT
                   "  EXCEPCIONES: " FLAG-ARQUEOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE CNT-ERRORES-HOY TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "RECHAZOS DEL DIA: " CNT-EDIT
                   FLAG-CADENA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE CNT-CONCILIADOS TO CNT-EDIT
               MOVE CNT-FUERA-BALANCE TO CNT-EDIT-2
               MOVE SPACES TO LINEA-REPORTE
               STRING "CONCILIACION DE LOTES: " CNT-EDIT
                   " ARCHIVOS, " CNT-EDIT-2
                   " FUERA DE BAL.  EXCEPCIONES: "
                   FLAG-CONCILIACION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING NX FROM 1 BY 1
                       UNTIL NX > CNT-CONCILIADOS
                   IF CNC-FUERA-DE-BALANCE(NX)
                       MOVE CNC-RECIBIDOS(NX) TO CNT-EDIT
                       MOVE CNC-APLICADOS(NX) TO CNT-EDIT-2
                       MOVE CNC-RECHAZADOS(NX) TO CNT-EDIT-3
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " CNC-ARCHIVO(NX) " "
                           CNC-RESULTADO(NX) " LOTE " CNT-EDIT
                           " APLIC " CNT-EDIT-2 " RECH " CNT-EDIT-3
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-CRITICAS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "ALERTAS CRITICAS SIN RECONOCER: " CNT-EDIT
                   "  EXCEPCIONES: " FLAG-ALERTAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING CX FROM 1 BY 1
                       UNTIL CX > CNT-CRITICAS OR CX > 20
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  " CRI-FECHA(CX) " " CRI-ORIGEN(CX)
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "      " CRI-MENSAJE(CX)
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM
               IF CNT-CRITICAS > 20
                   MOVE "  ... Y MAS, VER ALERTA-CONS"
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
               CLOSE REPORTE-FILE.

       END PROGRAM RESUMEN-DIA.
