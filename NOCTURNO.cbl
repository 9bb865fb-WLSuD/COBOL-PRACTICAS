      *             instead of re-extracting and re-reporting the
      *             steps that completed - and the day still closes
      *             with one coherent run log under one date.
      * 2026-10-15  The DESPACHO outbound dispatch step now runs in
      *             the built-in chain after the extract and before
      *             the backup, so every file leaving the shop is
      *             sequenced, copied to its dated sent-file and
      *             registered on DESPACHO.DAT each business night.
      * 2026-10-15  The REPOSIT report repository step now runs in the
      *             built-in chain after DESPACHO and before the
      *             backup, capturing the day's reports into dated
      *             copies on the REPOIDX.DAT index and purging the
      *             copies past their retention.
      * 2026-10-15  The chain now runs for the business processing date
      *             held on FECHAPRO.DAT instead of the wall clock: the
      *             working-day check, the schedule, the restart scan
      *             and the run log all use it, and only the end of a
      *             chain with no failed or held step advances it to
      *             the next business day. A processing date still in
      *             the future skips the night, so a chain past
      *             midnight or rerun next morning keeps its business
      *             day. RUNLOG.DAT now carries both dates.
      * 2026-10-15  The RECERT access-recertification step now runs in
      *             the built-in chain after DESPACHO, so the
      *             quarterly cycle opens and lapsed entries are
      *             suspended without anyone remembering to, and its
      *             reports reach the REPOSIT step the same night.
      * 2026-10-15  The JOBCOLA step now runs in the built-in chain
      *             after RECERT, working off the ad-hoc job requests
      *             queued from JOB-MANT. Its per-job RUNLOG.DAT
      *             records carry the requester and are left out of
      *             the restart scan, so an ad-hoc run of a program
      *             never counts as that night's chain step.
      * 2026-10-15  The LOTECONC feed reconciliation now runs as the
      *             last step of the built-in chain, after RESPALDO:
      *             a gated feed whose gate count does not match what
      *             its loader applied and rejected returns the usual
      *             RETURN-CODE 8, so the step logs ERROR and the
      *             processing date is not advanced, without holding
      *             the night's backup.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOCTURNO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGENDA-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

           SELECT CALENDARIO-FILE ASSIGN USING CALENDARIO-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  AGENDA-REC.
           COPY NOCSCH.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC.
           COPY FECPRO.

       FD  CALENDARIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDARIO-REC.
               05 PROC-MES    PIC 9(2).
               05 PROC-DIA    PIC 9(2).

      *FECHA DE PROCESO DEL NEGOCIO (FECHAPRO.DAT) CONTRA EL RELOJ
           77 CONTROL-STATUS  PIC X(2) VALUE "00".
               88 CONTROL-NEW-FILE VALUE "35".
           77 FECHA-HOY       PIC 9(8).
           77 FECHA-CERRADA   PIC 9(8).
           77 FECHA-SIGUIENTE PIC 9(8).
           77 CAMBIO-FECHA    PIC 9(8) VALUE 0.
           77 CAMBIO-HORA     PIC 9(8) VALUE 0.
           77 MAX-DIA         PIC 9(2).
           77 BISIESTO-FLAG   PIC X VALUE "N".
               88 ES-BISIESTO     VALUE "Y".
           77 FALLAS-SW       PIC X VALUE "N".
               88 CADENA-CON-FALLAS VALUE "Y".

      *CONGRUENCIA DE ZELLER, COMO EN EJEMPLO-CLS14-DIAS
           77 DIANUM   PIC 9.
           77 MES-Z    PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-HOY FROM DATE YYYYMMDD
            PERFORM LEE-FECHA-PROCESO
            DISPLAY "FECHA DE PROCESO " FECHA-PROCESO
                " - FECHA DEL RELOJ " FECHA-HOY

      *UNA FECHA DE PROCESO POSTERIOR AL RELOJ ES UN DIA DE NEGOCIO
      *QUE AUN NO LLEGO (FIN DE SEMANA, O EL DIA YA CERRADO)
            IF FECHA-PROCESO > FECHA-HOY
                MOVE "DIA-HABIL" TO PASO-NOMBRE
                MOVE "OMITIDO" TO PASO-RESULTADO
                ACCEPT HORA-INICIO FROM TIME
                MOVE HORA-INICIO TO HORA-FIN
                PERFORM GRABA-RUNLOG
                DISPLAY "LA FECHA DE PROCESO AUN NO LLEGO, CADENA "
                    "OMITIDA"
                STOP RUN
            END-IF
            IF FECHA-PROCESO < FECHA-HOY
                DISPLAY "ATENCION: LA FECHA DE PROCESO ESTA ATRASADA "
                    "RESPECTO DEL RELOJ"
            END-IF

            PERFORM EVALUA-DIA-HABIL

            IF ES-DIA-HABIL
                PERFORM CARGA-RUNLOG-HOY
                IF POK-CNT > 0
                    DISPLAY "REINICIO: " POK-CNT " PASOS YA "
                        "CORRIDOS PARA LA FECHA SE SALTEAN"
                END-IF
                MOVE "A" TO ESTADO-BANDERA
                PERFORM GRABA-BANDERA
                MOVE "C" TO ESTADO-BANDERA
                PERFORM GRABA-BANDERA
                DISPLAY "CADENA NOCTURNA COMPLETADA, VER RUNLOG.DAT"
                IF CADENA-CON-FALLAS
                    DISPLAY "CADENA CON FALLAS: LA FECHA DE PROCESO "
                        "QUEDA EN " FECHA-PROCESO " PARA RECORRER"
                ELSE
                    PERFORM AVANZA-FECHA-PROCESO
                END-IF
            ELSE
                MOVE "DIA-HABIL" TO PASO-NOMBRE
                MOVE "OMITIDO" TO PASO-RESULTADO
                ACCEPT HORA-INICIO FROM TIME
                MOVE HORA-INICIO TO HORA-FIN
                PERFORM GRABA-RUNLOG
                DISPLAY "LA FECHA DE PROCESO NO ES DIA HABIL, CADENA "
                    "OMITIDA"
      *UN DIA NO HABIL NO TIENE CADENA: LA FECHA PASA AL PROXIMO
      *DIA HABIL PARA NO QUEDAR TRABADA
                PERFORM AVANZA-FECHA-PROCESO
            END-IF

            STOP RUN.

      *LEE LA FECHA DE PROCESO DEL REGISTRO DE CONTROL - SI NO EXISTE
      *SE CREA CON LA FECHA DEL RELOJ
           LEE-FECHA-PROCESO.
               MOVE 0 TO FECHA-PROCESO
               OPEN INPUT CONTROL-FILE
               IF CONTROL-NEW-FILE
                   CLOSE CONTROL-FILE
               ELSE
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FPR-FECHA-PROCESO IS NUMERIC
                               MOVE FPR-FECHA-PROCESO TO FECHA-PROCESO
                               MOVE FPR-FECHA-CAMBIO TO CAMBIO-FECHA
                               MOVE FPR-HORA-CAMBIO TO CAMBIO-HORA
                           END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
               IF FECHA-PROCESO = 0
                   MOVE FECHA-HOY TO FECHA-PROCESO
                   PERFORM GRABA-FECHA-PROCESO
                   DISPLAY "SE CREA FECHAPRO.DAT CON LA FECHA "
                       FECHA-PROCESO
               END-IF.

      *REESCRIBE EL REGISTRO DE CONTROL CON LA FECHA DE PROCESO
           GRABA-FECHA-PROCESO.
               OPEN OUTPUT CONTROL-FILE
               MOVE FECHA-PROCESO TO FPR-FECHA-PROCESO
               ACCEPT FPR-FECHA-CAMBIO FROM DATE YYYYMMDD
               ACCEPT FPR-HORA-CAMBIO FROM TIME
               MOVE "NOCTURNO" TO FPR-ORIGEN
               MOVE FPR-FECHA-CAMBIO TO CAMBIO-FECHA
               MOVE FPR-HORA-CAMBIO TO CAMBIO-HORA
               WRITE CONTROL-REC
               CLOSE CONTROL-FILE.

      *DECIDE SI LA FECHA DE PROCESO ES DIA HABIL: NI SABADO NI
      *DOMINGO (ZELLER) NI FERIADO
           EVALUA-DIA-HABIL.
               MOVE "N" TO FIN-SEMANA-FLAG
               MOVE "N" TO FERIADO-FLAG
               MOVE "N" TO FERIADOS-EOF-SW
               MOVE "Y" TO DIA-HABIL-FLAG
               PERFORM CALCULA-DIANUM
               IF DIANUM = 6 OR DIANUM = 7
                   SET ES-FIN-SEMANA TO TRUE
               END-IF
               PERFORM VERIFICA-FERIADO
               IF ES-FIN-SEMANA OR ES-FERIADO
                   MOVE "N" TO DIA-HABIL-FLAG
               END-IF.

      *CIERRA LA FECHA DE PROCESO Y LA PASA AL PROXIMO DIA HABIL,
      *DEJANDO CONSTANCIA EN RUNLOG.DAT BAJO LA FECHA CERRADA
           AVANZA-FECHA-PROCESO.
               MOVE FECHA-PROCESO TO FECHA-CERRADA
               MOVE "N" TO DIA-HABIL-FLAG
               PERFORM PASA-DIA-SIGUIENTE UNTIL ES-DIA-HABIL
               PERFORM GRABA-FECHA-PROCESO
               MOVE "FECHA-PROC" TO PASO-NOMBRE
               MOVE "OK" TO PASO-RESULTADO
               ACCEPT HORA-INICIO FROM TIME
               MOVE HORA-INICIO TO HORA-FIN
               MOVE FECHA-PROCESO TO FECHA-SIGUIENTE
               MOVE FECHA-CERRADA TO FECHA-PROCESO
               PERFORM GRABA-RUNLOG
               MOVE FECHA-SIGUIENTE TO FECHA-PROCESO
               DISPLAY "FECHA DE PROCESO " FECHA-CERRADA
                   " CERRADA, PROXIMA " FECHA-PROCESO.

      *SUMA UN DIA A LA FECHA DE PROCESO, PASANDO DE MES Y DE ANIO,
      *Y VUELVE A EVALUAR SI ES DIA HABIL
           PASA-DIA-SIGUIENTE.
               EVALUATE PROC-MES
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       MOVE 30 TO MAX-DIA
                   WHEN 02
                       CALL "BISLEAP" USING PROC-ANIO BISIESTO-FLAG
                       IF ES-BISIESTO
                           MOVE 29 TO MAX-DIA
                       ELSE
                           MOVE 28 TO MAX-DIA
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO MAX-DIA
               END-EVALUATE
               IF PROC-DIA < MAX-DIA
                   ADD 1 TO PROC-DIA
               ELSE
                   MOVE 1 TO PROC-DIA
                   IF PROC-MES < 12
                       ADD 1 TO PROC-MES
                   ELSE
                       MOVE 1 TO PROC-MES
                       ADD 1 TO PROC-ANIO
                   END-IF
               END-IF
               PERFORM EVALUA-DIA-HABIL.

      *CORRE LOS PASOS NOCTURNOS EN ORDEN, DEJANDO CONSTANCIA DEL
      *INICIO, EL FIN Y EL RESULTADO DE CADA UNO EN RUNLOG.DAT -
      *SI EL BARRIDO DE INTEGRIDAD DEVUELVE ERROR, EL RESTO DE LA
               OPEN INPUT AGENDA-FILE
               IF AGENDA-NEW-FILE
                   CLOSE AGENDA-FILE
                   MOVE 10 TO AGD-CNT
                   MOVE "VERIFICA" TO AGD-PASO(1)
                   MOVE "LOTEGATE" TO AGD-PASO(2)
                   MOVE "CLIENTE-RPT" TO AGD-PASO(3)
                   MOVE "CLIENTE-EXTR" TO AGD-PASO(4)
                   MOVE "DESPACHO" TO AGD-PASO(5)
                   MOVE "RECERT" TO AGD-PASO(6)
                   MOVE "JOBCOLA" TO AGD-PASO(7)
                   MOVE "REPOSIT" TO AGD-PASO(8)
                   MOVE "RESPALDO" TO AGD-PASO(9)
                   MOVE "LOTECONC" TO AGD-PASO(10)
                   PERFORM VARYING P FROM 1 BY 1 UNTIL P > 10
                       MOVE "D" TO AGD-FRECUENCIA(P)
                       MOVE 0 TO AGD-DIA(P)
                   END-PERFORM
                   END-IF
               END-IF
               END-IF
               IF PASO-RESULTADO = "ERROR" OR
                   PASO-RESULTADO = "DETENIDO"
                   SET CADENA-CON-FALLAS TO TRUE
               END-IF
               ACCEPT HORA-FIN FROM TIME
               PERFORM GRABA-RUNLOG.

                   END-IF
               END-PERFORM.

      *LEE EL RUNLOG DE LA FECHA DE PROCESO Y GUARDA LOS PASOS QUE YA
      *TERMINARON OK, PARA QUE UNA RECORRIDA NUEVA LOS SALTEE - SOLO
      *CUENTAN LOS GRABADOS DESPUES DEL ULTIMO CAMBIO DE LA FECHA, ASI
      *UNA FECHA VUELTA ATRAS POR EL SUPERVISOR SE RECORRE ENTERA. LOS
      *TRABAJOS A PEDIDO QUE CORRE JOBCOLA LLEVAN SOLICITANTE Y NO
      *CUENTAN COMO PASOS DE LA CADENA
           CARGA-RUNLOG-HOY.
               OPEN INPUT RUNLOG-FILE
               IF RUNLOG-NEW-FILE
                           AT END
                               SET RUNLOG-EOF TO TRUE
                           NOT AT END
                               IF RUN-FECHA-PROCESO NOT NUMERIC
                                   MOVE RUN-FECHA TO RUN-FECHA-PROCESO
                               END-IF
                               IF RUN-FECHA-PROCESO = FECHA-PROCESO
                                   AND RUN-RESULTADO = "OK" AND
                                   RUN-PASO NOT = "FECHA-PROC" AND
                                   RUN-SOLICITANTE = SPACES AND
                                   (RUN-FECHA > CAMBIO-FECHA OR
                                    (RUN-FECHA = CAMBIO-FECHA AND
                                     RUN-HORA-INICIO >= CAMBIO-HORA))
                                   AND POK-CNT < 20
                                   ADD 1 TO POK-CNT
                                   MOVE RUN-PASO TO
                                       POK-PASO(POK-CNT)
           GRABA-BANDERA.
               OPEN OUTPUT BANDERA-FILE
               MOVE ESTADO-BANDERA TO FLG-ESTADO
      *LA BANDERA LLEVA LA FECHA DEL RELOJ, CON LA QUE LA COMPARA
      *EL MANTENIMIENTO INTERACTIVO
               MOVE FECHA-HOY TO FLG-FECHA
               ACCEPT FLG-HORA FROM TIME
               WRITE BANDERA-REC
               CLOSE BANDERA-FILE.
                   CLOSE RUNLOG-FILE
                   OPEN EXTEND RUNLOG-FILE
               END-IF
               ACCEPT RUN-FECHA FROM DATE YYYYMMDD
               MOVE FECHA-PROCESO TO RUN-FECHA-PROCESO
               MOVE PASO-NOMBRE TO RUN-PASO
               MOVE HORA-INICIO TO RUN-HORA-INICIO
               MOVE HORA-FIN TO RUN-HORA-FIN
               MOVE PASO-RESULTADO TO RUN-RESULTADO
               MOVE SPACES TO RUN-SOLICITANTE
               MOVE 0 TO RUN-TRABAJO
               WRITE RUNLOG-REC
               CLOSE RUNLOG-FILE.

