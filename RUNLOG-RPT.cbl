      *          elapsed time across the logged nights and flags a
      *          step whose latest run took more than one and a half
      *          times its average ("VERIFICA is getting slower every
      *          week"). Output on RUNLOG.RPT. Each COLGADO step is
      *          also queued as a critical alert on ALERTAS.DAT
      *          through ALERTGRB (once, while it stays open).
      *          Starts and completions pair on the business
      *          processing date the chain ran for, and each flagged
      *          line shows it next to the wall-clock date, so a
      *          chain that crossed midnight still pairs and reads as
      *          one business day.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  Each COLGADO step is also queued once as a critical
      *             alert on the central operations alert file
      *             ALERTAS.DAT through ALERTGRB.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day. Starts
      *             and completions pair on the processing date the
      *             chain ran for, shown next to the wall-clock date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOG-RPT.
           77 RUNLOG-EOF-SW     PIC X VALUE "N".
               88 RUNLOG-EOF        VALUE "Y".

      *ARRANQUES EN-CURSO PENDIENTES DE SU CIERRE (FECHA DE PROCESO
      *+ PASO), CON LA FECHA DEL RELOJ DEL ARRANQUE
           01 TABLA-ABIERTOS.
               05 ABIERTOS OCCURS 200 TIMES.
                   10 ABI-FECHA         PIC 9(8).
                   10 ABI-FECHA-PROC    PIC 9(8).
                   10 ABI-PASO          PIC X(12).
                   10 ABI-HORA          PIC 9(8).
           77 ABI-CNT           PIC 9(3) VALUE 0.
                   10 PAS-SEG-TOTAL     PIC 9(9).
                   10 PAS-SEG-ULTIMA    PIC 9(7).
                   10 PAS-FECHA-ULTIMA  PIC 9(8).
                   10 PAS-FECHA-PROC    PIC 9(8).
           77 PAS-CNT           PIC 9(2) VALUE 0.

           77 I                 PIC 9(3) VALUE 0.
           77 PROM-EDIT         PIC ZZZZZZ9.99.
           77 CNT-EDIT          PIC ZZZZ9.

      *ALERTA PARA LA COLA CENTRAL DE OPERACIONES (ALERTGRB)
           77 ALERTA-ORIGEN     PIC X(12) VALUE "RUNLOG-RPT".
           77 ALERTA-SEVERIDAD  PIC X.
           77 ALERTA-MENSAJE    PIC X(70).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


      *CLASIFICA EL REGISTRO LEIDO: ARRANQUE, CIERRE O ANOTACION
           PROCESA-REGISTRO.
      *LOS REGISTROS ANTERIORES A LA FECHA DE PROCESO SOLO TIENEN LA
      *FECHA DEL RELOJ
               IF RUN-FECHA-PROCESO NOT NUMERIC
                   MOVE RUN-FECHA TO RUN-FECHA-PROCESO
               END-IF
               EVALUATE TRUE
                   WHEN RUN-RESULTADO = "EN-CURSO"
                       PERFORM ANOTA-ABIERTO
               IF ABI-CNT < 200
                   ADD 1 TO ABI-CNT
                   MOVE RUN-FECHA TO ABI-FECHA(ABI-CNT)
                   MOVE RUN-FECHA-PROCESO TO ABI-FECHA-PROC(ABI-CNT)
                   MOVE RUN-PASO TO ABI-PASO(ABI-CNT)
                   MOVE RUN-HORA-INICIO TO ABI-HORA(ABI-CNT)
               END-IF.
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= ABI-CNT
                   ADD 1 TO I
                   IF ABI-FECHA-PROC(I) = RUN-FECHA-PROCESO AND
                       ABI-PASO(I) = RUN-PASO AND
                       ABI-FECHA-PROC(I) NOT = 0
                       SET ENCONTRADO TO TRUE
                       MOVE 0 TO ABI-FECHA-PROC(I)
                   END-IF
               END-PERFORM.

                   ADD SEG-PASO TO PAS-SEG-TOTAL(J)
                   MOVE SEG-PASO TO PAS-SEG-ULTIMA(J)
                   MOVE RUN-FECHA TO PAS-FECHA-ULTIMA(J)
                   MOVE RUN-FECHA-PROCESO TO PAS-FECHA-PROC(J)
               END-IF.

      *ESCRIBE EL REPORTE: PRIMERO LOS PASOS COLGADOS, DESPUES LA
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ABI-CNT
                   IF ABI-FECHA-PROC(I) NOT = 0
                       ADD 1 TO CNT-COLGADOS
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  PROC " ABI-FECHA-PROC(I)
                           " RELOJ " ABI-FECHA(I) " " ABI-PASO(I)
                           " ARRANCO " ABI-HORA(I)
                           " SIN CERRAR"
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                       MOVE "C" TO ALERTA-SEVERIDAD
                       MOVE SPACES TO ALERTA-MENSAJE
                       STRING "PASO COLGADO: " ABI-PASO(I)
                           " DEL " ABI-FECHA-PROC(I) " ARRANCO "
                           ABI-HORA(I) " Y NUNCA CERRO"
                           DELIMITED BY SIZE INTO ALERTA-MENSAJE
                       CALL "ALERTGRB" USING ALERTA-ORIGEN
                           ALERTA-SEVERIDAD ALERTA-MENSAJE
                   END-IF
               END-PERFORM
               IF CNT-COLGADOS = 0
                   PAS-SEG-ULTIMA(J) > UMBRAL-SEG
                   ADD 1 TO CNT-LENTOS
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "    *** LENTO: CORRIDA DEL "
                       PAS-FECHA-PROC(J) " (RELOJ "
                       PAS-FECHA-ULTIMA(J)
                       ") > 1.5 VECES SU PROMEDIO"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.
