      *          standalone COBRALRT.RPT warning and appends an alert
      *          line to RESUMEN-DIA's RESUMEN.RPT - so a bad billing
      *          cycle is heard about the morning it starts, not at
      *          month-end when CLITREND shows it. The warning is also
      *          queued on ALERTAS.DAT through ALERTGRB for the
      *          operations alert console. Today's count is appended
      *          to the history either way.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The warning is also queued on the central operations
      *             alert file ALERTAS.DAT through ALERTGRB.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRALRT.
           77 PROM-EDIT         PIC ZZZZZ9.99.
           77 CNT-EDIT          PIC ZZZZZ9.

      *ALERTA PARA LA COLA CENTRAL DE OPERACIONES (ALERTGRB)
           77 ALERTA-ORIGEN     PIC X(12) VALUE "COBRALRT".
           77 ALERTA-SEVERIDAD  PIC X.
           77 ALERTA-MENSAJE    PIC X(70).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-PARAMETROS
            PERFORM CUENTA-INGRESOS-HOY
            PERFORM CARGA-HISTORIA
                   ") POR EL FACTOR CONFIGURADO"
                   DELIMITED BY SIZE INTO LINEA-RESUMEN
               WRITE LINEA-RESUMEN
               CLOSE RESUMEN-FILE

               MOVE "A" TO ALERTA-SEVERIDAD
               MOVE SPACES TO ALERTA-MENSAJE
               STRING "INGRESO A MOROSO ANORMAL: " CNT-EDIT
                   " HOY, PROMEDIO " PROM-EDIT ", VER COBRALRT.RPT"
                   DELIMITED BY SIZE INTO ALERTA-MENSAJE
               CALL "ALERTGRB" USING ALERTA-ORIGEN ALERTA-SEVERIDAD
                   ALERTA-MENSAJE.

       END PROGRAM COBRALRT.
