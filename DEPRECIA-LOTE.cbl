      *             AST-TASA-DB with the standard switch to straight
      *             line over the remaining life when that yields
      *             more.
      * 2026-10-15  A retired asset's schedule stops at its disposal:
      *             the disposal year carries only the depreciation
      *             to the disposal date and nothing is charged
      *             after it.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIA-LOTE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            OPEN INPUT ACTIVOS-FILE
            IF ACTIVOS-NEW-FILE
               PERFORM VARYING ANIO-EJERCICIO FROM AST-ALTA-ANIO
                       BY 1 UNTIL ANIO-EJERCICIO > ANIO-FINAL
                           OR VALOR-LIBRO = 0
                           OR (AST-RETIRADO AND
                               ANIO-EJERCICIO > AST-BAJA-ANIO)
                   PERFORM CALCULA-CUOTA-EJERCICIO
                   IF CUOTA-EJERCICIO > 0
                       PERFORM ESCRIBE-EJERCICIO
                   WHEN OTHER
                       MOVE CUOTA-DB TO CUOTA-EJERCICIO
               END-EVALUATE
               IF CUOTA-EJERCICIO > VALOR-LIBRO
                   MOVE VALOR-LIBRO TO CUOTA-EJERCICIO
               END-IF
               IF AST-RETIRADO AND ANIO-EJERCICIO = AST-BAJA-ANIO
                   PERFORM CALCULA-CUOTA-BAJA
               END-IF.

      *EL ANIO DE LA BAJA SOLO LLEVA LA DEPRECIACION HASTA LA FECHA
      *DE BAJA: LO ACUMULADO A ESA FECHA MENOS LO DE LOS EJERCICIOS
      *ANTERIORES
           CALCULA-CUOTA-BAJA.
               IF AST-BAJA-ACUMULADO > ACUMULADO
                   COMPUTE CUOTA-EJERCICIO =
                       AST-BAJA-ACUMULADO - ACUMULADO
               ELSE
                   MOVE 0 TO CUOTA-EJERCICIO
               END-IF
               IF CUOTA-EJERCICIO > VALOR-LIBRO
                   MOVE VALOR-LIBRO TO CUOTA-EJERCICIO
               END-IF.
                   AST-METODO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF AST-RETIRADO
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "RETIRADO - BAJA DEL " AST-BAJA-DIA "/"
                       AST-BAJA-MES "/" AST-BAJA-ANIO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
               MOVE "EJERCICIO        CUOTA      ACUMULADO"
                   & "    VALOR LIBRO" TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
