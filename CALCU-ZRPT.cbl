      *          OPLOG-RESULTADO), cross-checks the receipts printed
      *          on CALCURCB.OUT against the logged operations, and
      *          flags any imbalance in CALCUZ.RPT so the desk can
      *          balance out before going home. The operands are
      *          also subtotalled by the currency they were keyed
      *          in, as keyed and in local currency.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             receipt cross-check counts every tape entry,
      *             voids included, so the tape still balances
      *             against the log.
      * 2026-10-15  New subtotal by currency: the day's operands
      *             (void pairs still left out) are counted per
      *             OPLOG-N1/N2-MONEDA with the amount as keyed and
      *             its local equivalent; blank-currency operands and
      *             records from before the currency fields go under
      *             LOCAL.
      * 2026-10-15  Adjustments ("J" records) a supervisor enters
      *             against an operation of a closed period count in
      *             the day's per-type totals as the reversal they
      *             are, and get their own count line.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCU-ZRPT.
           77 CNT-OPS-HOY       PIC 9(6) VALUE 0.
           77 CNT-RECIBOS-HOY   PIC 9(6) VALUE 0.
           77 CNT-ANULACIONES   PIC 9(6) VALUE 0.
           77 CNT-AJUSTES       PIC 9(6) VALUE 0.

      *SECUENCIAS ANULADAS POR ALGUN CONTRA-ASIENTO DEL LOG
           01 TABLA-ANULADAS.
               88 OPE-HALLADO       VALUE "Y".
           77 OPERADOR-TRABAJO  PIC X(8).

      *SUBTOTALES POR MONEDA DE LOS OPERANDOS (LOCAL PARA LOS
      *TIPEADOS EN MONEDA LOCAL Y LOS REGISTROS SIN MONEDA)
           01 TABLA-MONEDAS.
               05 MONEDAS OCCURS 10 TIMES.
                   10 MON-CODIGO        PIC X(5).
                   10 MON-OPERANDOS     PIC 9(6).
                   10 MON-ORIGINAL      PIC S9(9)V99.
                   10 MON-LOCAL         PIC S9(9)V99.
           77 MON-CNT           PIC 9(2) VALUE 0.
           77 MX                PIC 9(2) VALUE 0.
           77 MON-HALLADA-SW    PIC X VALUE "N".
               88 MON-HALLADA       VALUE "Y".
           77 MONEDA-TRABAJO    PIC X(5).
           77 ORIGINAL-TRABAJO  PIC S9(6)V99.
           77 LOCAL-TRABAJO     PIC S9(6)V99.
           77 LOCAL-EDIT        PIC ---,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-TIPOS
            PERFORM CARGA-ANULADAS
            PERFORM RECORRE-LOG
                       ADD 1 TO OPE-ANULACIONES(OX)
                   END-IF
               ELSE
                   IF OPLOG-ES-AJUSTE
                       ADD 1 TO CNT-AJUSTES
                   END-IF
                   IF NOT OPERACION-ANULADA
                       PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > 4
                           IF OPLOG-TIPO = TIPO-SIMBOLO(TI)
                               END-IF
                           END-IF
                       END-PERFORM
                       PERFORM ACUMULA-MONEDAS
                   END-IF
               END-IF.

      *SUMA LOS DOS OPERANDOS DE LA OPERACION A LOS SUBTOTALES DE
      *SU MONEDA: EL MONTO TAL COMO SE TIPEO Y SU EQUIVALENTE LOCAL
           ACUMULA-MONEDAS.
               IF OPLOG-N1-MONEDA = SPACES
                   MOVE "LOCAL" TO MONEDA-TRABAJO
                   MOVE OPLOG-N1 TO ORIGINAL-TRABAJO
               ELSE
                   MOVE OPLOG-N1-MONEDA TO MONEDA-TRABAJO
                   MOVE OPLOG-N1-ORIGINAL TO ORIGINAL-TRABAJO
               END-IF
               MOVE OPLOG-N1 TO LOCAL-TRABAJO
               PERFORM SUMA-MONEDA
               IF OPLOG-N2-MONEDA = SPACES
                   MOVE "LOCAL" TO MONEDA-TRABAJO
                   MOVE OPLOG-N2 TO ORIGINAL-TRABAJO
               ELSE
                   MOVE OPLOG-N2-MONEDA TO MONEDA-TRABAJO
                   MOVE OPLOG-N2-ORIGINAL TO ORIGINAL-TRABAJO
               END-IF
               MOVE OPLOG-N2 TO LOCAL-TRABAJO
               PERFORM SUMA-MONEDA.

      *UBICA LA MONEDA DE TRABAJO EN LA TABLA, AGREGANDOLA SI AUN
      *NO FIGURA, Y LE SUMA EL OPERANDO
           SUMA-MONEDA.
               MOVE "N" TO MON-HALLADA-SW
               MOVE 0 TO MX
               PERFORM UNTIL MON-HALLADA OR MX >= MON-CNT
                   ADD 1 TO MX
                   IF MON-CODIGO(MX) = MONEDA-TRABAJO
                       SET MON-HALLADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT MON-HALLADA AND MON-CNT < 10
                   ADD 1 TO MON-CNT
                   MOVE MON-CNT TO MX
                   MOVE MONEDA-TRABAJO TO MON-CODIGO(MX)
                   MOVE 0 TO MON-OPERANDOS(MX)
                   MOVE 0 TO MON-ORIGINAL(MX)
                   MOVE 0 TO MON-LOCAL(MX)
                   SET MON-HALLADA TO TRUE
               END-IF
               IF MON-HALLADA
                   ADD 1 TO MON-OPERANDOS(MX)
                   ADD ORIGINAL-TRABAJO TO MON-ORIGINAL(MX)
                   ADD LOCAL-TRABAJO TO MON-LOCAL(MX)
               END-IF.

      *DEJA EN OX LA POSICION DEL OPERADOR DE TRABAJO, AGREGANDOLO
                   WRITE LINEA-REPORTE
               END-PERFORM

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "SUBTOTALES POR MONEDA (OPERANDOS)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MON-CNT
                   MOVE MON-OPERANDOS(MX) TO CNT-EDIT
                   MOVE MON-ORIGINAL(MX) TO TOTAL-EDIT
                   MOVE MON-LOCAL(MX) TO LOCAL-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING MON-CODIGO(MX) " " CNT-EDIT
                       "  ORIGINAL " TOTAL-EDIT "  LOCAL " LOCAL-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-OPS-HOY TO CNT-EDIT
               STRING "ANULACIONES DEL DIA    : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-AJUSTES TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "AJUSTES PERIODO CERRADO: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               IF CNT-RECIBOS-HOY = CNT-OPS-HOY
