      * Author:
      * Date:
      * Purpose: Inquiry across the dated .ARC archives ARCHIVADOR
      *          produces plus the live file, so archived history stays
      *          queryable without un-archiving anything. The operator
      *          picks the trail (CLIAUD by customer ID, ERRORES.LOG by
      *          program name, CALCULOG by date only, FEEBILL and
      *          CLIPAGOS by customer ID), gives a date range, and the
      *          program walks every archive generation recorded OK in
      *          ARCHIVADO.LOG plus the live file, returning one
      *          consolidated chronological listing on screen and on
      *          ARCONSUL.RPT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             partial .ARC stays on disk while the live file
      *             keeps the records, and the inquiry was listing
      *             them twice in an answer meant for auditors.
      * 2026-10-15  Two new trails, the FEEBILL.DAT fee billing and the
      *             CLIPAGOS.DAT payment journal, both by customer ID.
      *             The year archives CIERRE-ANIO leaves at the fiscal
      *             year-end close (BASE.ANIOyyyy.ARC, logged OK on
      *             ARCHIVADO.LOG) are walked like any other
      *             generation, so a closed year stays queryable.
      * 2026-10-15  The record areas and the listing line are widened
      *             to the 250-byte record ARCHIVADOR and CIERRE-ANIO
      *             write: CALCULOG now carries the currency block and
      *             ERRORES.LOG the rule and message, and both came
      *             back cut off from the archives and the live file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCONSUL.
       FILE SECTION.
       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENTRADA-REC             PIC X(250).

       FD  BITACORA-FILE
           LABEL RECORDS ARE STANDARD.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(300).

       WORKING-STORAGE SECTION.
           77 ENTRADA-NOMBRE    PIC X(30).
               88 RASTRO-CLIAUD     VALUE "1".
               88 RASTRO-ERRORES    VALUE "2".
               88 RASTRO-CALCULOG   VALUE "3".
               88 RASTRO-FEEBILL    VALUE "4".
               88 RASTRO-CLIPAGOS   VALUE "5".
           77 NOMBRE-VIVO       PIC X(12).
           77 NOMBRE-BASE       PIC X(9).
           77 CLIENTE-BUSCADO   PIC 9(6) VALUE 0.

      *VISTAS DE COPYBOOK SOBRE EL REGISTRO GENERICO, COMO EN
      *ARCHIVADOR
           01 BUFFER-REG            PIC X(250).
           01 BUF-AUD REDEFINES BUFFER-REG.
               COPY CLIAUD.
           01 BUF-LOG REDEFINES BUFFER-REG.
               COPY OPELOG.
           01 BUF-ERR REDEFINES BUFFER-REG.
               COPY ERRLOG.
           01 BUF-FEE REDEFINES BUFFER-REG.
               COPY FEEREC.
           01 BUF-PAG REDEFINES BUFFER-REG.
               COPY CLIPAG.

      *DESARME DE LA LINEA DE ARCHIVADO.LOG
           01 LINEA-DESARME     PIC X(90).
                   10 HAL-FECHA         PIC 9(8).
                   10 HAL-HORA          PIC 9(8).
                   10 HAL-ORIGEN        PIC X(30).
                   10 HAL-REGISTRO      PIC X(250).
           77 HAL-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.

           77 TEMP-FECHA        PIC 9(8).
           77 TEMP-HORA         PIC 9(8).
           77 TEMP-ORIGEN       PIC X(30).
           77 TEMP-REGISTRO     PIC X(250).
           77 REG-FECHA         PIC 9(8) VALUE 0.
           77 REG-HORA          PIC 9(8) VALUE 0.
           77 CUMPLE-SW         PIC X VALUE "N".
               DISPLAY "1-AUDITORIA DE CLIENTES (POR CLIENTE-ID)"
               DISPLAY "2-LOG DE ERRORES (POR PROGRAMA)"
               DISPLAY "3-LEDGER DE CALCULADORA (SOLO POR FECHAS)"
               DISPLAY "4-CUOTAS FACTURADAS (POR CLIENTE-ID)"
               DISPLAY "5-DIARIO DE PAGOS (POR CLIENTE-ID)"
               ACCEPT OPCION-RASTRO
               EVALUATE TRUE
                   WHEN RASTRO-CLIAUD
                   WHEN RASTRO-CALCULOG
                       MOVE "CALCULOG.DAT" TO NOMBRE-VIVO
                       MOVE "CALCULOG" TO NOMBRE-BASE
                   WHEN RASTRO-FEEBILL
                       MOVE "FEEBILL.DAT" TO NOMBRE-VIVO
                       MOVE "FEEBILL" TO NOMBRE-BASE
                       DISPLAY "INGRESE EL ID DEL CLIENTE: "
                       ACCEPT CLIENTE-BUSCADO
                   WHEN RASTRO-CLIPAGOS
                       MOVE "CLIPAGOS.DAT" TO NOMBRE-VIVO
                       MOVE "CLIPAGOS" TO NOMBRE-BASE
                       DISPLAY "INGRESE EL ID DEL CLIENTE: "
                       ACCEPT CLIENTE-BUSCADO
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
                       PERFORM PIDE-CONSULTA
                           MOVE ERR-HORA TO REG-HORA
                           SET REGISTRO-CUMPLE TO TRUE
                       END-IF
                   WHEN RASTRO-FEEBILL
                       IF FEE-CLIENTE-ID = CLIENTE-BUSCADO
                           MOVE FEE-FECHA TO REG-FECHA
                           MOVE 0 TO REG-HORA
                           IF FEE-SECUENCIA IS NUMERIC
                               MOVE FEE-SECUENCIA TO REG-HORA
                           END-IF
                           SET REGISTRO-CUMPLE TO TRUE
                       END-IF
                   WHEN RASTRO-CLIPAGOS
                       IF PAG-CLIENTE-ID = CLIENTE-BUSCADO
                           MOVE PAG-FECHA TO REG-FECHA
                           MOVE PAG-SECUENCIA TO REG-HORA
                           SET REGISTRO-CUMPLE TO TRUE
                       END-IF
                   WHEN OTHER
                       IF OPLOG-FECHA IS NUMERIC
                           MOVE OPLOG-FECHA TO REG-FECHA
