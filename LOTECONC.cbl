      ******************************************************************
      * Author:
      * Date:
      * Purpose: End-to-end reconciliation of the gated inbound feeds.
      *          Runs as the last step of the nightly chain: for each
      *          feed (CLITRX, CTUPD, COBRETRN, TRXMTO, MUESTRAS,
      *          BANCOPAG, BANCODEV) the trailer count the staging
      *          gate released ("G" record on CARGACTL.DAT, written by
      *          LOTEGATE - or by BANCOPAG, which validates its own
      *          lockbox envelope) is compared against the records
      *          its loader applied plus the records it rejected ("C"
      *          record), all under the business processing date; the
      *          latest record of each kind wins, so a rerun replaces
      *          the earlier figures. A released file with no loader
      *          record (SIN CARGA) or counts that do not add up
      *          (DIFERENCIA) is out of balance: it is flagged on
      *          LOTECONC.RPT, queued as a critical alert on
      *          ALERTAS.DAT through ALERTGRB, and the step returns
      *          RETURN-CODE 8 to NOCTURNO. A loader record with no
      *          gate record (SIN LOTE) is reported for information
      *          only. Every verdict is appended to CARGACTL.DAT as an
      *          "R" record for RESUMEN-DIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTECONC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CARGACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "LOTECONC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC.
           COPY CARCTL.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 CONTROL-STATUS    PIC X(2) VALUE "00".
               88 CONTROL-NEW-FILE  VALUE "35".
           77 CONTROL-EOF-SW    PIC X VALUE "N".
               88 CONTROL-EOF       VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).

      *TABLA DE ARCHIVOS CONCILIADOS: NOMBRE VIVO Y SU CARGADOR
           01 TABLA-ARCHIVOS.
               05 FILLER PIC X(26) VALUE
                   "CLITRX.DAT  CLIENTE-CARGA ".
               05 FILLER PIC X(26) VALUE
                   "CTUPD.DAT   CLIENTE-CTUPD ".
               05 FILLER PIC X(26) VALUE
                   "COBRETRN.DATCOBRANZA-RET  ".
               05 FILLER PIC X(26) VALUE
                   "TRXMTO.DAT  GLEXTRAC      ".
               05 FILLER PIC X(26) VALUE
                   "MUESTRAS.DATESTAD-LOTE    ".
               05 FILLER PIC X(26) VALUE
                   "BANCOPAG.DATBANCOPAG      ".
               05 FILLER PIC X(26) VALUE
                   "BANCODEV.DATBANCODEV      ".
           01 TABLA-ARCH-RED REDEFINES TABLA-ARCHIVOS.
               05 ARCHIVOS OCCURS 7 TIMES.
                   10 ARCH-VIVO         PIC X(12).
                   10 ARCH-CARGADOR     PIC X(14).
           77 A                 PIC 9 VALUE 0.

      *ULTIMOS CONTROLES DEL DIA POR ARCHIVO: COMPUERTA Y CARGA
           01 TABLA-CONTROLES.
               05 CONTROLES OCCURS 7 TIMES.
                   10 CON-T-LOTE-SW     PIC X.
                       88 CON-T-CON-LOTE    VALUE "Y".
                   10 CON-T-COMPUERTA   PIC 9(6).
                   10 CON-T-CARGA-SW    PIC X.
                       88 CON-T-CON-CARGA   VALUE "Y".
                   10 CON-T-APLICADOS   PIC 9(6).
                   10 CON-T-RECHAZADOS  PIC 9(6).

           77 HALLADO-SW        PIC X VALUE "N".
               88 ARCHIVO-HALLADO   VALUE "Y".
           77 VEREDICTO         PIC X(10).
           77 DIFERENCIA        PIC S9(7) VALUE 0.
           77 TOTAL-ARCHIVO     PIC 9(7) VALUE 0.

           77 CNT-CONCILIADOS   PIC 9(2) VALUE 0.
           77 CNT-BALANCEADOS   PIC 9(2) VALUE 0.
           77 CNT-FUERA         PIC 9(2) VALUE 0.
           77 CNT-SIN-LOTE      PIC 9(2) VALUE 0.
           77 CNT-AUSENTES      PIC 9(2) VALUE 0.

           77 COMPUERTA-EDIT    PIC ZZZ,ZZ9.
           77 APLICADOS-EDIT    PIC ZZZ,ZZ9.
           77 RECHAZADOS-EDIT   PIC ZZZ,ZZ9.
           77 DIFERENCIA-EDIT   PIC -ZZZ,ZZ9.

      *ALERTA PARA LA COLA CENTRAL DE OPERACIONES (ALERTGRB)
           77 ALERTA-ORIGEN     PIC X(12) VALUE "LOTECONC".
           77 ALERTA-SEVERIDAD  PIC X VALUE "C".
           77 ALERTA-MENSAJE    PIC X(70).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM VARYING A FROM 1 BY 1 UNTIL A > 7
                MOVE "N" TO CON-T-LOTE-SW(A)
                MOVE "N" TO CON-T-CARGA-SW(A)
                MOVE 0 TO CON-T-COMPUERTA(A)
                MOVE 0 TO CON-T-APLICADOS(A)
                MOVE 0 TO CON-T-RECHAZADOS(A)
            END-PERFORM
            PERFORM CARGA-CONTROLES

            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "CONCILIACION DE LOTES DE ENTRADA - "
                FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            STRING "  ARCHIVO      COMPUERTA CARGADOR       "
                "APLICADOS RECHAZOS DIFERENCIA VEREDICTO"
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE

            OPEN EXTEND CONTROL-FILE
            IF CONTROL-NEW-FILE
                OPEN OUTPUT CONTROL-FILE
                CLOSE CONTROL-FILE
                OPEN EXTEND CONTROL-FILE
            END-IF
            PERFORM VARYING A FROM 1 BY 1 UNTIL A > 7
                PERFORM CONCILIA-ARCHIVO
            END-PERFORM
            CLOSE CONTROL-FILE

            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            STRING "CONCILIADOS " CNT-CONCILIADOS
                " BALANCEADOS " CNT-BALANCEADOS
                " FUERA DE BALANCE " CNT-FUERA
                " SIN LOTE " CNT-SIN-LOTE
                " AUSENTES " CNT-AUSENTES
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE
            CLOSE REPORTE-FILE

            IF CNT-FUERA > 0
                DISPLAY "CONCILIACION: " CNT-FUERA " ARCHIVOS FUERA "
                    "DE BALANCE, VER LOTECONC.RPT"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "CONCILIACION: " CNT-CONCILIADOS
                    " ARCHIVOS CONCILIADOS SIN DIFERENCIAS"
            END-IF

            GOBACK.

      *LEE CARGACTL.DAT Y SE QUEDA CON EL ULTIMO REGISTRO DE
      *COMPUERTA Y DE CARGA DEL DIA DE PROCESO DE CADA ARCHIVO
           CARGA-CONTROLES.
               OPEN INPUT CONTROL-FILE
               IF CONTROL-NEW-FILE
                   CLOSE CONTROL-FILE
               ELSE
                   PERFORM UNTIL CONTROL-EOF
                       READ CONTROL-FILE
                           AT END
                               SET CONTROL-EOF TO TRUE
                           NOT AT END
                               IF CTC-FECHA-PROCESO = FECHA-PROCESO
                                   PERFORM ACUMULA-CONTROL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-FILE
               END-IF.

      *UBICA EL ARCHIVO DEL REGISTRO LEIDO Y GUARDA SUS CANTIDADES
           ACUMULA-CONTROL.
               MOVE "N" TO HALLADO-SW
               MOVE 0 TO A
               PERFORM UNTIL ARCHIVO-HALLADO OR A >= 7
                   ADD 1 TO A
                   IF ARCH-VIVO(A) = CTC-ARCHIVO
                       SET ARCHIVO-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               IF ARCHIVO-HALLADO
                   EVALUATE TRUE
                       WHEN CTC-ES-COMPUERTA
                           SET CON-T-CON-LOTE(A) TO TRUE
                           MOVE CTC-RECIBIDOS TO CON-T-COMPUERTA(A)
                       WHEN CTC-ES-CARGA
                           SET CON-T-CON-CARGA(A) TO TRUE
                           MOVE CTC-APLICADOS TO CON-T-APLICADOS(A)
                           MOVE CTC-RECHAZADOS TO
                               CON-T-RECHAZADOS(A)
                   END-EVALUATE
               END-IF.

      *DA EL VEREDICTO DEL ARCHIVO A, LO INFORMA Y LO ASIENTA
           CONCILIA-ARCHIVO.
               COMPUTE TOTAL-ARCHIVO = CON-T-APLICADOS(A)
                   + CON-T-RECHAZADOS(A)
               COMPUTE DIFERENCIA = CON-T-COMPUERTA(A)
                   - TOTAL-ARCHIVO
               EVALUATE TRUE
                   WHEN NOT CON-T-CON-LOTE(A) AND
                       NOT CON-T-CON-CARGA(A)
                       MOVE "AUSENTE" TO VEREDICTO
                       ADD 1 TO CNT-AUSENTES
                   WHEN NOT CON-T-CON-CARGA(A)
                       MOVE "SIN CARGA" TO VEREDICTO
                       ADD 1 TO CNT-FUERA
                   WHEN NOT CON-T-CON-LOTE(A)
                       MOVE "SIN LOTE" TO VEREDICTO
                       MOVE 0 TO DIFERENCIA
                       ADD 1 TO CNT-SIN-LOTE
                   WHEN DIFERENCIA NOT = 0
                       MOVE "DIFERENCIA" TO VEREDICTO
                       ADD 1 TO CNT-FUERA
                   WHEN OTHER
                       MOVE "BALANCEADO" TO VEREDICTO
                       ADD 1 TO CNT-BALANCEADOS
               END-EVALUATE

               IF VEREDICTO = "AUSENTE"
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  " ARCH-VIVO(A)
                       " : SIN ARCHIVO NI CARGA ESTE DIA"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               ELSE
                   ADD 1 TO CNT-CONCILIADOS
                   MOVE CON-T-COMPUERTA(A) TO COMPUERTA-EDIT
                   MOVE CON-T-APLICADOS(A) TO APLICADOS-EDIT
                   MOVE CON-T-RECHAZADOS(A) TO RECHAZADOS-EDIT
                   MOVE DIFERENCIA TO DIFERENCIA-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  " ARCH-VIVO(A) "   " COMPUERTA-EDIT
                       " " ARCH-CARGADOR(A) " " APLICADOS-EDIT
                       "  " RECHAZADOS-EDIT "  " DIFERENCIA-EDIT
                       " " VEREDICTO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   PERFORM GRABA-CONCILIACION
                   IF VEREDICTO = "SIN CARGA" OR
                       VEREDICTO = "DIFERENCIA"
                       PERFORM ALERTA-DIFERENCIA
                   END-IF
               END-IF.

      *ASIENTA EL VEREDICTO COMO REGISTRO "R" EN CARGACTL.DAT
           GRABA-CONCILIACION.
               MOVE FECHA-PROCESO TO CTC-FECHA-PROCESO
               MOVE ARCH-VIVO(A) TO CTC-ARCHIVO
               MOVE "R" TO CTC-TIPO
               MOVE ARCH-CARGADOR(A) TO CTC-PROGRAMA
               MOVE CON-T-COMPUERTA(A) TO CTC-RECIBIDOS
               MOVE CON-T-APLICADOS(A) TO CTC-APLICADOS
               MOVE CON-T-RECHAZADOS(A) TO CTC-RECHAZADOS
               MOVE VEREDICTO TO CTC-RESULTADO
               ACCEPT CTC-FECHA FROM DATE YYYYMMDD
               ACCEPT CTC-HORA FROM TIME
               WRITE CONTROL-REC.

      *ENCOLA LA ALERTA CRITICA DEL ARCHIVO FUERA DE BALANCE
           ALERTA-DIFERENCIA.
               MOVE SPACES TO ALERTA-MENSAJE
               IF VEREDICTO = "SIN CARGA"
                   STRING FUNCTION TRIM(ARCH-VIVO(A)) " LIBERADO CON "
                       FUNCTION TRIM(COMPUERTA-EDIT)
                       " REGISTROS SIN CARGA DE " ARCH-CARGADOR(A)
                       DELIMITED BY SIZE INTO ALERTA-MENSAJE
               ELSE
                   STRING FUNCTION TRIM(ARCH-VIVO(A))
                       " FUERA DE BALANCE: COMPUERTA "
                       FUNCTION TRIM(COMPUERTA-EDIT) " APLICADOS "
                       FUNCTION TRIM(APLICADOS-EDIT) " RECHAZOS "
                       FUNCTION TRIM(RECHAZADOS-EDIT)
                       DELIMITED BY SIZE INTO ALERTA-MENSAJE
               END-IF
               CALL "ALERTGRB" USING ALERTA-ORIGEN
                   ALERTA-SEVERIDAD ALERTA-MENSAJE.

       END PROGRAM LOTECONC.
