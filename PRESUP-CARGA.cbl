      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loader for the monthly budget per transaction code.
      *          Management keeps the budget on a spreadsheet and
      *          exports it as PRESUP.ENT - one PRESUP record per
      *          CODIGOS.DAT code and year-month under the standard
      *          LOTENV envelope (hash = sum of the budget amounts).
      *          The envelope is proven before anything is loaded;
      *          then each budget line replaces the one on PRESUP.DAT
      *          for the same code and month, or is added. A line
      *          whose code is not on the catalog, whose month is not
      *          valid, or that repeats a code and month already in
      *          the same file is rejected with its reason on
      *          PRESUPC.RPT. Read by PRESUP-RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUP-CARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "PRESUP.ENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT PRESUP-FILE ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESUP-STATUS.

           SELECT CODIGOS-FILE ASSIGN TO "CODIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REGCOD-CODIGO
               FILE STATUS IS CODIGOS-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "PRESUPC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENTRADA-REC.
           COPY PRESUP.
       01  ENTRADA-ENV.
           COPY LOTENV.

       FD  PRESUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRESUP-REC.
           COPY PRESUP.

       FD  CODIGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODIGOS-REC.
           COPY REGCOD.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 ENTRADA-STATUS    PIC X(2) VALUE "00".
               88 ENTRADA-NEW-FILE  VALUE "35".
           77 ENTRADA-EOF-SW    PIC X VALUE "N".
               88 ENTRADA-EOF       VALUE "Y".
           77 PRESUP-STATUS     PIC X(2) VALUE "00".
               88 PRESUP-NEW-FILE   VALUE "35".
           77 PRESUP-EOF-SW     PIC X VALUE "N".
               88 PRESUP-EOF        VALUE "Y".
           77 CODIGOS-STATUS    PIC X(2) VALUE "00".
               88 CODIGOS-NEW-FILE  VALUE "35".

           77 LOTE-OK-SW        PIC X VALUE "N".
               88 LOTE-OK           VALUE "Y".
           77 TRAILER-SW        PIC X VALUE "N".
               88 TRAILER-VISTO     VALUE "Y".
           77 CNT-LOTE          PIC 9(6) VALUE 0.
           77 HASH-LOTE         PIC S9(10) VALUE 0.

           77 FECHA-PROCESO     PIC 9(8).
           77 NRO-LINEA         PIC 9(6) VALUE 0.
           77 CNT-NUEVOS        PIC 9(6) VALUE 0.
           77 CNT-REEMPLAZOS    PIC 9(6) VALUE 0.
           77 CNT-RECHAZADOS    PIC 9(6) VALUE 0.
           77 MOTIVO-RECHAZO    PIC X(33).

      *PRESUPUESTO VIGENTE EN MEMORIA: LO QUE YA ESTABA EN PRESUP.DAT
      *MAS LO QUE TRAE EL ARCHIVO, QUE REEMPLAZA POR CODIGO Y MES
           01 TABLA-PRESUPUESTO.
               05 PRESUPUESTOS OCCURS 1200 TIMES.
                   10 PRT-CODIGO        PIC X(2).
                   10 PRT-PERIODO       PIC 9(6).
                   10 PRT-MONTO         PIC S9(9).
                   10 PRT-CARGADO-SW    PIC X.
                       88 PRT-CARGADO       VALUE "Y".
           77 PRT-CNT           PIC 9(4) VALUE 0.
           77 PX                PIC 9(4) VALUE 0.
           77 PRESUP-HALLADO-SW PIC X VALUE "N".
               88 PRESUP-HALLADO    VALUE "Y".

           77 MONTO-EDIT        PIC ---,---,--9.
           77 NRO-EDIT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM VALIDA-LOTE
            IF LOTE-OK
                OPEN INPUT CODIGOS-FILE
                IF CODIGOS-NEW-FILE
                    DISPLAY "NO EXISTE CODIGOS.DAT, NO SE PUEDE "
                        "VALIDAR EL PRESUPUESTO"
                    CLOSE CODIGOS-FILE
                ELSE
                    PERFORM CARGA-PRESUPUESTO
                    PERFORM APLICA-LOTE
                    CLOSE CODIGOS-FILE
                    PERFORM GRABA-PRESUPUESTO
                    DISPLAY CNT-NUEVOS " NUEVOS, " CNT-REEMPLAZOS
                        " REEMPLAZADOS, " CNT-RECHAZADOS
                        " RECHAZADOS, VER PRESUPC.RPT"
                END-IF
            END-IF

            STOP RUN.

      *PRIMERA PASADA SOBRE PRESUP.ENT: EXIGE LA CABECERA "H",
      *CUENTA Y SUMA LOS MONTOS Y LOS CONTRASTA CONTRA EL REGISTRO
      *FINAL "T" ANTES DE CARGAR NADA
           VALIDA-LOTE.
               MOVE "N" TO LOTE-OK-SW
               MOVE "N" TO ENTRADA-EOF-SW
               MOVE "N" TO TRAILER-SW
               MOVE 0 TO CNT-LOTE
               MOVE 0 TO HASH-LOTE
               OPEN INPUT ENTRADA-FILE
               IF ENTRADA-NEW-FILE
                   DISPLAY "NO EXISTE PRESUP.ENT"
                   CLOSE ENTRADA-FILE
               ELSE
                   READ ENTRADA-FILE
                       AT END
                           SET ENTRADA-EOF TO TRUE
                   END-READ
                   IF ENTRADA-EOF OR NOT ENV-CABECERA
                       DISPLAY "PRESUP.ENT SIN CABECERA DE LOTE, "
                           "ARCHIVO RECHAZADO"
                   ELSE
                       PERFORM UNTIL ENTRADA-EOF OR TRAILER-VISTO
                           READ ENTRADA-FILE
                               AT END
                                   SET ENTRADA-EOF TO TRUE
                               NOT AT END
                                   IF ENV-FINAL
                                       SET TRAILER-VISTO TO TRUE
                                   ELSE
                                       ADD 1 TO CNT-LOTE
                                       IF PRE-MONTO OF ENTRADA-REC
                                           IS NUMERIC
                                           ADD PRE-MONTO OF ENTRADA-REC
                                               TO HASH-LOTE
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                       PERFORM EVALUA-ENVOLTURA
                   END-IF
                   CLOSE ENTRADA-FILE
               END-IF.

      *CONTRASTA EL CONTEO Y EL HASH ACUMULADOS CONTRA EL REGISTRO
      *FINAL DEL LOTE
           EVALUA-ENVOLTURA.
               EVALUATE TRUE
                   WHEN NOT TRAILER-VISTO
                       DISPLAY "PRESUP.ENT SIN REGISTRO FINAL, "
                           "ARCHIVO RECHAZADO"
                   WHEN ENV-CANTIDAD NOT = CNT-LOTE
                       DISPLAY "PRESUP.ENT FUERA DE BALANCE: EL "
                           "FINAL DECLARA " ENV-CANTIDAD
                           " REGISTROS Y HAY " CNT-LOTE
                   WHEN ENV-HASH NOT = HASH-LOTE
                       DISPLAY "PRESUP.ENT FUERA DE BALANCE: HASH "
                           "DECLARADO " ENV-HASH " CALCULADO "
                           HASH-LOTE
                   WHEN OTHER
                       SET LOTE-OK TO TRUE
               END-EVALUATE.

      *CARGA EL PRESUPUESTO YA GRABADO EN PRESUP.DAT
           CARGA-PRESUPUESTO.
               OPEN INPUT PRESUP-FILE
               IF PRESUP-NEW-FILE
                   CLOSE PRESUP-FILE
               ELSE
                   PERFORM UNTIL PRESUP-EOF
                       READ PRESUP-FILE
                           AT END
                               SET PRESUP-EOF TO TRUE
                           NOT AT END
                               IF PRT-CNT < 1200
                                   ADD 1 TO PRT-CNT
                                   MOVE PRE-CODIGO OF PRESUP-REC TO
                                       PRT-CODIGO(PRT-CNT)
                                   MOVE PRE-PERIODO OF PRESUP-REC TO
                                       PRT-PERIODO(PRT-CNT)
                                   MOVE PRE-MONTO OF PRESUP-REC TO
                                       PRT-MONTO(PRT-CNT)
                                   MOVE "N" TO PRT-CARGADO-SW(PRT-CNT)
                               ELSE
                                   DISPLAY "PRESUP.DAT EXCEDE 1200 "
                                       "LINEAS, EL RESTO SE IGNORA"
                                   SET PRESUP-EOF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESUP-FILE
               END-IF.

      *SEGUNDA PASADA: VALIDA Y APLICA CADA LINEA DEL LOTE Y DEJA LOS
      *RECHAZOS CON SU MOTIVO EN PRESUPC.RPT
           APLICA-LOTE.
               MOVE "N" TO ENTRADA-EOF-SW
               MOVE "N" TO TRAILER-SW
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CARGA DE PRESUPUESTO POR CODIGO - "
                   FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               OPEN INPUT ENTRADA-FILE
               READ ENTRADA-FILE
               END-READ
               PERFORM UNTIL ENTRADA-EOF OR TRAILER-VISTO
                   READ ENTRADA-FILE
                       AT END
                           SET ENTRADA-EOF TO TRUE
                       NOT AT END
                           IF ENV-FINAL
                               SET TRAILER-VISTO TO TRUE
                           ELSE
                               ADD 1 TO NRO-LINEA
                               PERFORM APLICA-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "NUEVOS: " CNT-NUEVOS "  REEMPLAZADOS: "
                   CNT-REEMPLAZOS "  RECHAZADOS: " CNT-RECHAZADOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               CLOSE REPORTE-FILE.

      *VALIDA LA LINEA Y LA APLICA AL PRESUPUESTO EN MEMORIA
           APLICA-LINEA.
               MOVE SPACES TO MOTIVO-RECHAZO
               EVALUATE TRUE
                   WHEN PRE-PERIODO OF ENTRADA-REC NOT NUMERIC
                       MOVE "MES NO NUMERICO" TO MOTIVO-RECHAZO
                   WHEN PRE-MES OF ENTRADA-REC < 1 OR
                       PRE-MES OF ENTRADA-REC > 12
                       MOVE "MES INVALIDO" TO MOTIVO-RECHAZO
                   WHEN PRE-MONTO OF ENTRADA-REC NOT NUMERIC
                       MOVE "MONTO NO NUMERICO" TO MOTIVO-RECHAZO
                   WHEN OTHER
                       MOVE PRE-CODIGO OF ENTRADA-REC TO REGCOD-CODIGO
                       READ CODIGOS-FILE
                           INVALID KEY
                               MOVE "CODIGO NO ESTA EN CODIGOS.DAT"
                                   TO MOTIVO-RECHAZO
                       END-READ
               END-EVALUATE
               IF MOTIVO-RECHAZO = SPACES
                   PERFORM BUSCA-PRESUPUESTO
                   IF PRESUP-HALLADO AND PRT-CARGADO(PX)
                       MOVE "CODIGO Y MES REPETIDOS EN EL LOTE" TO
                           MOTIVO-RECHAZO
                   END-IF
               END-IF
               IF MOTIVO-RECHAZO NOT = SPACES
                   PERFORM RECHAZA-LINEA
               ELSE
                   IF PRESUP-HALLADO
                       ADD 1 TO CNT-REEMPLAZOS
                   ELSE
                       IF PRT-CNT < 1200
                           ADD 1 TO PRT-CNT
                           MOVE PRT-CNT TO PX
                           MOVE PRE-CODIGO OF ENTRADA-REC TO
                               PRT-CODIGO(PX)
                           MOVE PRE-PERIODO OF ENTRADA-REC TO
                               PRT-PERIODO(PX)
                           ADD 1 TO CNT-NUEVOS
                       ELSE
                           MOVE "TABLA DE PRESUPUESTO LLENA" TO
                               MOTIVO-RECHAZO
                           PERFORM RECHAZA-LINEA
                       END-IF
                   END-IF
                   IF MOTIVO-RECHAZO = SPACES
                       MOVE PRE-MONTO OF ENTRADA-REC TO PRT-MONTO(PX)
                       SET PRT-CARGADO(PX) TO TRUE
                   END-IF
               END-IF.

      *BUSCA EL CODIGO Y MES DE LA LINEA EN EL PRESUPUESTO EN MEMORIA
           BUSCA-PRESUPUESTO.
               MOVE "N" TO PRESUP-HALLADO-SW
               MOVE 0 TO PX
               PERFORM UNTIL PRESUP-HALLADO OR PX >= PRT-CNT
                   ADD 1 TO PX
                   IF PRT-CODIGO(PX) = PRE-CODIGO OF ENTRADA-REC AND
                       PRT-PERIODO(PX) = PRE-PERIODO OF ENTRADA-REC
                       SET PRESUP-HALLADO TO TRUE
                   END-IF
               END-PERFORM.

      *DEJA LA LINEA RECHAZADA CON SU MOTIVO EN EL REPORTE
           RECHAZA-LINEA.
               ADD 1 TO CNT-RECHAZADOS
               MOVE NRO-LINEA TO NRO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               IF PRE-MONTO OF ENTRADA-REC IS NUMERIC
                   MOVE PRE-MONTO OF ENTRADA-REC TO MONTO-EDIT
                   STRING "LINEA " NRO-EDIT "  "
                       PRE-CODIGO OF ENTRADA-REC " "
                       PRE-PERIODO OF ENTRADA-REC " " MONTO-EDIT
                       "  " MOTIVO-RECHAZO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               ELSE
                   STRING "LINEA " NRO-EDIT "  "
                       PRE-CODIGO OF ENTRADA-REC " "
                       PRE-PERIODO OF ENTRADA-REC " "
                       PRE-MONTO OF ENTRADA-REC "    "
                       MOTIVO-RECHAZO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE.

      *REGRABA PRESUP.DAT CON EL PRESUPUESTO ACTUALIZADO
           GRABA-PRESUPUESTO.
               OPEN OUTPUT PRESUP-FILE
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PRT-CNT
                   MOVE PRT-CODIGO(PX) TO PRE-CODIGO OF PRESUP-REC
                   MOVE PRT-PERIODO(PX) TO PRE-PERIODO OF PRESUP-REC
                   MOVE PRT-MONTO(PX) TO PRE-MONTO OF PRESUP-REC
                   WRITE PRESUP-REC
               END-PERFORM
               CLOSE PRESUP-FILE.

       END PROGRAM PRESUP-CARGA.
