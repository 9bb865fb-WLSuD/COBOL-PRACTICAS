      ******************************************************************
      * Author:
      * Date:
      * Purpose: QC lot certificate. For the requested lot date
      *          (the MUESTRAS.DAT batch date, 0 = the latest lot on
      *          file) and one sample group or all of them, takes the
      *          dispositions ESTAD-LOTE appended to QCDISP.DAT (the
      *          last record of a lot and group standing, so a rerun
      *          replaces the earlier run) and prints one certificate
      *          per group with the lot statistics, the customer
      *          specification, Cp, Cpk, the samples outside the
      *          limits and the accept / hold / reject disposition,
      *          with the lines for the QA signature. Written to
      *          QCCERT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QC-CERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSICION-FILE ASSIGN TO "QCDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPOSICION-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "QCCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSICION-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPOSICION-REC         PIC X(102).

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 DISPOSICION-STATUS PIC X(2) VALUE "00".
               88 DISPOSICION-NEW-FILE VALUE "35".
           77 DISPOSICION-EOF-SW PIC X VALUE "N".
               88 DISPOSICION-EOF   VALUE "Y".

      *DISPOSICION LEIDA DE QCDISP.DAT
           01 DISPOSICION-LEIDA.
               COPY QCDISP.

           77 FECHA-PROCESO     PIC 9(8).
           77 FECHA-PEDIDA      PIC 9(8).
           77 GRUPO-PEDIDO      PIC X(4).

      *ULTIMA DISPOSICION DE CADA GRUPO DEL LOTE PEDIDO
           01 TABLA-CERTIFICADOS.
               05 CERTIFICADOS OCCURS 50 TIMES.
                   10 CER-GRUPO         PIC X(4).
                   10 CER-IMAGEN        PIC X(102).
           77 CER-CNT           PIC 9(2) VALUE 0.
           77 CX                PIC 9(2) VALUE 0.
           77 CER-HALLADO-SW    PIC X VALUE "N".
               88 CER-HALLADO       VALUE "Y".

           77 DISPOSICION-TEXTO PIC X(9).
           77 CNT-ACEPTADOS     PIC 9(2) VALUE 0.
           77 CNT-RETENIDOS     PIC 9(2) VALUE 0.
           77 CNT-RECHAZADOS    PIC 9(2) VALUE 0.

           77 CNT-EDIT          PIC ZZZ9.
           77 VALOR-EDIT        PIC ZZ9.99.
           77 ENTERO-EDIT       PIC Z9.
           77 CP-EDIT           PIC Z9.99.
           77 CPK-EDIT          PIC -Z9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            DISPLAY "INGRESE LA FECHA DEL LOTE (AAAAMMDD, "
                "0 = ULTIMO LOTE): "
            ACCEPT FECHA-PEDIDA
            DISPLAY "INGRESE EL GRUPO (EN BLANCO = TODOS): "
            ACCEPT GRUPO-PEDIDO

            OPEN INPUT DISPOSICION-FILE
            IF DISPOSICION-NEW-FILE
                DISPLAY "NO EXISTE QCDISP.DAT, NO HAY LOTES DISPUESTOS"
                CLOSE DISPOSICION-FILE
                STOP RUN
            END-IF
            CLOSE DISPOSICION-FILE

            IF FECHA-PEDIDA = 0
                PERFORM BUSCA-ULTIMO-LOTE
            END-IF
            PERFORM CARGA-DISPOSICIONES

            IF CER-CNT = 0
                DISPLAY "SIN DISPOSICIONES PARA EL LOTE " FECHA-PEDIDA
                    " " GRUPO-PEDIDO
                STOP RUN
            END-IF

            OPEN OUTPUT REPORTE-FILE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CER-CNT
                MOVE CER-IMAGEN(CX) TO DISPOSICION-LEIDA
                PERFORM IMPRIME-CERTIFICADO
            END-PERFORM
            CLOSE REPORTE-FILE

            DISPLAY "LOTE " FECHA-PEDIDA ": " CER-CNT
                " CERTIFICADOS, ACEPTADOS " CNT-ACEPTADOS
                ", RETENIDOS " CNT-RETENIDOS
                ", RECHAZADOS " CNT-RECHAZADOS ", VER QCCERT.RPT"

            STOP RUN.

      *TOMA COMO LOTE PEDIDO LA MAYOR FECHA DE LOTE DE QCDISP.DAT
           BUSCA-ULTIMO-LOTE.
               MOVE "N" TO DISPOSICION-EOF-SW
               OPEN INPUT DISPOSICION-FILE
               PERFORM UNTIL DISPOSICION-EOF
                   READ DISPOSICION-FILE INTO DISPOSICION-LEIDA
                       AT END
                           SET DISPOSICION-EOF TO TRUE
                       NOT AT END
                           IF DSP-FECHA-LOTE > FECHA-PEDIDA
                               MOVE DSP-FECHA-LOTE TO FECHA-PEDIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOSICION-FILE.

      *GUARDA LA ULTIMA DISPOSICION DE CADA GRUPO DEL LOTE PEDIDO -
      *UNA CORRIDA REPETIDA DEL LOTE REEMPLAZA A LA ANTERIOR
           CARGA-DISPOSICIONES.
               MOVE "N" TO DISPOSICION-EOF-SW
               OPEN INPUT DISPOSICION-FILE
               PERFORM UNTIL DISPOSICION-EOF
                   READ DISPOSICION-FILE INTO DISPOSICION-LEIDA
                       AT END
                           SET DISPOSICION-EOF TO TRUE
                       NOT AT END
                           IF DSP-FECHA-LOTE = FECHA-PEDIDA AND
                               (GRUPO-PEDIDO = SPACES OR
                                DSP-GRUPO = GRUPO-PEDIDO)
                               PERFORM GUARDA-DISPOSICION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOSICION-FILE.

      *UBICA EL GRUPO EN LA TABLA O LO AGREGA, Y GUARDA EL REGISTRO
           GUARDA-DISPOSICION.
               MOVE "N" TO CER-HALLADO-SW
               MOVE 0 TO CX
               PERFORM UNTIL CER-HALLADO OR CX >= CER-CNT
                   ADD 1 TO CX
                   IF CER-GRUPO(CX) = DSP-GRUPO
                       SET CER-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CER-HALLADO
                   IF CER-CNT < 50
                       ADD 1 TO CER-CNT
                       MOVE CER-CNT TO CX
                       MOVE DSP-GRUPO TO CER-GRUPO(CX)
                       SET CER-HALLADO TO TRUE
                   ELSE
                       DISPLAY "DEMASIADOS GRUPOS, SE OMITE "
                           DSP-GRUPO
                   END-IF
               END-IF
               IF CER-HALLADO
                   MOVE DISPOSICION-LEIDA TO CER-IMAGEN(CX)
               END-IF.

      *IMPRIME EL CERTIFICADO DEL GRUPO EN DISPOSICION-LEIDA
           IMPRIME-CERTIFICADO.
               EVALUATE TRUE
                   WHEN DSP-ACEPTADO
                       ADD 1 TO CNT-ACEPTADOS
                       MOVE "ACEPTADO" TO DISPOSICION-TEXTO
                   WHEN DSP-RETENIDO
                       ADD 1 TO CNT-RETENIDOS
                       MOVE "RETENIDO" TO DISPOSICION-TEXTO
                   WHEN OTHER
                       ADD 1 TO CNT-RECHAZADOS
                       MOVE "RECHAZADO" TO DISPOSICION-TEXTO
               END-EVALUATE

               MOVE ALL "=" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CERTIFICADO DE CALIDAD DEL LOTE " DSP-FECHA-LOTE
                   " - GRUPO " DSP-GRUPO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "EVALUADO EL " DSP-FECHA-PROCESO
                   "   EMITIDO EL " FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE ALL "=" TO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "ESTADISTICAS DEL LOTE" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-CANTIDAD TO CNT-EDIT
               STRING "  MUESTRAS:          " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-PROMEDIO TO VALOR-EDIT
               STRING "  PROMEDIO:          " VALOR-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-MEDIANA TO VALOR-EDIT
               STRING "  MEDIANA:           " VALOR-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-MINIMO TO ENTERO-EDIT
               STRING "  MINIMO:            " ENTERO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-MAXIMO TO ENTERO-EDIT
               STRING "  MAXIMO:            " ENTERO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-DESVIO TO VALOR-EDIT
               STRING "  DESVIO ESTANDAR:   " VALOR-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "ESPECIFICACION Y CAPACIDAD" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF DSP-CON-ESPEC
                   PERFORM IMPRIME-CAPACIDAD
               ELSE
                   MOVE "  EL GRUPO NO TIENE ESPECIFICACION EN QCSPEC"
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "DISPOSICION: " DISPOSICION-TEXTO
                   " - " DSP-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "FIRMA QA: ______________________________   "
                   & "FECHA: ____________" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "ACLARACION: ____________________________"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *IMPRIME LOS LIMITES DEL CLIENTE, LOS INDICES Y LAS MUESTRAS
      *FUERA DE ESPECIFICACION
           IMPRIME-CAPACIDAD.
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-LIE TO VALOR-EDIT
               STRING "  LIMITE INFERIOR:   " VALOR-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-OBJETIVO TO VALOR-EDIT
               STRING "  OBJETIVO:          " VALOR-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-LSE TO VALOR-EDIT
               STRING "  LIMITE SUPERIOR:   " VALOR-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-CP TO CP-EDIT
               STRING "  CP:                 " CP-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-CPK TO CPK-EDIT
               STRING "  CPK:               " CPK-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               MOVE DSP-FUERA TO CNT-EDIT
               STRING "  MUESTRAS FUERA:    " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       END PROGRAM QC-CERT.
