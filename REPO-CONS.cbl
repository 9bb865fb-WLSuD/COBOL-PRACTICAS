      ******************************************************************
      * Author:
      * Date:
      * Purpose: Report repository inquiry. For one report name (blank
      *          = all) and one date (0 = all dates) lists the copies
      *          the nightly REPOSIT step captured and still keeps,
      *          per REPOIDX.DAT - report, date, producing step, pages
      *          and lines - and redisplays the chosen copy on the
      *          screen or reprints it to REIMPR.RPT under a reprint
      *          header, so Tuesday's aging report can still be had
      *          on Thursday. Runs from the MENU console or on its
      *          own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPO-CONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICE-FILE ASSIGN TO "REPOIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDICE-STATUS.

           SELECT COPIA-FILE ASSIGN USING NOMBRE-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIA-STATUS.

           SELECT REIMPRESION-FILE ASSIGN TO "REIMPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INDICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INDICE-REC              PIC X(158).

       FD  COPIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-COPIA             PIC X(220).

       FD  REIMPRESION-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REIMPRESION       PIC X(220).

       WORKING-STORAGE SECTION.
           77 INDICE-STATUS     PIC X(2) VALUE "00".
               88 INDICE-NEW-FILE   VALUE "35".
           77 INDICE-EOF-SW     PIC X VALUE "N".
               88 INDICE-EOF        VALUE "Y".
           77 COPIA-STATUS      PIC X(2) VALUE "00".
               88 COPIA-NEW-FILE    VALUE "35".
           77 COPIA-EOF-SW      PIC X VALUE "N".
               88 COPIA-EOF         VALUE "Y".

      *REGISTRO DE INDICE LEIDO DE REPOIDX.DAT
           01 INDICE-VISTA.
               COPY REPIDX.

           77 NOMBRE-COPIA      PIC X(24).
           77 REPORTE-PEDIDO    PIC X(14).
           77 FECHA-PEDIDA      PIC 9(8).
           77 FECHA-PROCESO     PIC 9(8).

      *COPIAS VIGENTES QUE CUMPLEN EL PEDIDO, EN ORDEN DE CAPTURA
           01 TABLA-COPIAS.
               05 COPIAS OCCURS 500 TIMES.
                   10 TAB-COPIA         PIC X(24).
                   10 TAB-INDICE        PIC X(158).
           77 CPA-CNT           PIC 9(3) VALUE 0.
           77 C                 PIC 9(3) VALUE 0.
           77 K                 PIC 9(3) VALUE 0.
           77 CPA-HALLADA-SW    PIC X VALUE "N".
               88 CPA-HALLADA       VALUE "Y".
           77 CNT-OMITIDAS      PIC 9(4) VALUE 0.

           77 NUMERO-COPIA      PIC 9(3) VALUE 0.
           77 ACCION            PIC X VALUE SPACE.
               88 ACCION-VER        VALUE "V" "v".
               88 ACCION-IMPRIMIR   VALUE "I" "i".
           77 FIN-CONSULTA-SW   PIC X VALUE "N".
               88 FIN-CONSULTA      VALUE "Y".

           77 NRO-EDIT          PIC ZZ9.
           77 PAG-EDIT          PIC ZZZ9.
           77 LIN-EDIT          PIC ZZZ,ZZ9.
           77 CNT-IMPRESAS      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *REINICIO A LA ENTRADA: EL MENU PUEDE LLAMAR LA CONSULTA
      *VARIAS VECES EN LA MISMA SESION
            MOVE 0 TO CPA-CNT
            MOVE 0 TO CNT-OMITIDAS
            MOVE "N" TO INDICE-EOF-SW
            MOVE "N" TO FIN-CONSULTA-SW
            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD

            DISPLAY "INGRESE EL REPORTE (EJ. CLIAGE.RPT, EN BLANCO = "
                "TODOS): "
            ACCEPT REPORTE-PEDIDO
            DISPLAY "INGRESE LA FECHA (AAAAMMDD, 0 = TODAS): "
            ACCEPT FECHA-PEDIDA

            PERFORM CARGA-INDICE
            IF CNT-OMITIDAS > 0
                DISPLAY "MAS DE 500 COPIAS, SE OMITEN LAS "
                    CNT-OMITIDAS " MAS NUEVAS - ACOTE EL PEDIDO"
            END-IF

            IF CPA-CNT = 0
                DISPLAY "SIN COPIAS EN EL REPOSITORIO PARA EL PEDIDO"
            ELSE
                PERFORM UNTIL FIN-CONSULTA
                    PERFORM LISTA-COPIAS
                    PERFORM ELIGE-COPIA
                END-PERFORM
            END-IF

            GOBACK.

      *JUNTA LAS CAPTURAS QUE CUMPLEN EL PEDIDO Y SACA LAS QUE EL
      *INDICE DECLARA PURGADAS
           CARGA-INDICE.
               OPEN INPUT INDICE-FILE
               IF INDICE-NEW-FILE
                   CLOSE INDICE-FILE
               ELSE
                   PERFORM UNTIL INDICE-EOF
                       READ INDICE-FILE INTO INDICE-VISTA
                           AT END
                               SET INDICE-EOF TO TRUE
                           NOT AT END
                               PERFORM ANOTA-INDICE
                       END-READ
                   END-PERFORM
                   CLOSE INDICE-FILE
               END-IF.

      *ANOTA EL REGISTRO DE INDICE LEIDO
           ANOTA-INDICE.
               PERFORM UBICA-COPIA
               EVALUATE TRUE
                   WHEN RPX-PURGA
                       IF CPA-HALLADA
                           PERFORM QUITA-COPIA
                       END-IF
                   WHEN (REPORTE-PEDIDO NOT = SPACES AND
                         RPX-REPORTE NOT = REPORTE-PEDIDO) OR
                        (FECHA-PEDIDA NOT = 0 AND
                         RPX-FECHA NOT = FECHA-PEDIDA)
                       CONTINUE
                   WHEN CPA-HALLADA
      *UNA RECAPTURA DEL MISMO DIA REEMPLAZA LA ANTERIOR
                       MOVE INDICE-VISTA TO TAB-INDICE(C)
                   WHEN CPA-CNT < 500
                       ADD 1 TO CPA-CNT
                       MOVE RPX-COPIA TO TAB-COPIA(CPA-CNT)
                       MOVE INDICE-VISTA TO TAB-INDICE(CPA-CNT)
                   WHEN OTHER
                       ADD 1 TO CNT-OMITIDAS
               END-EVALUATE.

      *DEJA EN C LA COPIA DEL REGISTRO LEIDO SI YA ESTA EN LA TABLA
           UBICA-COPIA.
               MOVE "N" TO CPA-HALLADA-SW
               MOVE 0 TO C
               PERFORM UNTIL CPA-HALLADA OR C >= CPA-CNT
                   ADD 1 TO C
                   IF TAB-COPIA(C) = RPX-COPIA
                       SET CPA-HALLADA TO TRUE
                   END-IF
               END-PERFORM.

      *SACA LA COPIA C DE LA TABLA CONSERVANDO EL ORDEN
           QUITA-COPIA.
               PERFORM VARYING K FROM C BY 1 UNTIL K >= CPA-CNT
                   MOVE COPIAS(K + 1) TO COPIAS(K)
               END-PERFORM
               SUBTRACT 1 FROM CPA-CNT.

      *LISTA LAS COPIAS DEL PEDIDO CON SU NUMERO
           LISTA-COPIAS.
               DISPLAY " "
               DISPLAY "REPOSITORIO DE REPORTES"
               DISPLAY "NRO REPORTE        FECHA    PASO          "
                   "PAGINAS  LINEAS"
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > CPA-CNT
                   MOVE TAB-INDICE(C) TO INDICE-VISTA
                   MOVE C TO NRO-EDIT
                   MOVE RPX-PAGINAS TO PAG-EDIT
                   MOVE RPX-LINEAS TO LIN-EDIT
                   DISPLAY NRO-EDIT " " RPX-REPORTE " " RPX-FECHA " "
                       RPX-PASO "    " PAG-EDIT " " LIN-EDIT
               END-PERFORM.

      *PIDE LA COPIA Y LO QUE SE HACE CON ELLA
           ELIGE-COPIA.
               DISPLAY "NUMERO DE COPIA (0 = SALIR): "
               ACCEPT NUMERO-COPIA
               IF NUMERO-COPIA = 0
                   SET FIN-CONSULTA TO TRUE
               ELSE
                   IF NUMERO-COPIA > CPA-CNT
                       DISPLAY "NO EXISTE LA COPIA " NUMERO-COPIA
                   ELSE
                       MOVE TAB-INDICE(NUMERO-COPIA) TO INDICE-VISTA
                       DISPLAY "V = VER EN PANTALLA, I = REIMPRIMIR: "
                       ACCEPT ACCION
                       EVALUATE TRUE
                           WHEN ACCION-VER
                               PERFORM MUESTRA-COPIA
                           WHEN ACCION-IMPRIMIR
                               PERFORM REIMPRIME-COPIA
                           WHEN OTHER
                               DISPLAY "ACCION INVALIDA"
                       END-EVALUATE
                   END-IF
               END-IF.

      *MUESTRA EN PANTALLA LA COPIA DE INDICE-VISTA
           MUESTRA-COPIA.
               MOVE RPX-COPIA TO NOMBRE-COPIA
               MOVE "N" TO COPIA-EOF-SW
               OPEN INPUT COPIA-FILE
               IF COPIA-NEW-FILE
                   CLOSE COPIA-FILE
                   DISPLAY "FALTA LA COPIA " NOMBRE-COPIA
               ELSE
                   DISPLAY "===== " RPX-REPORTE " DEL " RPX-FECHA
                       " (" NOMBRE-COPIA ") ====="
                   PERFORM UNTIL COPIA-EOF
                       READ COPIA-FILE
                           AT END
                               SET COPIA-EOF TO TRUE
                           NOT AT END
                               DISPLAY FUNCTION TRIM(LINEA-COPIA
                                   TRAILING)
                       END-READ
                   END-PERFORM
                   CLOSE COPIA-FILE
                   DISPLAY "===== FIN DE " RPX-REPORTE " ====="
               END-IF.

      *REIMPRIME LA COPIA DE INDICE-VISTA EN REIMPR.RPT BAJO UN
      *ENCABEZADO QUE LA IDENTIFICA COMO REIMPRESION
           REIMPRIME-COPIA.
               MOVE RPX-COPIA TO NOMBRE-COPIA
               MOVE "N" TO COPIA-EOF-SW
               MOVE 0 TO CNT-IMPRESAS
               OPEN INPUT COPIA-FILE
               IF COPIA-NEW-FILE
                   CLOSE COPIA-FILE
                   DISPLAY "FALTA LA COPIA " NOMBRE-COPIA
               ELSE
                   OPEN OUTPUT REIMPRESION-FILE
                   MOVE SPACES TO LINEA-REIMPRESION
                   STRING "REIMPRESION DE " RPX-REPORTE " DEL "
                       RPX-FECHA " PRODUCIDO POR " RPX-PASO
                       " - REIMPRESO EL " FECHA-PROCESO
                       DELIMITED BY SIZE INTO LINEA-REIMPRESION
                   WRITE LINEA-REIMPRESION
                   MOVE SPACES TO LINEA-REIMPRESION
                   WRITE LINEA-REIMPRESION
                   PERFORM UNTIL COPIA-EOF
                       READ COPIA-FILE
                           AT END
                               SET COPIA-EOF TO TRUE
                           NOT AT END
                               MOVE LINEA-COPIA TO LINEA-REIMPRESION
                               WRITE LINEA-REIMPRESION
                               ADD 1 TO CNT-IMPRESAS
                       END-READ
                   END-PERFORM
                   CLOSE COPIA-FILE
                   CLOSE REIMPRESION-FILE
                   DISPLAY CNT-IMPRESAS " LINEAS REIMPRESAS EN "
                       "REIMPR.RPT"
               END-IF.

       END PROGRAM REPO-CONS.
