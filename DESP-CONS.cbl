      ******************************************************************
      * Author:
      * Date:
      * Purpose: Outbound dispatch register inquiry. For the requested
      *          date (AAAAMMDD, 0 = today) and one destination or all
      *          of them, lists what DESPACHO registered on
      *          DESPACHO.DAT: each file with its dispatch sequence,
      *          record count, dated sent-file and time, and the daily
      *          files registered as not produced, followed by the
      *          files and records sent to each destination that day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESP-CONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FILE ASSIGN TO "DESPACHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTRO-REC            PIC X(155).

       WORKING-STORAGE SECTION.
           77 REGISTRO-STATUS   PIC X(2) VALUE "00".
               88 REGISTRO-NEW-FILE VALUE "35".
           77 REGISTRO-EOF-SW   PIC X VALUE "N".
               88 REGISTRO-EOF      VALUE "Y".

      *DESPACHO LEIDO DE DESPACHO.DAT
           01 DESPACHO-LEIDO.
               COPY DESREG.

           77 FECHA-PEDIDA      PIC 9(8).
           77 DESTINO-PEDIDO    PIC X(4).

      *TOTALES DEL DIA POR DESTINO
           01 TABLA-DESTINOS.
               05 DESTINOS OCCURS 20 TIMES.
                   10 DST-CODIGO        PIC X(4).
                   10 DST-ARCHIVOS      PIC 9(3).
                   10 DST-REGISTROS     PIC 9(7).
                   10 DST-FALTANTES     PIC 9(3).
           77 DST-CNT           PIC 9(2) VALUE 0.
           77 D                 PIC 9(2) VALUE 0.
           77 DST-HALLADO-SW    PIC X VALUE "N".
               88 DST-HALLADO       VALUE "Y".

           77 CNT-LINEAS        PIC 9(4) VALUE 0.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 TOT-EDIT          PIC Z,ZZZ,ZZ9.
           77 SEC-EDIT          PIC ZZZZZ9.
           77 ARCH-EDIT         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY "INGRESE LA FECHA DE DESPACHO (AAAAMMDD, "
                "0 = HOY): "
            ACCEPT FECHA-PEDIDA
            IF FECHA-PEDIDA = 0
                ACCEPT FECHA-PEDIDA FROM DATE YYYYMMDD
            END-IF
            DISPLAY "INGRESE EL DESTINO (EN BLANCO = TODOS): "
            ACCEPT DESTINO-PEDIDO

            OPEN INPUT REGISTRO-FILE
            IF REGISTRO-NEW-FILE
                DISPLAY "NO EXISTE DESPACHO.DAT, NO HAY DESPACHOS"
                CLOSE REGISTRO-FILE
                STOP RUN
            END-IF

            DISPLAY "DESPACHOS DEL " FECHA-PEDIDA
            DISPLAY "ARCHIVO       DEST RESULTADO     SEC REGISTROS "
                "COPIA                HORA"
            PERFORM UNTIL REGISTRO-EOF
                READ REGISTRO-FILE INTO DESPACHO-LEIDO
                    AT END
                        SET REGISTRO-EOF TO TRUE
                    NOT AT END
                        IF DES-FECHA = FECHA-PEDIDA AND
                            (DESTINO-PEDIDO = SPACES OR
                             DES-DESTINO = DESTINO-PEDIDO)
                            PERFORM MUESTRA-DESPACHO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REGISTRO-FILE

            IF CNT-LINEAS = 0
                DISPLAY "SIN DESPACHOS REGISTRADOS PARA EL "
                    FECHA-PEDIDA " " DESTINO-PEDIDO
                STOP RUN
            END-IF

            DISPLAY " "
            DISPLAY "TOTALES POR DESTINO"
            PERFORM VARYING D FROM 1 BY 1 UNTIL D > DST-CNT
                MOVE DST-ARCHIVOS(D) TO ARCH-EDIT
                MOVE DST-REGISTROS(D) TO TOT-EDIT
                DISPLAY "  " DST-CODIGO(D) ": " ARCH-EDIT
                    " ARCHIVOS ENVIADOS, " TOT-EDIT " REGISTROS, "
                    DST-FALTANTES(D) " NO PRODUCIDOS"
            END-PERFORM

            STOP RUN.

      *MUESTRA EL DESPACHO LEIDO Y LO SUMA A SU DESTINO
           MUESTRA-DESPACHO.
               ADD 1 TO CNT-LINEAS
               MOVE DES-SECUENCIA TO SEC-EDIT
               MOVE DES-CANTIDAD TO CNT-EDIT
               DISPLAY DES-ARCHIVO " " DES-DESTINO " " DES-RESULTADO
                   " " SEC-EDIT " " CNT-EDIT "   " DES-COPIA " "
                   DES-HORA(1:6)
               PERFORM UBICA-DESTINO
               IF DST-HALLADO
                   IF DES-ENVIADO
                       ADD 1 TO DST-ARCHIVOS(D)
                       ADD DES-CANTIDAD TO DST-REGISTROS(D)
                   ELSE
                       ADD 1 TO DST-FALTANTES(D)
                   END-IF
               END-IF.

      *DEJA EN D EL DESTINO DEL DESPACHO, AGREGANDOLO SI ES NUEVO
           UBICA-DESTINO.
               MOVE "N" TO DST-HALLADO-SW
               MOVE 0 TO D
               PERFORM UNTIL DST-HALLADO OR D >= DST-CNT
                   ADD 1 TO D
                   IF DST-CODIGO(D) = DES-DESTINO
                       SET DST-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DST-HALLADO AND DST-CNT < 20
                   ADD 1 TO DST-CNT
                   MOVE DST-CNT TO D
                   MOVE DES-DESTINO TO DST-CODIGO(D)
                   MOVE 0 TO DST-ARCHIVOS(D)
                   MOVE 0 TO DST-REGISTROS(D)
                   MOVE 0 TO DST-FALTANTES(D)
                   SET DST-HALLADO TO TRUE
               END-IF.

       END PROGRAM DESP-CONS.
