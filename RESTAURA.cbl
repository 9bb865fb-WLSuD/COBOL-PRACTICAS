      * Date:
      * Purpose: Guided restore of a RESPALDO backup generation. The
      *          operator signs on, picks one of the backed-up
      *          masters (the ones the ARCHCAT.DAT file catalog
      *          marks for backup, read through CATLEE) and is shown
      *          the dated NOMBRE.AAAAMMDD.BAK
      *          generations RESPALDO.LOG records as OK, with their
      *          record counts. The chosen generation is re-read and
      *          its count verified against the logged count - the
      * 2026-09-03  Generations the RESPALDO-ROT rotation already
      *             purged (PURGA lines in RESPALDO.LOG) no longer
      *             appear in the list offered to the operator.
      * 2026-10-15  The masters offered come from the ARCHCAT.DAT file
      *             catalog through CATLEE, the same list RESPALDO
      *             backs up, instead of a hardcoded table of five.
      * 2026-10-15  Record buffers widened to 250 bytes, in step with
      *             RESPALDO, for the catalogued files wider than 150. A
      *             backup or live record that still does not fit (read
      *             status 04 or 06) stops the restore as ERR LARGO with
      *             RETURN-CODE 8 before the live file is touched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA.

       FD  PLANO-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLANO-REC               PIC X(250).

       FD  RESPALDO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESPALDO-REC            PIC X(250).

       FD  PREVIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREVIO-REC              PIC X(250).

       FD  BITACORA-FILE
           LABEL RECORDS ARE STANDARD.
           77 PLANO-NOMBRE      PIC X(30).
           77 PLANO-STATUS      PIC X(2) VALUE "00".
               88 PLANO-NEW-FILE    VALUE "35".
               88 PLANO-LARGO       VALUE "04" "06".
           77 RESPALDO-NOMBRE   PIC X(30).
           77 RESPALDO-STATUS   PIC X(2) VALUE "00".
               88 RESPALDO-NEW-FILE VALUE "35".
               88 RESPALDO-LARGO    VALUE "04" "06".
           77 PREVIO-NOMBRE     PIC X(30).
           77 BITACORA-STATUS   PIC X(2) VALUE "00".
               88 BITACORA-NEW-FILE VALUE "35".
           77 HORA-PROCESO      PIC 9(8).
           77 FUENTE-EOF-SW     PIC X VALUE "N".
               88 FUENTE-EOF        VALUE "Y".
           77 LARGO-SW          PIC X VALUE "N".
               88 REGISTRO-LARGO    VALUE "Y".

      *MISMA TABLA DE MAESTROS QUE RESPALDA EL NOCTURNO, TOMADA DEL
      *CATALOGO DE ARCHIVOS (LOS QUE TIENEN FCA-RESPALDO Y)
           01 TABLA-CATALOGO.
               05 CATALOGO OCCURS 100 TIMES.
                   10 TAB-CATALOGO      PIC X(80).
           77 CAT-CNT           PIC 9(3) VALUE 0.
           77 CX                PIC 9(3) VALUE 0.
           01 CATALOGO-VISTA.
               COPY ARCCAT.

           01 TABLA-ARCHIVOS.
               05 ARCHIVOS OCCURS 100 TIMES.
                   10 ARCH-NOMBRE-VIVO  PIC X(12).
                   10 ARCH-NOMBRE-BASE  PIC X(12).
                   10 ARCH-TIPO         PIC X.
      *ARCH-TIPO: X=CLIENTE, C=CODIGOS, R=REGORD, L=PLANO, N=INDEXADO
      *O RELATIVO SIN LECTOR EN ESTE PROGRAMA
           77 ARCH-CNT          PIC 9(3) VALUE 0.

           77 IX                PIC 9(3) VALUE 0.
           77 BASE-PEDIDA       PIC X(12).
           77 ELEGIDO-SW        PIC X VALUE "N".
               88 MAESTRO-ELEGIDO   VALUE "Y".

                STOP RUN
            END-IF

            PERFORM CARGA-ARCHIVOS
            PERFORM ELIGE-MAESTRO
            IF NOT MAESTRO-ELEGIDO
                STOP RUN
            END-IF
            IF ARCH-TIPO(IX) = "N"
                DISPLAY ARCH-NOMBRE-VIVO(IX) " ES INDEXADO O RELATIVO"
                    " Y NO TIENE LECTOR PARA RESTAURARLO"
                STOP RUN
            END-IF

            PERFORM LISTA-GENERACIONES
            IF GEN-CNT = 0
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF REGISTRO-LARGO
                DISPLAY "EL RESPALDO " RESPALDO-NOMBRE " TIENE "
                    "REGISTROS MAS LARGOS QUE EL BUFFER, NO SE RESTAURA"
                MOVE "ERR LARGO" TO RESULTADO-PASO
                PERFORM GRABA-BITACORA
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM GUARDA-PREVIO
            IF REGISTRO-LARGO
                DISPLAY ARCH-NOMBRE-VIVO(IX) " TIENE REGISTROS MAS "
                    "LARGOS QUE EL BUFFER Y NO SE PUEDE RESGUARDAR EN "
                    PREVIO-NOMBRE ", NO SE RESTAURA"
                MOVE "ERR LARGO" TO RESULTADO-PASO
                PERFORM GRABA-BITACORA
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM RESTAURA-MAESTRO
            MOVE "OK" TO RESULTADO-PASO
            PERFORM GRABA-BITACORA
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *ARMA LA LISTA DE MAESTROS RESPALDADOS DESDE EL CATALOGO,
      *CON LA FORMA DE LECTURA DE CADA UNO
           CARGA-ARCHIVOS.
               CALL "CATLEE" USING TABLA-CATALOGO CAT-CNT
               MOVE 0 TO ARCH-CNT
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                   MOVE TAB-CATALOGO(CX) TO CATALOGO-VISTA
                   IF FCA-CON-RESPALDO AND FCA-ARCHIVO NOT = SPACES
                       AND ARCH-CNT < 100
                       ADD 1 TO ARCH-CNT
                       PERFORM CLASIFICA-ARCHIVO
                   END-IF
               END-PERFORM.

      *NOMBRE VIVO, NOMBRE BASE (HASTA EL PUNTO) Y TIPO DE LECTURA
      *DE LA ENTRADA DEL CATALOGO
           CLASIFICA-ARCHIVO.
               MOVE FCA-ARCHIVO TO ARCH-NOMBRE-VIVO(ARCH-CNT)
               MOVE SPACES TO ARCH-NOMBRE-BASE(ARCH-CNT)
               UNSTRING FCA-ARCHIVO DELIMITED BY "."
                   INTO ARCH-NOMBRE-BASE(ARCH-CNT)
               EVALUATE TRUE
                   WHEN FCA-ARCHIVO = "CLIENTE.DAT"
                       MOVE "X" TO ARCH-TIPO(ARCH-CNT)
                   WHEN FCA-ARCHIVO = "CODIGOS.DAT"
                       MOVE "C" TO ARCH-TIPO(ARCH-CNT)
                   WHEN FCA-ARCHIVO = "REGORD.DAT"
                       MOVE "R" TO ARCH-TIPO(ARCH-CNT)
                   WHEN FCA-INDEXADO OR FCA-RELATIVO
                       MOVE "N" TO ARCH-TIPO(ARCH-CNT)
                   WHEN OTHER
                       MOVE "L" TO ARCH-TIPO(ARCH-CNT)
               END-EVALUATE.

      *PIDE EL MAESTRO A RESTAURAR POR SU NOMBRE BASE
           ELIGE-MAESTRO.
               DISPLAY "MAESTROS RESPALDADOS:"
               PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ARCH-CNT
                   DISPLAY "   " ARCH-NOMBRE-BASE(IX) " ("
                       FUNCTION TRIM(ARCH-NOMBRE-VIVO(IX)) ")"
               END-PERFORM
               DISPLAY "INGRESE EL NOMBRE BASE A RESTAURAR: "
               ACCEPT BASE-PEDIDA
               MOVE "N" TO ELEGIDO-SW
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL MAESTRO-ELEGIDO OR IX > ARCH-CNT
                   IF ARCH-NOMBRE-BASE(IX) = BASE-PEDIDA
                       SET MAESTRO-ELEGIDO TO TRUE
                   END-IF
               END-IF.

      *RELEE LA GENERACION ELEGIDA CONTANDO SUS REGISTROS, COMO LO
      *HIZO RESPALDO AL TOMARLA, Y MARCA SI ALGUNO NO ENTRA ENTERO
      *EN EL BUFFER
           CUENTA-RESPALDO.
               MOVE 0 TO CNT-CONTADOS
               MOVE "N" TO LARGO-SW
               MOVE "N" TO FUENTE-EOF-SW
               OPEN INPUT RESPALDO-FILE
               IF RESPALDO-NEW-FILE
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CNT-CONTADOS
                               IF RESPALDO-LARGO
                                   SET REGISTRO-LARGO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESPALDO-FILE

      *COPIA EL ARCHIVO VIVO A NOMBRE.PREV ANTES DE PISARLO
           GUARDA-PREVIO.
               MOVE "N" TO LARGO-SW
               MOVE SPACES TO PREVIO-NOMBRE
               STRING FUNCTION TRIM(ARCH-NOMBRE-BASE(IX)) ".PREV"
                   DELIMITED BY SIZE INTO PREVIO-NOMBRE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               IF PLANO-LARGO
                                   SET REGISTRO-LARGO TO TRUE
                               END-IF
                               MOVE PLANO-REC TO PREVIO-REC
                               WRITE PREVIO-REC
                       END-READ
