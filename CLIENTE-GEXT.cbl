      *          which fields to output (ID, ESTADO, any CONTACTO
      *          field, the branch), which ESTADO values to keep, a
      *          last-transition date range over the CLIENTE-ULT
      *          stamp, which customer tiers to keep (CLISEG.DAT, as
      *          classified by the nightly CLISEGM), and whether the
      *          output is fixed columns or comma-separated like
      *          ORDENA.CSV. The extract lands on GEXTRACT.OUT with
      *          a control-total trailer, so "active customers with
      *          email" stops needing a developer and a recompile.
      *          Queued from JOB-MANT, the card image comes in the
      *          parameters of the JOBPARM.DAT card the JOBCOLA
      *          runner leaves and GEXTCARD.DAT is not read; a run
      *          that cannot extract returns code 8 to its caller.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The request card can also keep only chosen customer
      *             tiers, as CLISEGM classified them on CLISEG.DAT; an
      *             unclassified customer does not pass a tier filter.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day.
      * 2026-10-15  Queued from JOB-MANT, the card image comes from the
      *             JOBPARM.DAT card the JOBCOLA runner leaves instead
      *             of GEXTCARD.DAT. STOP RUN replaced with GOBACK so
      *             the runner gets control back, with RETURN-CODE 8
      *             when the run cannot extract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-GEXT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARJETA-STATUS.

           SELECT COLA-FILE ASSIGN TO "JOBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLA-STATUS.

           SELECT SEGMENTO-FILE ASSIGN TO "CLISEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CLIENTE-ID
               FILE STATUS IS SEGMENTO-STATUS.

           SELECT EXTRACTO-FILE ASSIGN TO "GEXTRACT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  TARJETA-REC.
           COPY GEXTCRD.

       FD  COLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  COLA-REC.
           COPY JOBCOL.

       FD  SEGMENTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEGMENTO-REC.
           COPY CLISEG.

       FD  EXTRACTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-EXTRACTO          PIC X(160).
               88 TARJETA-NEW-FILE  VALUE "35".
           77 TARJETA-LEIDA-SW  PIC X VALUE "N".
               88 TARJETA-LEIDA     VALUE "Y".
           77 COLA-STATUS       PIC X(2) VALUE "00".
               88 COLA-NEW-FILE     VALUE "35".
           77 SEGMENTO-STATUS   PIC X(2) VALUE "00".
               88 SEGMENTO-NEW-FILE VALUE "35".

           77 FECHA-PROCESO     PIC 9(8).
           77 HASTA-EFECTIVO    PIC 9(8) VALUE 99999999.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM LEE-TARJETA
            IF NOT TARJETA-LEIDA
                DISPLAY "SIN TARJETA DE PEDIDO GEXTCARD.DAT, NO "
                    "HAY NADA QUE EXTRAER"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            IF GXC-HASTA = 0
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            IF GXC-FILTRO-NIVELES NOT = SPACES
                OPEN INPUT SEGMENTO-FILE
                IF SEGMENTO-NEW-FILE
                    DISPLAY "NO EXISTE CLISEG.DAT, EL FILTRO DE "
                        "NIVELES NO PUEDE APLICARSE"
                    CLOSE SEGMENTO-FILE
                    CLOSE CLIENTE-FILE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF
            OPEN OUTPUT EXTRACTO-FILE


            CLOSE CLIENTE-FILE
            CLOSE EXTRACTO-FILE
            IF GXC-FILTRO-NIVELES NOT = SPACES
                CLOSE SEGMENTO-FILE
            END-IF

            DISPLAY CNT-EXTRAIDOS " CLIENTES EXTRAIDOS EN "
                "GEXTRACT.OUT"

            GOBACK.

      *LEE LA UNICA TARJETA DE PEDIDO - UN TRABAJO DE LA COLA LA TRAE
      *EN LOS PARAMETROS DE LA TARJETA QUE DEJA JOBCOLA
           LEE-TARJETA.
               OPEN INPUT COLA-FILE
               IF COLA-NEW-FILE
                   CLOSE COLA-FILE
               ELSE
                   READ COLA-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JOB-PROGRAMA = "CLIENTE-GEXT"
                               MOVE JOB-PARAMETROS(1:31)
                                   TO TARJETA-REC
                               SET TARJETA-LEIDA TO TRUE
                           END-IF
                   END-READ
                   CLOSE COLA-FILE
               END-IF
               IF NOT TARJETA-LEIDA
                   PERFORM LEE-TARJETA-DIARIA
               END-IF.

      *LEE LA TARJETA DE PEDIDO DE GEXTCARD.DAT
           LEE-TARJETA-DIARIA.
               OPEN INPUT TARJETA-FILE
               IF TARJETA-NEW-FILE
                   CLOSE TARJETA-FILE
                   CLOSE TARJETA-FILE
               END-IF.

      *DECIDE SI EL CLIENTE LEIDO PASA EL FILTRO DE ESTADOS, EL
      *RANGO DE ULTIMA TRANSICION Y EL FILTRO DE NIVELES
           EVALUA-FILTRO.
               MOVE "N" TO PASA-FILTRO-SW
               IF GXC-FILTRO-ESTADOS = SPACES
                       CLIENTE-ULT-FECHA > HASTA-EFECTIVO
                       MOVE "N" TO PASA-FILTRO-SW
                   END-IF
               END-IF
               IF PASA-FILTRO AND GXC-FILTRO-NIVELES NOT = SPACES
                   PERFORM EVALUA-NIVEL
               END-IF.

      *EL CLIENTE SIN CLASIFICAR NO PASA UN FILTRO DE NIVELES
           EVALUA-NIVEL.
               MOVE "N" TO PASA-FILTRO-SW
               MOVE CLIENTE-ID TO SEG-CLIENTE-ID
               READ SEGMENTO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > 4
                           IF GXC-FILTRO-NIVELES(EX:1) = SEG-TIER
                               SET PASA-FILTRO TO TRUE
                           END-IF
                       END-PERFORM
               END-READ.

      *ARMA LA LINEA DE SALIDA CON LOS CAMPOS PEDIDOS, FIJA O
      *SEPARADA POR COMAS SEGUN LA TARJETA
           ARMA-LINEA.
