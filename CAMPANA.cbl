      *          CAMPANIA.DAT with the operator-entered campaign code
      *          and the date - the stamp CAMPANA-RPT later measures
      *          responses against. A customer already stamped with
      *          the same code is not selected twice. The operator
      *          can narrow the selection to some customer tiers
      *          (CLISEG.DAT, classified nightly by CLISEGM).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             view came back incomplete selects NOBODY - a
      *             full table was silently passing customers with
      *             MOROSO history as clean.
      * 2026-10-15  The selection can be limited to customer tiers
      *             (O/P/E/R on CLISEG.DAT); blank keeps all.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPANIA-STATUS.

           SELECT SEGMENTO-FILE ASSIGN TO "CLISEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CLIENTE-ID
               FILE STATUS IS SEGMENTO-STATUS.

           SELECT EXTRACTO-FILE ASSIGN TO "CAMPEXT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  CAMPANIA-REC.
           COPY CAMPREG.

       FD  SEGMENTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEGMENTO-REC.
           COPY CLISEG.

       FD  EXTRACTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACTO-REC.
           77 CAMPANIA-EOF-SW   PIC X VALUE "N".
               88 CAMPANIA-EOF      VALUE "Y".

           77 SEGMENTO-STATUS   PIC X(2) VALUE "00".
               88 SEGMENTO-NEW-FILE VALUE "35".

           77 CODIGO-CAMPANIA   PIC X(6).
      *NIVELES A INCLUIR (O ORO, P PLATA, E ESTANDAR, R RIESGO)
           77 FILTRO-NIVELES    PIC X(4) VALUE SPACES.
           77 NX                PIC 9 VALUE 0.
           77 NIVEL-OK-SW       PIC X VALUE "N".
               88 NIVEL-OK          VALUE "Y".
           77 FECHA-PROCESO     PIC 9(8).

      *CLIENTES QUE ALGUNA VEZ PASARON POR MOROSO
            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            DISPLAY "INGRESE EL CODIGO DE LA CAMPANIA (6): "
            ACCEPT CODIGO-CAMPANIA
            DISPLAY "NIVELES A INCLUIR (O/P/E/R, BLANCO = TODOS): "
            ACCEPT FILTRO-NIVELES
            MOVE FUNCTION UPPER-CASE(FILTRO-NIVELES) TO FILTRO-NIVELES

            PERFORM CARGA-MOROSOS
            PERFORM CARGA-ESTAMPADOS
               END-PERFORM.

      *RECORRE EL MAESTRO SELECCIONANDO LOS INACTIVOS DE HISTORIA
      *LIMPIA, AUN NO ESTAMPADOS Y DE LOS NIVELES PEDIDOS
           SELECCIONA-CLIENTES.
               OPEN INPUT CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   DISPLAY "NO EXISTE CLIENTE.DAT"
                   CLOSE CLIENTE-FILE
               ELSE
                   IF FILTRO-NIVELES NOT = SPACES
                       OPEN INPUT SEGMENTO-FILE
                       IF SEGMENTO-NEW-FILE
                           DISPLAY "NO EXISTE CLISEG.DAT, EL FILTRO "
                               "DE NIVELES NO PUEDE APLICARSE"
                           CLOSE SEGMENTO-FILE
                           CLOSE CLIENTE-FILE
                           STOP RUN
                       END-IF
                   END-IF
                   OPEN OUTPUT EXTRACTO-FILE
                   OPEN EXTEND CAMPANIA-FILE
                   IF CAMPANIA-NEW-FILE
                               SET CLIENTE-EOF TO TRUE
                           NOT AT END
                               IF INACTIVO
                                   PERFORM EVALUA-NIVEL
                                   IF NIVEL-OK
                                       PERFORM EVALUA-CANDIDATO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTE-FILE
                   CLOSE EXTRACTO-FILE
                   CLOSE CAMPANIA-FILE
                   IF FILTRO-NIVELES NOT = SPACES
                       CLOSE SEGMENTO-FILE
                   END-IF
               END-IF.

      *SELECCIONA EL INACTIVO LEIDO SI NUNCA FUE MOROSO Y NO ESTA
                   END-IF
               END-IF.

      *SIN FILTRO PASA TODO; CON FILTRO EL CLIENTE SIN CLASIFICAR
      *QUEDA AFUERA
           EVALUA-NIVEL.
               IF FILTRO-NIVELES = SPACES
                   SET NIVEL-OK TO TRUE
               ELSE
                   MOVE "N" TO NIVEL-OK-SW
                   MOVE CLIENTE-ID TO SEG-CLIENTE-ID
                   READ SEGMENTO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM VARYING NX FROM 1 BY 1
                               UNTIL NX > 4
                               IF FILTRO-NIVELES(NX:1) = SEG-TIER
                                   SET NIVEL-OK TO TRUE
                               END-IF
                           END-PERFORM
                   END-READ
               END-IF.

       END PROGRAM CAMPANA.
