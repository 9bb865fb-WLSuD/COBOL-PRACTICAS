      *          names spelled out, the AUD-OPERADOR who made it and
      *          the days spent in each state - as a formatted
      *          document (CLIHIST.RPT) that can be handed to the
      *          customer when a MOROSO mark is disputed. Queued
      *          from JOB-MANT it takes the customer from the
      *          JOBPARM.DAT card the JOBCOLA runner leaves (blank or
      *          zero = all customers) instead of asking for it.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  Queued from JOB-MANT, the customer comes from the
      *             JOBPARM.DAT card the JOBCOLA runner leaves (blank or
      *             zero = all customers) instead of being asked for.
      *             STOP RUN replaced with GOBACK so the runner gets
      *             control back, with RETURN-CODE 8 when the run cannot
      *             proceed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-HIST.

           SELECT WORK-FILE ASSIGN TO "HISTWORK.TMP".

           SELECT COLA-FILE ASSIGN TO "JOBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-FILE
           05 WRK-HORA                PIC 9(8).
           05 WRK-OPERADOR            PIC X(8).

       FD  COLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  COLA-REC.
           COPY JOBCOL.

       WORKING-STORAGE SECTION.
           77 AUDITORIA-STATUS  PIC X(2) VALUE "00".
               88 AUDITORIA-NEW-FILE VALUE "35".
               88 AUDITORIA-EOF     VALUE "Y".
           77 WORK-EOF-SW       PIC X VALUE "N".
               88 WORK-EOF          VALUE "Y".
           77 COLA-STATUS       PIC X(2) VALUE "00".
               88 COLA-NEW-FILE     VALUE "35".
           77 COLA-SW           PIC X VALUE "N".
               88 PEDIDO-DE-COLA    VALUE "Y".

           77 MODO              PIC X VALUE "1".
               88 MODO-UN-CLIENTE   VALUE "1".

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD

            PERFORM LEE-TARJETA-COLA
            IF NOT PEDIDO-DE-COLA
                DISPLAY "1-HISTORIA DE UN CLIENTE"
                DISPLAY "2-HISTORIA DE TODOS LOS CLIENTES"
                ACCEPT MODO
                IF MODO-UN-CLIENTE
                    DISPLAY "INGRESE EL ID DEL CLIENTE: "
                    ACCEPT CLIENTE-BUSCADO
                END-IF
            END-IF

            OPEN OUTPUT REPORTE-FILE

            DISPLAY CNT-CLIENTES " CLIENTES EN CLIHIST.RPT"

            GOBACK.

      *UN TRABAJO DE LA COLA TRAE EL CLIENTE EN LA TARJETA QUE DEJA
      *JOBCOLA: EN BLANCO O CERO SON TODOS LOS CLIENTES
           LEE-TARJETA-COLA.
               MOVE "N" TO COLA-SW
               OPEN INPUT COLA-FILE
               IF COLA-NEW-FILE
                   CLOSE COLA-FILE
               ELSE
                   READ COLA-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JOB-PROGRAMA = "CLIENTE-HIST"
                               SET PEDIDO-DE-COLA TO TRUE
                           END-IF
                   END-READ
                   CLOSE COLA-FILE
               END-IF
               IF PEDIDO-DE-COLA
                   IF JOB-PARAMETROS(1:6) IS NUMERIC AND
                       JOB-PARAMETROS(1:6) NOT = "000000"
                       MOVE "1" TO MODO
                       MOVE JOB-PARAMETROS(1:6) TO CLIENTE-BUSCADO
                   ELSE
                       MOVE "2" TO MODO
                   END-IF
               END-IF.

      *ENTREGA AL SORT LOS MOVIMIENTOS DE AUDITORIA, FILTRANDO POR
      *EL CLIENTE PEDIDO CUANDO SE CORRE PARA UNO SOLO
