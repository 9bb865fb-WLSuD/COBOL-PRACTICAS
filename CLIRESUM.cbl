      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly customer summary build. Rebuilds the indexed
      *          CLIRESUM.DAT with one record per customer on the
      *          master and then folds in, file by file, the open
      *          balance (CLIBAL.DAT), the latest payment in
      *          (CLIPAGOS.DAT, marked when the bank returned it),
      *          the CLISCORE.DAT score, the nearest pending promise
      *          (COBRPROM.DAT), the current installment plan
      *          (CONVENIO.DAT), an open dispute (DISPUTAS.DAT), the
      *          dunning letters sent (COBRCOR.DAT), the agency flag
      *          and the number of notes (CLINOTAS.DAT). Every record
      *          carries the build date, so the CLIENTE-MANT consulta
      *          that shows the panel can warn when the step did not
      *          run. Runs as a NOCTURNO step after CLIENTE-BAL and
      *          CLIENTE-SCORE; RETURN-CODE 8 without a master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIRESUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT RESUMEN-FILE ASSIGN TO "CLIRESUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CLIENTE-ID
               FILE STATUS IS RESUMEN-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "CLIBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT PUNTAJE-FILE ASSIGN TO "CLISCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNTAJE-STATUS.

           SELECT PROMESA-FILE ASSIGN TO "COBRPROM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMESA-STATUS.

           SELECT CONVENIO-FILE ASSIGN TO "CONVENIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVENIO-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTA-STATUS.

           SELECT CORRESP-FILE ASSIGN TO "COBRCOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRESP-STATUS.

           SELECT NOTAS-FILE ASSIGN TO "CLINOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  RESUMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESUMEN-REC.
           COPY CLIRES.

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REC.
           COPY CLIBAL.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  PUNTAJE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PUNTAJE-REC.
           COPY CLISCO.

       FD  PROMESA-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROMESA-REC.
           COPY COBPRM.

       FD  CONVENIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONVENIO-REC.
           COPY COBCNV.

       FD  DISPUTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTA-REC.
           COPY COBDIS.

       FD  CORRESP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRESP-REC.
           COPY COBCOR.

       FD  NOTAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTAS-REC.
           COPY CLINOTA.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CLIENTE-EOF-SW    PIC X VALUE "N".
               88 CLIENTE-EOF       VALUE "Y".
           77 RESUMEN-STATUS    PIC X(2) VALUE "00".
           77 BALANCE-STATUS    PIC X(2) VALUE "00".
               88 BALANCE-NEW-FILE  VALUE "35".
           77 BALANCE-EOF-SW    PIC X VALUE "N".
               88 BALANCE-EOF       VALUE "Y".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".
           77 PUNTAJE-STATUS    PIC X(2) VALUE "00".
               88 PUNTAJE-NEW-FILE  VALUE "35".
           77 PUNTAJE-EOF-SW    PIC X VALUE "N".
               88 PUNTAJE-EOF       VALUE "Y".
           77 PROMESA-STATUS    PIC X(2) VALUE "00".
               88 PROMESA-NEW-FILE  VALUE "35".
           77 PROMESA-EOF-SW    PIC X VALUE "N".
               88 PROMESA-EOF       VALUE "Y".
           77 CONVENIO-STATUS   PIC X(2) VALUE "00".
               88 CONVENIO-NEW-FILE VALUE "35".
           77 CONVENIO-EOF-SW   PIC X VALUE "N".
               88 CONVENIO-EOF      VALUE "Y".
           77 DISPUTA-STATUS    PIC X(2) VALUE "00".
               88 DISPUTA-NEW-FILE  VALUE "35".
           77 DISPUTA-EOF-SW    PIC X VALUE "N".
               88 DISPUTA-EOF       VALUE "Y".
           77 CORRESP-STATUS    PIC X(2) VALUE "00".
               88 CORRESP-NEW-FILE  VALUE "35".
           77 CORRESP-EOF-SW    PIC X VALUE "N".
               88 CORRESP-EOF       VALUE "Y".
           77 NOTAS-STATUS      PIC X(2) VALUE "00".
               88 NOTAS-NEW-FILE    VALUE "35".
           77 NOTAS-EOF-SW      PIC X VALUE "N".
               88 NOTAS-EOF         VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).
           77 HORA-PROCESO      PIC 9(8).
           77 ID-BUSCADO        PIC 9(6).
           77 HALLADO-SW        PIC X VALUE "N".
               88 RESUMEN-HALLADO   VALUE "Y".

           77 CNT-CLIENTES      PIC 9(6) VALUE 0.
           77 CNT-SIN-CLIENTE   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM INICIALIZA-CORRIDA
            CALL "FECHAPRO" USING FECHA-PROCESO
            ACCEPT HORA-PROCESO FROM TIME

            PERFORM ARMA-BASE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT, RESUMEN NO ARMADO"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN I-O RESUMEN-FILE
            PERFORM APLICA-SALDOS
            PERFORM APLICA-PAGOS
            PERFORM APLICA-PUNTAJES
            PERFORM APLICA-PROMESAS
            PERFORM APLICA-CONVENIOS
            PERFORM APLICA-DISPUTAS
            PERFORM APLICA-CARTAS
            PERFORM APLICA-NOTAS
            CLOSE RESUMEN-FILE

            DISPLAY "RESUMEN DE " CNT-CLIENTES " CLIENTES ARMADO EN "
                "CLIRESUM.DAT"
            IF CNT-SIN-CLIENTE > 0
                DISPLAY CNT-SIN-CLIENTE " REGISTROS DE CLIENTES QUE "
                    "NO ESTAN EN EL MAESTRO, IGNORADOS"
            END-IF

            GOBACK.

      *REINICIA INTERRUPTORES Y CONTADORES: EL PROGRAMA SE LLAMA
      *DESDE NOCTURNO Y LA WORKING-STORAGE CONSERVA LA CORRIDA
      *ANTERIOR
           INICIALIZA-CORRIDA.
               MOVE "N" TO CLIENTE-EOF-SW
               MOVE "N" TO BALANCE-EOF-SW
               MOVE "N" TO PAGOS-EOF-SW
               MOVE "N" TO PUNTAJE-EOF-SW
               MOVE "N" TO PROMESA-EOF-SW
               MOVE "N" TO CONVENIO-EOF-SW
               MOVE "N" TO DISPUTA-EOF-SW
               MOVE "N" TO CORRESP-EOF-SW
               MOVE "N" TO NOTAS-EOF-SW
               MOVE 0 TO CNT-CLIENTES
               MOVE 0 TO CNT-SIN-CLIENTE.

      *REARMA EL ARCHIVO CON UN REGISTRO EN CERO POR CLIENTE DEL
      *MAESTRO, ESTAMPADO CON LA FECHA DE ARMADO Y LA MARCA DE AGENCIA
           ARMA-BASE.
               OPEN INPUT CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   CLOSE CLIENTE-FILE
               ELSE
                   OPEN OUTPUT RESUMEN-FILE
                   PERFORM UNTIL CLIENTE-EOF
                       READ CLIENTE-FILE NEXT RECORD
                           AT END
                               SET CLIENTE-EOF TO TRUE
                           NOT AT END
                               PERFORM GRABA-BASE
                       END-READ
                   END-PERFORM
                   CLOSE RESUMEN-FILE
                   CLOSE CLIENTE-FILE
               END-IF.

      *GRABA EL REGISTRO BASE DEL CLIENTE LEIDO
           GRABA-BASE.
               INITIALIZE RESUMEN-REC
               MOVE CLIENTE-ID TO RES-CLIENTE-ID
               MOVE FECHA-PROCESO TO RES-FECHA-ARMADO
               MOVE HORA-PROCESO TO RES-HORA-ARMADO
               MOVE "N" TO RES-ULT-PAGO-DEVUELTO
               MOVE "N" TO RES-AGENCIA
               IF EN-AGENCIA
                   MOVE "Y" TO RES-AGENCIA
               END-IF
               WRITE RESUMEN-REC
               ADD 1 TO CNT-CLIENTES.

      *UBICA EL RESUMEN DEL CLIENTE ID-BUSCADO
           LEE-RESUMEN.
               MOVE ID-BUSCADO TO RES-CLIENTE-ID
               MOVE "Y" TO HALLADO-SW
               READ RESUMEN-FILE
                   INVALID KEY
                       MOVE "N" TO HALLADO-SW
                       ADD 1 TO CNT-SIN-CLIENTE
               END-READ.

      *SALDO ABIERTO DEL SUBMAYOR DE CLIBAL.DAT
           APLICA-SALDOS.
               OPEN INPUT BALANCE-FILE
               IF BALANCE-NEW-FILE
                   CLOSE BALANCE-FILE
               ELSE
                   PERFORM UNTIL BALANCE-EOF
                       READ BALANCE-FILE
                           AT END
                               SET BALANCE-EOF TO TRUE
                           NOT AT END
                               MOVE BAL-CLIENTE-ID TO ID-BUSCADO
                               PERFORM LEE-RESUMEN
                               IF RESUMEN-HALLADO
                                   MOVE BAL-SALDO TO RES-SALDO
                                   REWRITE RESUMEN-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF.

      *ULTIMO PAGO RECIBIDO: LOS REEMBOLSOS Y CASTIGOS NO SON DINERO
      *QUE ENTRA; UN REVERSO DEL BANCO SOBRE ESE MISMO PAGO LO MARCA
      *DEVUELTO
           APLICA-PAGOS.
               OPEN INPUT PAGOS-FILE
               IF PAGOS-NEW-FILE
                   CLOSE PAGOS-FILE
               ELSE
                   PERFORM UNTIL PAGOS-EOF
                       READ PAGOS-FILE
                           AT END
                               SET PAGOS-EOF TO TRUE
                           NOT AT END
                               IF NOT PAG-ES-REEMBOLSO AND
                                   NOT PAG-ES-CASTIGO
                                   MOVE PAG-CLIENTE-ID TO ID-BUSCADO
                                   PERFORM LEE-RESUMEN
                                   IF RESUMEN-HALLADO
                                       PERFORM ACTUALIZA-PAGO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF.

      *ACTUALIZA EL ULTIMO PAGO DEL RESUMEN CON EL MOVIMIENTO LEIDO
           ACTUALIZA-PAGO.
               IF PAG-ES-REVERSO
                   IF RES-ULT-PAGO-SEC > 0 AND
                       PAG-REF-SECUENCIA = RES-ULT-PAGO-SEC
                       MOVE "Y" TO RES-ULT-PAGO-DEVUELTO
                       REWRITE RESUMEN-REC
                   END-IF
               ELSE
                   IF PAG-FECHA NOT < RES-ULT-PAGO-FECHA
                       MOVE PAG-FECHA TO RES-ULT-PAGO-FECHA
                       MOVE PAG-MONTO TO RES-ULT-PAGO-MONTO
                       MOVE PAG-SECUENCIA TO RES-ULT-PAGO-SEC
                       MOVE "N" TO RES-ULT-PAGO-DEVUELTO
                       REWRITE RESUMEN-REC
                   END-IF
               END-IF.

      *PUNTAJE DE RIESGO DE CLISCORE.DAT
           APLICA-PUNTAJES.
               OPEN INPUT PUNTAJE-FILE
               IF PUNTAJE-NEW-FILE
                   CLOSE PUNTAJE-FILE
               ELSE
                   PERFORM UNTIL PUNTAJE-EOF
                       READ PUNTAJE-FILE
                           AT END
                               SET PUNTAJE-EOF TO TRUE
                           NOT AT END
                               MOVE SCO-CLIENTE-ID TO ID-BUSCADO
                               PERFORM LEE-RESUMEN
                               IF RESUMEN-HALLADO
                                   MOVE SCO-PUNTAJE TO RES-PUNTAJE
                                   MOVE SCO-FECHA-CALC TO
                                       RES-PUNTAJE-FECHA
                                   REWRITE RESUMEN-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PUNTAJE-FILE
               END-IF.

      *LA PROMESA PENDIENTE MAS PROXIMA A VENCER
           APLICA-PROMESAS.
               OPEN INPUT PROMESA-FILE
               IF PROMESA-NEW-FILE
                   CLOSE PROMESA-FILE
               ELSE
                   PERFORM UNTIL PROMESA-EOF
                       READ PROMESA-FILE
                           AT END
                               SET PROMESA-EOF TO TRUE
                           NOT AT END
                               IF PROMESA-PENDIENTE
                                   MOVE PRM-CLIENTE-ID TO ID-BUSCADO
                                   PERFORM LEE-RESUMEN
                                   IF RESUMEN-HALLADO AND
                                       (RES-PROMESA-FECHA = 0 OR
                                       PRM-FECHA-PROMESA <
                                       RES-PROMESA-FECHA)
                                       MOVE PRM-FECHA-PROMESA TO
                                           RES-PROMESA-FECHA
                                       MOVE PRM-MONTO TO
                                           RES-PROMESA-MONTO
                                       REWRITE RESUMEN-REC
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROMESA-FILE
               END-IF.

      *EL CONVENIO VIGENTE: CUOTAS PENDIENTES Y LA PROXIMA A VENCER
           APLICA-CONVENIOS.
               OPEN INPUT CONVENIO-FILE
               IF CONVENIO-NEW-FILE
                   CLOSE CONVENIO-FILE
               ELSE
                   PERFORM UNTIL CONVENIO-EOF
                       READ CONVENIO-FILE
                           AT END
                               SET CONVENIO-EOF TO TRUE
                           NOT AT END
                               IF PLAN-VIGENTE
                                   MOVE CNV-CLIENTE-ID TO ID-BUSCADO
                                   PERFORM LEE-RESUMEN
                                   IF RESUMEN-HALLADO
                                       PERFORM ACTUALIZA-CONVENIO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONVENIO-FILE
               END-IF.

      *SUMA LA CUOTA LEIDA AL PLAN DEL RESUMEN; UN PLAN DE NUMERO
      *MAYOR ES MAS NUEVO Y REEMPLAZA AL ANTERIOR
           ACTUALIZA-CONVENIO.
               IF CNV-PLAN > RES-PLAN
                   MOVE CNV-PLAN TO RES-PLAN
                   MOVE 0 TO RES-PLAN-CUOTAS-PEND
                   MOVE 0 TO RES-PLAN-PROX-VTO
                   MOVE 0 TO RES-PLAN-PROX-MONTO
               END-IF
               IF CNV-PLAN = RES-PLAN AND CUOTA-PENDIENTE
                   ADD 1 TO RES-PLAN-CUOTAS-PEND
                   IF RES-PLAN-PROX-VTO = 0 OR
                       CNV-FECHA-VTO < RES-PLAN-PROX-VTO
                       MOVE CNV-FECHA-VTO TO RES-PLAN-PROX-VTO
                       MOVE CNV-MONTO TO RES-PLAN-PROX-MONTO
                   END-IF
               END-IF
               REWRITE RESUMEN-REC.

      *EL CASO DE DISPUTA ABIERTO DEL CLIENTE
           APLICA-DISPUTAS.
               OPEN INPUT DISPUTA-FILE
               IF DISPUTA-NEW-FILE
                   CLOSE DISPUTA-FILE
               ELSE
                   PERFORM UNTIL DISPUTA-EOF
                       READ DISPUTA-FILE
                           AT END
                               SET DISPUTA-EOF TO TRUE
                           NOT AT END
                               IF DIS-ABIERTA
                                   MOVE DIS-CLIENTE-ID TO ID-BUSCADO
                                   PERFORM LEE-RESUMEN
                                   IF RESUMEN-HALLADO
                                       MOVE DIS-NUMERO TO RES-DISPUTA
                                       MOVE DIS-MONTO TO
                                           RES-DISPUTA-MONTO
                                       MOVE DIS-FECHA-VENCE TO
                                           RES-DISPUTA-VENCE
                                       REWRITE RESUMEN-REC
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTA-FILE
               END-IF.

      *CARTAS DE COBRANZA ENVIADAS Y LA ULTIMA
           APLICA-CARTAS.
               OPEN INPUT CORRESP-FILE
               IF CORRESP-NEW-FILE
                   CLOSE CORRESP-FILE
               ELSE
                   PERFORM UNTIL CORRESP-EOF
                       READ CORRESP-FILE
                           AT END
                               SET CORRESP-EOF TO TRUE
                           NOT AT END
                               MOVE COR-CLIENTE-ID TO ID-BUSCADO
                               PERFORM LEE-RESUMEN
                               IF RESUMEN-HALLADO AND
                                   COR-AVISO-COBRANZA
                                   ADD 1 TO RES-CARTAS
                                   IF COR-FECHA NOT <
                                       RES-ULT-CARTA-FECHA
                                       MOVE COR-FECHA TO
                                           RES-ULT-CARTA-FECHA
                                       MOVE COR-NIVEL TO
                                           RES-ULT-CARTA-NIVEL
                                   END-IF
                                   REWRITE RESUMEN-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CORRESP-FILE
               END-IF.

      *CANTIDAD DE NOTAS LIBRES DEL CLIENTE
           APLICA-NOTAS.
               OPEN INPUT NOTAS-FILE
               IF NOTAS-NEW-FILE
                   CLOSE NOTAS-FILE
               ELSE
                   PERFORM UNTIL NOTAS-EOF
                       READ NOTAS-FILE
                           AT END
                               SET NOTAS-EOF TO TRUE
                           NOT AT END
                               MOVE NOTA-CLIENTE-ID TO ID-BUSCADO
                               PERFORM LEE-RESUMEN
                               IF RESUMEN-HALLADO
                                   ADD 1 TO RES-NOTAS
                                   REWRITE RESUMEN-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTAS-FILE
               END-IF.

       END PROGRAM CLIRESUM.
