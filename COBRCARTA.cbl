      * 2026-09-03  The fee total each letter shows now subtracts
      *             the FEE-MANT waivers, so a customer is dunned
      *             for what they actually owe.
      * 2026-10-15  Customers with a VIGENTE installment plan on
      *             CONVENIO.DAT (agreed through COBRCONV) no longer
      *             receive letters while the plan runs.
      * 2026-10-15  Customers with a dispute case still open on
      *             DISPUTAS.DAT no longer receive letters until
      *             DISP-MANT resolves it. The fee total leaves out
      *             the credits of upheld disputes (adjustments that
      *             relieve no single fee), which are not fee
      *             waivers.
      * 2026-10-15  Customers whose address the post office bounced
      *             (DIRMALA.DAT, taken in by COBRDEV) no longer
      *             receive letters while the master still carries
      *             that address. New letters go on the log with a
      *             blank COR-ENTREGA.
      * 2026-10-15  When the nightly COBRESTR pass has left actions
      *             on ACCIONES.DAT, only the customers whose
      *             treatment is CARTA get a letter, at the level the
      *             strategy chose; with the file empty the run
      *             escalates by letter count as before.
      * 2026-10-15  Only dunning notices on the correspondence log
      *             count toward the next level - the welcome,
      *             reactivation and suspension letters CARTAEVT logs
      *             there are left out - and new notices are logged
      *             with a blank COR-TIPO.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRCARTA.
           SELECT CARTAS-FILE ASSIGN TO "COBRCARTA.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONVENIO-FILE ASSIGN TO "CONVENIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVENIO-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTA-STATUS.

           SELECT DIRMALA-FILE ASSIGN TO "DIRMALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIRMALA-STATUS.

           SELECT ACCION-FILE ASSIGN TO "ACCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CARTA             PIC X(80).

       FD  CONVENIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONVENIO-REC.
           COPY COBCNV.

       FD  DISPUTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTA-REC.
           COPY COBDIS.

       FD  DIRMALA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIRMALA-REC.
           COPY DIRMAL.

       FD  ACCION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCION-REC.
           COPY ACCION.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 MONTO-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
           77 CNT-CARTAS        PIC 9(4) VALUE 0.

      *CLIENTES CON UN CONVENIO DE PAGO VIGENTE
           77 CONVENIO-STATUS   PIC X(2) VALUE "00".
               88 CONVENIO-NEW-FILE VALUE "35".
           77 CONVENIO-EOF-SW   PIC X VALUE "N".
               88 CONVENIO-EOF      VALUE "Y".
           01 TABLA-CONVENIOS.
               05 CONVENIOS OCCURS 1000 TIMES.
                   10 CNV-ID            PIC 9(6).
           77 CNV-CNT           PIC 9(4) VALUE 0.
           77 CONVENIO-SW       PIC X VALUE "N".
               88 CON-CONVENIO      VALUE "Y".

      *CLIENTES CON UN CASO DE DISPUTA ABIERTO
           77 DISPUTA-STATUS    PIC X(2) VALUE "00".
               88 DISPUTA-NEW-FILE  VALUE "35".
           77 DISPUTA-EOF-SW    PIC X VALUE "N".
               88 DISPUTA-EOF       VALUE "Y".
           01 TABLA-DISPUTAS.
               05 DISPUTAS OCCURS 1000 TIMES.
                   10 DSP-ID            PIC 9(6).
           77 DSP-CNT           PIC 9(4) VALUE 0.
           77 DISPUTA-SW        PIC X VALUE "N".
               88 EN-DISPUTA        VALUE "Y".
           77 CNT-DISPUTA       PIC 9(4) VALUE 0.

      *DIRECCIONES DEVUELTAS POR EL CORREO
           77 DIRMALA-STATUS    PIC X(2) VALUE "00".
               88 DIRMALA-NEW-FILE  VALUE "35".
           77 DIRMALA-EOF-SW    PIC X VALUE "N".
               88 DIRMALA-EOF       VALUE "Y".
           01 TABLA-DIRMALA.
               05 DIRMALAS OCCURS 1000 TIMES.
                   10 DMA-T-ID          PIC 9(6).
                   10 DMA-T-DIRECCION   PIC X(40).
           77 DMA-CNT           PIC 9(4) VALUE 0.
           77 DIRMALA-SW        PIC X VALUE "N".
               88 DIRECCION-MALA    VALUE "Y".
           77 CNT-DIRMALA       PIC 9(4) VALUE 0.

      *TRATAMIENTO DEL DIA ASIGNADO POR LA ESTRATEGIA (COBRESTR)
           77 ACCION-STATUS     PIC X(2) VALUE "00".
               88 ACCION-NEW-FILE   VALUE "35".
           77 ACCION-EOF-SW     PIC X VALUE "N".
               88 ACCION-EOF        VALUE "Y".
           01 TABLA-ACCIONES.
               05 ACCIONES OCCURS 2000 TIMES.
                   10 ACN-ID            PIC 9(6).
                   10 ACN-TRATAMIENTO   PIC X.
                   10 ACN-NIVEL         PIC 9.
           77 ACN-CNT           PIC 9(4) VALUE 0.
           77 TRATAMIENTO-SW    PIC X VALUE SPACE.
               88 TRAT-CARTA        VALUE "C".
           77 NIVEL-ESTRATEGIA  PIC 9 VALUE 0.
           77 CNT-OTRO-TRAT     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-CORRESPONDENCIA
            PERFORM CARGA-FEES
            PERFORM CARGA-CONVENIOS
            PERFORM CARGA-DISPUTAS
            PERFORM CARGA-DIRMALA
            PERFORM CARGA-ACCIONES
            PERFORM GENERA-CARTAS

            DISPLAY CNT-CARTAS " CARTAS GENERADAS EN COBRCARTA.OUT"
            IF CNT-DISPUTA > 0
                DISPLAY CNT-DISPUTA " CLIENTES CON CASO DE DISPUTA "
                    "ABIERTO, SIN CARTA"
            END-IF
            IF CNT-DIRMALA > 0
                DISPLAY CNT-DIRMALA " CLIENTES CON DIRECCION "
                    "DEVUELTA POR EL CORREO, SIN CARTA"
            END-IF
            IF CNT-OTRO-TRAT > 0
                DISPLAY CNT-OTRO-TRAT " CLIENTES CON OTRO TRATAMIENTO "
                    "EN ACCIONES.DAT, SIN CARTA"
            END-IF

            STOP RUN.

                   END-IF
               END-IF.

      *CUENTA LOS AVISOS DE COBRANZA YA ENVIADOS A CADA CLIENTE SEGUN
      *EL LOG DE CORRESPONDENCIA
           CARGA-CORRESPONDENCIA.
               OPEN INPUT CORRESP-FILE
               IF CORRESP-NEW-FILE
                           AT END
                               SET CORRESP-EOF TO TRUE
                           NOT AT END
                               IF COR-AVISO-COBRANZA
                                   MOVE COR-CLIENTE-ID TO ID-BUSCADO
                                   PERFORM BUSCA-O-AGREGA
                                   IF ENCONTRADO
                                       ADD 1 TO HIS-AVISOS(I)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                               MOVE FEE-CLIENTE-ID TO ID-BUSCADO
                               PERFORM BUSCA-O-AGREGA
                               IF ENCONTRADO
                                   EVALUATE TRUE
                                       WHEN FEE-ES-AJUSTE AND
                                           FEE-REF-FECHA = 0
                                           CONTINUE
                                       WHEN FEE-ES-AJUSTE
                                           SUBTRACT FEE-MONTO FROM
                                               HIS-FEES(I)
                                       WHEN OTHER
                                           ADD FEE-MONTO TO
                                               HIS-FEES(I)
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FACTURA-FILE
               END-IF.

      *CARGA LOS CLIENTES CON CONVENIO DE PAGO VIGENTE, TOMANDO LA
      *PRIMERA CUOTA DE CADA PLAN
           CARGA-CONVENIOS.
               OPEN INPUT CONVENIO-FILE
               IF CONVENIO-NEW-FILE
                   CLOSE CONVENIO-FILE
               ELSE
                   PERFORM UNTIL CONVENIO-EOF
                       READ CONVENIO-FILE
                           AT END
                               SET CONVENIO-EOF TO TRUE
                           NOT AT END
                               IF PLAN-VIGENTE AND CNV-CUOTA = 1
                                   AND CNV-CNT < 1000
                                   ADD 1 TO CNV-CNT
                                   MOVE CNV-CLIENTE-ID TO
                                       CNV-ID(CNV-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONVENIO-FILE
               END-IF.

      *BUSCA EL CLIENTE LEIDO DEL MAESTRO EN LA TABLA DE
      *CONVENIOS VIGENTES
           VERIFICA-CONVENIO.
               MOVE "N" TO CONVENIO-SW
               MOVE 0 TO I
               PERFORM UNTIL CON-CONVENIO OR I >= CNV-CNT
                   ADD 1 TO I
                   IF CNV-ID(I) = CLIENTE-ID
                       SET CON-CONVENIO TO TRUE
                   END-IF
               END-PERFORM.

      *CARGA LOS CLIENTES CON UN CASO DE DISPUTA ABIERTO
           CARGA-DISPUTAS.
               OPEN INPUT DISPUTA-FILE
               IF DISPUTA-NEW-FILE
                   CLOSE DISPUTA-FILE
               ELSE
                   PERFORM UNTIL DISPUTA-EOF
                       READ DISPUTA-FILE
                           AT END
                               SET DISPUTA-EOF TO TRUE
                           NOT AT END
                               IF DIS-ABIERTA AND DSP-CNT < 1000
                                   ADD 1 TO DSP-CNT
                                   MOVE DIS-CLIENTE-ID TO
                                       DSP-ID(DSP-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTA-FILE
               END-IF.

      *BUSCA EL CLIENTE LEIDO DEL MAESTRO EN LA TABLA DE CASOS DE
      *DISPUTA ABIERTOS
           VERIFICA-DISPUTA.
               MOVE "N" TO DISPUTA-SW
               MOVE 0 TO I
               PERFORM UNTIL EN-DISPUTA OR I >= DSP-CNT
                   ADD 1 TO I
                   IF DSP-ID(I) = CLIENTE-ID
                       SET EN-DISPUTA TO TRUE
                   END-IF
               END-PERFORM.

      *CARGA LAS DIRECCIONES DEVUELTAS POR EL CORREO
           CARGA-DIRMALA.
               OPEN INPUT DIRMALA-FILE
               IF DIRMALA-NEW-FILE
                   CLOSE DIRMALA-FILE
               ELSE
                   PERFORM UNTIL DIRMALA-EOF
                       READ DIRMALA-FILE
                           AT END
                               SET DIRMALA-EOF TO TRUE
                           NOT AT END
                               IF DMA-CNT < 1000
                                   ADD 1 TO DMA-CNT
                                   MOVE DMA-CLIENTE-ID TO
                                       DMA-T-ID(DMA-CNT)
                                   MOVE DMA-DIRECCION TO
                                       DMA-T-DIRECCION(DMA-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DIRMALA-FILE
               END-IF.

      *LA DIRECCION DEL CLIENTE LEIDO ES MALA SI EL CORREO YA
      *DEVOLVIO UNA CARTA A ESA MISMA DIRECCION
           VERIFICA-DIRMALA.
               MOVE "N" TO DIRMALA-SW
               MOVE 0 TO I
               PERFORM UNTIL DIRECCION-MALA OR I >= DMA-CNT
                   ADD 1 TO I
                   IF DMA-T-ID(I) = CLIENTE-ID AND
                       DMA-T-DIRECCION(I) = CONTACTO-DIRECCION
                       SET DIRECCION-MALA TO TRUE
                   END-IF
               END-PERFORM.

      *CARGA LAS ACCIONES DEL DIA QUE DEJO LA ESTRATEGIA - SIN
      *ACCIONES LAS CARTAS SIGUEN LA ESCALA POR CANTIDAD DE AVISOS
           CARGA-ACCIONES.
               OPEN INPUT ACCION-FILE
               IF ACCION-NEW-FILE
                   CLOSE ACCION-FILE
               ELSE
                   PERFORM UNTIL ACCION-EOF
                       READ ACCION-FILE
                           AT END
                               SET ACCION-EOF TO TRUE
                           NOT AT END
                               IF ACN-CNT < 2000
                                   ADD 1 TO ACN-CNT
                                   MOVE ACC-CLIENTE-ID TO
                                       ACN-ID(ACN-CNT)
                                   MOVE ACC-TRATAMIENTO TO
                                       ACN-TRATAMIENTO(ACN-CNT)
                                   MOVE ACC-NIVEL-CARTA TO
                                       ACN-NIVEL(ACN-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACCION-FILE
               END-IF.

      *DEJA EL TRATAMIENTO DEL DIA DEL CLIENTE LEIDO Y EL NIVEL DE
      *CARTA ELEGIDO; SIN ACCIONES CARGADAS TODO CLIENTE VALE COMO
      *CARTA Y EL NIVEL LO DA LA ESCALA
           VERIFICA-ACCION.
               MOVE 0 TO NIVEL-ESTRATEGIA
               IF ACN-CNT = 0
                   MOVE "C" TO TRATAMIENTO-SW
               ELSE
                   MOVE SPACE TO TRATAMIENTO-SW
                   MOVE "N" TO ENCONTRADO-SW
                   MOVE 0 TO I
                   PERFORM UNTIL ENCONTRADO OR I >= ACN-CNT
                       ADD 1 TO I
                       IF ACN-ID(I) = CLIENTE-ID
                           SET ENCONTRADO TO TRUE
                           MOVE ACN-TRATAMIENTO(I) TO TRATAMIENTO-SW
                           MOVE ACN-NIVEL(I) TO NIVEL-ESTRATEGIA
                       END-IF
                   END-PERFORM
               END-IF.

      *RECORRE EL MAESTRO GENERANDO UNA CARTA POR CLIENTE MOROSO
           GENERA-CARTAS.
               OPEN INPUT CLIENTE-FILE
                           NOT AT END
                               IF MOROSO AND NOT EN-AGENCIA
                                   AND NOT NO-ESCRIBIR
                                   PERFORM VERIFICA-CONVENIO
                                   PERFORM VERIFICA-DISPUTA
                                   PERFORM VERIFICA-DIRMALA
                                   PERFORM VERIFICA-ACCION
                                   EVALUATE TRUE
                                       WHEN NOT TRAT-CARTA
                                           ADD 1 TO CNT-OTRO-TRAT
                                       WHEN CON-CONVENIO
                                           CONTINUE
                                       WHEN EN-DISPUTA
                                           ADD 1 TO CNT-DISPUTA
                                       WHEN DIRECCION-MALA
                                           ADD 1 TO CNT-DIRMALA
                                       WHEN OTHER
                                           PERFORM GENERA-UNA-CARTA
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   IF NIVEL-AVISO > 3
                       MOVE 3 TO NIVEL-AVISO
                   END-IF
                   IF NIVEL-ESTRATEGIA > 0
                       MOVE NIVEL-ESTRATEGIA TO NIVEL-AVISO
                   END-IF
                   MOVE HIS-FEES(I) TO MONTO-ADEUDADO
                   PERFORM IMPRIME-CARTA
                   ADD 1 TO HIS-AVISOS(I)
                   MOVE NIVEL-AVISO TO COR-NIVEL
                   MOVE FECHA-PROCESO TO COR-FECHA
                   ACCEPT COR-HORA FROM TIME
                   MOVE SPACES TO COR-ENTREGA
                   MOVE SPACES TO COR-MOTIVO-DEV
                   MOVE SPACE TO COR-TIPO
                   WRITE CORRESP-REC
                   ADD 1 TO CNT-CARTAS
               END-IF.
