      *             indicator (kept by CLIENTE-PRIV) are now excluded
      *             from the queue - regulators fine for exactly
      *             this.
      * 2026-10-15  Customers with a VIGENTE installment plan on
      *             CONVENIO.DAT (agreed through COBRCONV) are left
      *             off the lists while the plan runs; COBRCONV-RPT
      *             cancels a defaulted plan and the customer comes
      *             back on the next run.
      * 2026-10-15  Customers with a dispute case still open on
      *             DISPUTAS.DAT (opened from a DISPUTA outcome in
      *             COBRACT) are left off the lists until DISP-MANT
      *             resolves it.
      * 2026-10-15  Customers whose wrong number is out with the
      *             skip-trace vendor (an open trace on SKIPTRAZ.DAT,
      *             see COBRTRAZ) are left off the lists; they come
      *             back once COBRTRAZ-RET applies the number found.
      * 2026-10-15  When the nightly COBRESTR pass has left actions
      *             on ACCIONES.DAT, only the customers whose
      *             treatment is LLAMADA are queued; with the file
      *             empty the lists are built as before.
      * 2026-10-15  With a roster on AGENTES.DAT (kept by AGENTE-MANT)
      *             the lists are dealt by it instead of by
      *             COBR-AGENTES: each sheet takes no more than its
      *             operator's daily capacity, the sheet of an
      *             operator absent on AUSENCIA.DAT gets no customers,
      *             a customer goes back to the operator who last had
      *             them on COBRASG.DAT while that operator is in and
      *             has room, and whatever exceeds the total capacity
      *             goes to the COBRAG0.LST overflow sheet. COBRASG.DAT
      *             now records the operator of each sheet.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRCALL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNTAJE-STATUS.

           SELECT CONVENIO-FILE ASSIGN TO "CONVENIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVENIO-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTA-STATUS.

           SELECT TRAZA-FILE ASSIGN TO "SKIPTRAZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAZA-STATUS.

           SELECT ACCION-FILE ASSIGN TO "ACCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCION-STATUS.

           SELECT PLANTEL-FILE ASSIGN TO "AGENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANTEL-STATUS.

           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUSENCIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
       01  PUNTAJE-REC.
           COPY CLISCO.

       FD  CONVENIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONVENIO-REC.
           COPY COBCNV.

       FD  DISPUTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTA-REC.
           COPY COBDIS.

       FD  TRAZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRAZA-REC.
           COPY COBTRZ.

       FD  ACCION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCION-REC.
           COPY ACCION.

       FD  PLANTEL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLANTEL-REC.
           COPY AGEROS.

       FD  AUSENCIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUSENCIA-REC.
           COPY AUSENC.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
                   10 COLA-TELEFONO     PIC X(15).
                   10 COLA-DIAS         PIC 9(5).
                   10 COLA-ORDEN        PIC 9(5).
                   10 COLA-ULT-OPER     PIC X(8).
                   10 COLA-HOJA         PIC 9.
           77 COLA-CNT          PIC 9(4) VALUE 0.

           77 I                 PIC 9(4) VALUE 0.
                   10 PUN-PUNTAJE       PIC 9(3).
           77 PUN-CNT           PIC 9(4) VALUE 0.

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
           77 CNT-CONVENIO      PIC 9(4) VALUE 0.

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

      *CLIENTES CON NUMERO ERRADO EN BUSQUEDA CON EL PROVEEDOR
           77 TRAZA-STATUS      PIC X(2) VALUE "00".
               88 TRAZA-NEW-FILE    VALUE "35".
           77 TRAZA-EOF-SW      PIC X VALUE "N".
               88 TRAZA-EOF         VALUE "Y".
           01 TABLA-TRAZAS.
               05 TRAZAS OCCURS 1000 TIMES.
                   10 TRZ-T-ID          PIC 9(6).
           77 TRZ-CNT           PIC 9(4) VALUE 0.
           77 TRAZA-SW          PIC X VALUE "N".
               88 EN-TRAZA          VALUE "Y".
           77 CNT-TRAZA         PIC 9(4) VALUE 0.

      *TRATAMIENTO DEL DIA ASIGNADO POR LA ESTRATEGIA (COBRESTR)
           77 ACCION-STATUS     PIC X(2) VALUE "00".
               88 ACCION-NEW-FILE   VALUE "35".
           77 ACCION-EOF-SW     PIC X VALUE "N".
               88 ACCION-EOF        VALUE "Y".
           01 TABLA-ACCIONES.
               05 ACCIONES OCCURS 2000 TIMES.
                   10 ACN-ID            PIC 9(6).
                   10 ACN-TRATAMIENTO   PIC X.
           77 ACN-CNT           PIC 9(4) VALUE 0.
           77 TRATAMIENTO-SW    PIC X VALUE SPACE.
               88 TRAT-LLAMADA      VALUE "L".
           77 CNT-OTRO-TRAT     PIC 9(4) VALUE 0.

      *PLANTEL DE AGENTES: HOJA, OPERADOR, CAPACIDAD Y AUSENCIAS
      *DEL DIA
           77 PLANTEL-STATUS    PIC X(2) VALUE "00".
               88 PLANTEL-NEW-FILE  VALUE "35".
           77 PLANTEL-EOF-SW    PIC X VALUE "N".
               88 PLANTEL-EOF       VALUE "Y".
           77 AUSENCIA-STATUS   PIC X(2) VALUE "00".
               88 AUSENCIA-NEW-FILE VALUE "35".
           77 AUSENCIA-EOF-SW   PIC X VALUE "N".
               88 AUSENCIA-EOF      VALUE "Y".
           77 ASIGNA-EOF-SW     PIC X VALUE "N".
               88 ASIGNA-EOF        VALUE "Y".
           01 TABLA-PLANTEL.
               05 PLANTEL OCCURS 9 TIMES.
                   10 PLA-HOJA          PIC 9.
                   10 PLA-OPERADOR      PIC X(8).
                   10 PLA-CAPACIDAD     PIC 9(4).
                   10 PLA-ASIGNADOS     PIC 9(4).
                   10 PLA-AUSENTE-SW    PIC X.
                       88 PLA-AUSENTE       VALUE "Y".
           77 PLA-CNT           PIC 9 VALUE 0.
           77 K                 PIC 9(2) VALUE 0.
           77 PLA-TURNO         PIC 9(2) VALUE 0.
           77 PLA-ELEGIDO       PIC 9(2) VALUE 0.
           77 CANT-PRESENTES    PIC 9 VALUE 0.
           77 CNT-DESBORDE      PIC 9(4) VALUE 0.
           77 CNT-CONSERVADOS   PIC 9(4) VALUE 0.
           77 OPERADOR-HOJA     PIC X(8).
           77 HOJA-AUSENTE-SW   PIC X VALUE "N".
               88 HOJA-AUSENTE      VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-CONTACTADOS
            PERFORM CARGA-CONVENIOS
            PERFORM CARGA-DISPUTAS
            PERFORM CARGA-TRAZAS
            PERFORM CARGA-ACCIONES
            PERFORM CARGA-PLANTEL
            IF ORDEN-PUNTAJE
                PERFORM CARGA-PUNTAJES
            END-IF
                    "LOS ULTIMOS " DIAS-RECONT " DIAS, FUERA DE "
                    "LAS LISTAS"
            END-IF
            IF CNT-CONVENIO > 0
                DISPLAY CNT-CONVENIO " CLIENTES CON CONVENIO DE "
                    "PAGO VIGENTE, FUERA DE LAS LISTAS"
            END-IF
            IF CNT-DISPUTA > 0
                DISPLAY CNT-DISPUTA " CLIENTES CON CASO DE DISPUTA "
                    "ABIERTO, FUERA DE LAS LISTAS"
            END-IF
            IF CNT-TRAZA > 0
                DISPLAY CNT-TRAZA " CLIENTES CON NUMERO ERRADO EN "
                    "BUSQUEDA, FUERA DE LAS LISTAS"
            END-IF
            IF CNT-OTRO-TRAT > 0
                DISPLAY CNT-OTRO-TRAT " CLIENTES CON OTRO TRATAMIENTO "
                    "EN ACCIONES.DAT, FUERA DE LAS LISTAS"
            END-IF

            IF COLA-CNT = 0
                DISPLAY "SIN CLIENTES MOROSOS, NO HAY COLA QUE "
                    "REPARTIR"
            ELSE
                PERFORM ORDENA-COLA
                IF PLA-CNT = 0
                    PERFORM ROTA-COLA
                    PERFORM REPARTE-COLA
                    DISPLAY COLA-CNT " CLIENTES REPARTIDOS ENTRE "
                        CANT-AGENTES " AGENTES"
                ELSE
                    PERFORM CARGA-ULTIMO-AGENTE
                    PERFORM ASIGNA-PLANTEL
                    PERFORM REPARTE-PLANTEL
                    DISPLAY COLA-CNT " CLIENTES EN LA COLA, "
                        CANT-PRESENTES " AGENTES PRESENTES DEL PLANTEL"
                    DISPLAY CNT-CONSERVADOS " CLIENTES CON EL MISMO "
                        "AGENTE QUE LA ULTIMA VEZ"
                    IF CNT-DESBORDE > 0
                        DISPLAY CNT-DESBORDE " CLIENTES EXCEDEN LA "
                            "CAPACIDAD, EN LA HOJA DE DESBORDE "
                            "COBRAG0.LST"
                    END-IF
                END-IF
            END-IF

            STOP RUN.
                   MOVE ACT-CLIENTE-ID TO CON-ID(CON-CNT)
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

      *CARGA LOS CLIENTES CON UNA BUSQUEDA DE NUMERO ERRADO ABIERTA
           CARGA-TRAZAS.
               OPEN INPUT TRAZA-FILE
               IF TRAZA-NEW-FILE
                   CLOSE TRAZA-FILE
               ELSE
                   PERFORM UNTIL TRAZA-EOF
                       READ TRAZA-FILE
                           AT END
                               SET TRAZA-EOF TO TRUE
                           NOT AT END
                               IF TRZ-ABIERTA AND TRZ-CNT < 1000
                                   ADD 1 TO TRZ-CNT
                                   MOVE TRZ-CLIENTE-ID TO
                                       TRZ-T-ID(TRZ-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRAZA-FILE
               END-IF.

      *CARGA LAS ACCIONES DEL DIA QUE DEJO LA ESTRATEGIA - SIN
      *ACCIONES LA COLA SE ARMA CON LAS REGLAS PROPIAS
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
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACCION-FILE
               END-IF.

      *DEJA EL TRATAMIENTO DEL DIA DEL CLIENTE LEIDO; SIN ACCIONES
      *CARGADAS TODO CLIENTE VALE COMO LLAMADA
           VERIFICA-ACCION.
               IF ACN-CNT = 0
                   MOVE "L" TO TRATAMIENTO-SW
               ELSE
                   MOVE SPACE TO TRATAMIENTO-SW
                   MOVE "N" TO ENCONTRADO-SW
                   MOVE 0 TO I
                   PERFORM UNTIL ENCONTRADO OR I >= ACN-CNT
                       ADD 1 TO I
                       IF ACN-ID(I) = CLIENTE-ID
                           SET ENCONTRADO TO TRUE
                           MOVE ACN-TRATAMIENTO(I) TO TRATAMIENTO-SW
                       END-IF
                   END-PERFORM
               END-IF.

      *BUSCA EL CLIENTE LEIDO DEL MAESTRO EN LA TABLA DE BUSQUEDAS
      *ABIERTAS
           VERIFICA-TRAZA.
               MOVE "N" TO TRAZA-SW
               MOVE 0 TO I
               PERFORM UNTIL EN-TRAZA OR I >= TRZ-CNT
                   ADD 1 TO I
                   IF TRZ-T-ID(I) = CLIENTE-ID
                       SET EN-TRAZA TO TRUE
                   END-IF
               END-PERFORM.

      *CARGA LOS PUNTAJES DE RIESGO CALCULADOS POR CLIENTE-SCORE -
      *SIN ARCHIVO SE VUELVE AL ORDEN POR DIAS EN MORA
           CARGA-PUNTAJES.
                   END-IF
               END-PERFORM.

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

      *RECORRE EL MAESTRO ARMANDO LA COLA CON CADA CLIENTE MOROSO
      *Y SUS DIAS EN MORA
           ARMA-COLA.
                                   CLIENTE-SUCURSAL =
                                       SUCURSAL-FILTRO)
                                   PERFORM VERIFICA-CONTACTADO
                                   PERFORM VERIFICA-CONVENIO
                                   PERFORM VERIFICA-DISPUTA
                                   PERFORM VERIFICA-TRAZA
                                   PERFORM VERIFICA-ACCION
                                   EVALUATE TRUE
                                       WHEN NOT TRAT-LLAMADA
                                           ADD 1 TO CNT-OTRO-TRAT
                                       WHEN CONTACTADO-RECIEN
                                           ADD 1 TO CNT-SUPRIMIDOS
                                       WHEN CON-CONVENIO
                                           ADD 1 TO CNT-CONVENIO
                                       WHEN EN-DISPUTA
                                           ADD 1 TO CNT-DISPUTA
                                       WHEN EN-TRAZA
                                           ADD 1 TO CNT-TRAZA
                                       WHEN OTHER
                                           PERFORM AGREGA-A-COLA
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   END-PERFORM
               END-PERFORM.

      *SIN PLANTEL REPARTE LA COLA ORDENADA EN ROTACION ENTRE LOS
      *ARCHIVOS DE AGENTE, ASI LOS MAS VIEJOS QUEDAN PAREJOS ENTRE
      *LOS QUE LLAMAN
           ROTA-COLA.
               MOVE 0 TO AGENTE-NRO
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLA-CNT
                   IF AGENTE-NRO >= CANT-AGENTES
                       MOVE 0 TO AGENTE-NRO
                   END-IF
                   ADD 1 TO AGENTE-NRO
                   MOVE AGENTE-NRO TO COLA-HOJA(J)
               END-PERFORM.

      *CARGA EL PLANTEL DE AGENTES DE AGENTES.DAT - SIN PLANTEL SE
      *REPARTE POR COBR-AGENTES COMO SIEMPRE
           CARGA-PLANTEL.
               OPEN INPUT PLANTEL-FILE
               IF PLANTEL-NEW-FILE
                   CLOSE PLANTEL-FILE
               ELSE
                   PERFORM UNTIL PLANTEL-EOF
                       READ PLANTEL-FILE
                           AT END
                               SET PLANTEL-EOF TO TRUE
                           NOT AT END
                               IF AGR-HOJA > 0 AND AGR-CAPACIDAD > 0
                                   AND PLA-CNT < 9
                                   ADD 1 TO PLA-CNT
                                   MOVE AGR-HOJA TO PLA-HOJA(PLA-CNT)
                                   MOVE AGR-OPERADOR TO
                                       PLA-OPERADOR(PLA-CNT)
                                   MOVE AGR-CAPACIDAD TO
                                       PLA-CAPACIDAD(PLA-CNT)
                                   MOVE 0 TO PLA-ASIGNADOS(PLA-CNT)
                                   MOVE "N" TO PLA-AUSENTE-SW(PLA-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLANTEL-FILE
                   PERFORM CARGA-AUSENCIAS
               END-IF.

      *MARCA AUSENTES LAS HOJAS DE LOS OPERADORES CON UNA AUSENCIA
      *QUE CUBRE LA FECHA DE PROCESO Y CUENTA LOS PRESENTES
           CARGA-AUSENCIAS.
               OPEN INPUT AUSENCIA-FILE
               IF AUSENCIA-NEW-FILE
                   CLOSE AUSENCIA-FILE
               ELSE
                   PERFORM UNTIL AUSENCIA-EOF
                       READ AUSENCIA-FILE
                           AT END
                               SET AUSENCIA-EOF TO TRUE
                           NOT AT END
                               IF AUS-DESDE <= FECHA-PROCESO AND
                                   AUS-HASTA >= FECHA-PROCESO
                                   PERFORM MARCA-AUSENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUSENCIA-FILE
               END-IF
               MOVE 0 TO CANT-PRESENTES
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > PLA-CNT
                   IF NOT PLA-AUSENTE(K)
                       ADD 1 TO CANT-PRESENTES
                   ELSE
                       DISPLAY "HOJA " PLA-HOJA(K) " - OPERADOR "
                           PLA-OPERADOR(K) " AUSENTE, SIN CLIENTES"
                   END-IF
               END-PERFORM.

      *MARCA LA HOJA DEL OPERADOR DE LA AUSENCIA LEIDA
           MARCA-AUSENTE.
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > PLA-CNT
                   IF PLA-OPERADOR(K) = AUS-OPERADOR
                       SET PLA-AUSENTE(K) TO TRUE
                   END-IF
               END-PERFORM.

      *RECORRE LAS ASIGNACIONES DE COBRASG.DAT DEJANDO EN LA COLA
      *EL OPERADOR QUE TUVO CADA CLIENTE LA ULTIMA VEZ - EN LOS
      *REGISTROS SIN OPERADOR SE TOMA EL DE LA HOJA EN EL PLANTEL
           CARGA-ULTIMO-AGENTE.
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLA-CNT
                   MOVE SPACES TO COLA-ULT-OPER(J)
               END-PERFORM
               OPEN INPUT ASIGNA-FILE
               IF ASIGNA-NEW-FILE
                   CLOSE ASIGNA-FILE
               ELSE
                   PERFORM UNTIL ASIGNA-EOF
                       READ ASIGNA-FILE
                           AT END
                               SET ASIGNA-EOF TO TRUE
                           NOT AT END
                               PERFORM EVALUA-ASIGNACION
                       END-READ
                   END-PERFORM
                   CLOSE ASIGNA-FILE
               END-IF.

      *SI EL CLIENTE DE LA ASIGNACION LEIDA ESTA EN LA COLA, GUARDA
      *SU OPERADOR (LA ULTIMA ASIGNACION DEL ARCHIVO ES LA QUE VALE)
           EVALUA-ASIGNACION.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO J
               PERFORM UNTIL ENCONTRADO OR J >= COLA-CNT
                   ADD 1 TO J
                   IF COLA-ID(J) = ASG-CLIENTE-ID
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF ENCONTRADO
                   IF ASG-OPERADOR NOT = SPACES
                       MOVE ASG-OPERADOR TO COLA-ULT-OPER(J)
                   ELSE
                       MOVE SPACES TO COLA-ULT-OPER(J)
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K > PLA-CNT
                           IF PLA-HOJA(K) = ASG-AGENTE
                               MOVE PLA-OPERADOR(K) TO
                                   COLA-ULT-OPER(J)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF.

      *ASIGNA HOJA A CADA CLIENTE DE LA COLA ORDENADA: PRIMERO LA
      *DEL OPERADOR QUE LO TUVO LA ULTIMA VEZ SI ESTA PRESENTE Y LE
      *QUEDA CAPACIDAD, SI NO LA SIGUIENTE DE LA ROTACION CON LUGAR;
      *SIN LUGAR EN NINGUNA VA A LA HOJA 0 DE DESBORDE
           ASIGNA-PLANTEL.
               MOVE 0 TO PLA-TURNO
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLA-CNT
                   MOVE 0 TO PLA-ELEGIDO
                   IF COLA-ULT-OPER(J) NOT = SPACES
                       PERFORM BUSCA-HOJA-PROPIA
                   END-IF
                   IF PLA-ELEGIDO > 0
                       ADD 1 TO CNT-CONSERVADOS
                   ELSE
                       PERFORM BUSCA-HOJA-LIBRE
                   END-IF
                   IF PLA-ELEGIDO = 0
                       MOVE 0 TO COLA-HOJA(J)
                       ADD 1 TO CNT-DESBORDE
                   ELSE
                       ADD 1 TO PLA-ASIGNADOS(PLA-ELEGIDO)
                       MOVE PLA-HOJA(PLA-ELEGIDO) TO COLA-HOJA(J)
                   END-IF
               END-PERFORM.

      *BUSCA LA HOJA DEL ULTIMO OPERADOR DEL CLIENTE, PRESENTE Y
      *CON CAPACIDAD LIBRE
           BUSCA-HOJA-PROPIA.
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > PLA-CNT
                   IF PLA-OPERADOR(K) = COLA-ULT-OPER(J)
                       AND NOT PLA-AUSENTE(K)
                       AND PLA-ASIGNADOS(K) < PLA-CAPACIDAD(K)
                       MOVE K TO PLA-ELEGIDO
                   END-IF
               END-PERFORM.

      *AVANZA LA ROTACION HASTA LA PRIMERA HOJA PRESENTE CON
      *CAPACIDAD LIBRE, DANDO A LO SUMO UNA VUELTA AL PLANTEL
           BUSCA-HOJA-LIBRE.
               MOVE 0 TO K
               PERFORM UNTIL PLA-ELEGIDO > 0 OR K >= PLA-CNT
                   ADD 1 TO K
                   ADD 1 TO PLA-TURNO
                   IF PLA-TURNO > PLA-CNT
                       MOVE 1 TO PLA-TURNO
                   END-IF
                   IF NOT PLA-AUSENTE(PLA-TURNO) AND
                       PLA-ASIGNADOS(PLA-TURNO) <
                           PLA-CAPACIDAD(PLA-TURNO)
                       MOVE PLA-TURNO TO PLA-ELEGIDO
                   END-IF
               END-PERFORM.

      *ESCRIBE LAS HOJAS DE COBR-AGENTES CON LA ROTACION DE LA COLA
           REPARTE-COLA.
               OPEN EXTEND ASIGNA-FILE
               IF ASIGNA-NEW-FILE
                   CLOSE ASIGNA-FILE
                   OPEN EXTEND ASIGNA-FILE
               END-IF
               MOVE SPACES TO OPERADOR-HOJA
               MOVE "N" TO HOJA-AUSENTE-SW
               PERFORM VARYING AGENTE-NRO FROM 1 BY 1
                       UNTIL AGENTE-NRO > CANT-AGENTES
                   PERFORM ARMA-LISTA-AGENTE
               END-PERFORM
               CLOSE ASIGNA-FILE.

      *ESCRIBE UNA HOJA POR CADA AGENTE DEL PLANTEL (LA DEL AUSENTE
      *VACIA, CON LA NOTA) Y LA HOJA 0 DE DESBORDE
           REPARTE-PLANTEL.
               OPEN EXTEND ASIGNA-FILE
               IF ASIGNA-NEW-FILE
                   OPEN OUTPUT ASIGNA-FILE
                   CLOSE ASIGNA-FILE
                   OPEN EXTEND ASIGNA-FILE
               END-IF
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > PLA-CNT
                   MOVE PLA-HOJA(K) TO AGENTE-NRO
                   MOVE PLA-OPERADOR(K) TO OPERADOR-HOJA
                   MOVE PLA-AUSENTE-SW(K) TO HOJA-AUSENTE-SW
                   PERFORM ARMA-LISTA-AGENTE
               END-PERFORM
               MOVE 0 TO AGENTE-NRO
               MOVE SPACES TO OPERADOR-HOJA
               MOVE "N" TO HOJA-AUSENTE-SW
               PERFORM ARMA-LISTA-AGENTE
               CLOSE ASIGNA-FILE.

      *ESCRIBE LA HOJA DEL AGENTE EN CURSO CON LOS CLIENTES QUE LE
      *TOCARON; LOS DE LA HOJA 0 DE DESBORDE NO SE REGISTRAN EN
      *COBRASG.DAT PORQUE NO QUEDAN A CARGO DE NADIE
           ARMA-LISTA-AGENTE.
               MOVE SPACES TO AGENTE-NOMBRE
               STRING "COBRAG" AGENTE-NRO ".LST"
                   DELIMITED BY SIZE INTO AGENTE-NOMBRE
               OPEN OUTPUT AGENTE-FILE
               MOVE SPACES TO LINEA-AGENTE
               IF AGENTE-NRO = 0
                   STRING "COLA DE COBRANZA - DESBORDE - "
                       FECHA-PROCESO
                       DELIMITED BY SIZE INTO LINEA-AGENTE
               ELSE
                   STRING "COLA DE COBRANZA - AGENTE " AGENTE-NRO
                       " - " FECHA-PROCESO " " OPERADOR-HOJA
                       DELIMITED BY SIZE INTO LINEA-AGENTE
               END-IF
               WRITE LINEA-AGENTE
               IF HOJA-AUSENTE
                   MOVE "OPERADOR AUSENTE EN LA FECHA, HOJA SIN "
                       & "CLIENTES" TO LINEA-AGENTE
                   WRITE LINEA-AGENTE
               END-IF
               MOVE 0 TO CNT-AGENTE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > COLA-CNT
                   IF COLA-HOJA(J) = AGENTE-NRO
                       ADD 1 TO CNT-AGENTE
                       MOVE COLA-DIAS(J) TO DIAS-EDIT
                       MOVE SPACES TO LINEA-AGENTE
                       STRING "  " COLA-ID(J) " " COLA-NOMBRE(J)
                           " TEL " COLA-TELEFONO(J)
                           " DIAS " DIAS-EDIT
                           DELIMITED BY SIZE INTO LINEA-AGENTE
                       WRITE LINEA-AGENTE
                       IF AGENTE-NRO > 0
                           MOVE FECHA-PROCESO TO ASG-FECHA
                           MOVE AGENTE-NRO TO ASG-AGENTE
                           MOVE COLA-ID(J) TO ASG-CLIENTE-ID
                           MOVE OPERADOR-HOJA TO ASG-OPERADOR
                           WRITE ASIGNA-REC
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINEA-AGENTE
               STRING "CLIENTES ASIGNADOS: " CNT-AGENTE
