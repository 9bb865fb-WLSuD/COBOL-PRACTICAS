      *             MENU, WORKING-STORAGE keeps its last-used state,
      *             and a second selection was inheriting the prior
      *             operator's sign-on and permissions.
      * 2026-10-15  The consulta now shows the customer summary panel
      *             built nightly by CLIRESUM on CLIRESUM.DAT -
      *             balance, last payment, score, open promise or
      *             plan, open dispute, letters, agency and notes -
      *             next to the CONTACTO details, and warns when the
      *             summary is older than the last business night.
      * 2026-10-15  New option to schedule an ESTADO change with a
      *             future effective date and reason code on
      *             CLIPROG.DAT, applied by the nightly CLIPROG
      *             step; the consulta lists the customer's pending
      *             scheduled changes and lets an operator with
      *             alta/cambio permission cancel one.
      * 2026-10-15  A note can now carry a follow-up date and the
      *             OPERADOR.DAT operator assigned to it (the writer
      *             by default); a new option closes a pending
      *             follow-up of the customer and adds the closing
      *             note, optionally with the next follow-up.
      * 2026-10-15  The consulta lists the accounts linked to the
      *             customer on CLIVINC.DAT (household, guarantor,
      *             business owner) with their ESTADO and balance.
      * 2026-10-15  The consulta shows the customer's tier from the
      *             nightly CLISEG.DAT and the date it took effect.
      * 2026-10-15  An alta now records its initial contact and
      *             owning branch on CONTAUD.DAT (before image blank)
      *             right after its CLIAUD record, so CLIENTE-RECUP
      *             can rebuild a customer keyed after the last
      *             backup.
      * 2026-10-15  The ERRORES.LOG entry now sets the rule number
      *             and message of the shared layout to zero and
      *             blank - those belong to the REGLAS.DAT
      *             validation rules of the batch loaders.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-MANT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCURSAL-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADOR-STATUS.

           SELECT PROGRAMA-FILE ASSIGN TO "CLIPROG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAMA-STATUS.

           SELECT RESUMEN-FILE ASSIGN TO "CLIRESUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CLIENTE-ID
               FILE STATUS IS RESUMEN-STATUS.

           SELECT VINCULO-FILE ASSIGN TO "CLIVINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VINCULO-STATUS.

           SELECT SEGMENTO-FILE ASSIGN TO "CLISEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CLIENTE-ID
               FILE STATUS IS SEGMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
       01  SUCURSAL-REC.
           COPY SUCURSAL.

       FD  OPERADOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERADOR-REC.
           COPY OPERMST.

       FD  PROGRAMA-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROGRAMA-REC.
           COPY CLIPRG.

       FD  RESUMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESUMEN-REC.
           COPY CLIRES.

       FD  VINCULO-FILE
           LABEL RECORDS ARE STANDARD.
       01  VINCULO-REC.
           COPY CLIVIN.

       FD  SEGMENTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEGMENTO-REC.
           COPY CLISEG.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-OK        VALUE "00".
               88 OPCION-BUSQUEDA    VALUE "3".
               88 OPCION-NOTA        VALUE "4".
               88 OPCION-TELEFONO    VALUE "5".
               88 OPCION-PROGRAMA    VALUE "6".
               88 OPCION-SEGUIMIENTO VALUE "7".

           77 ERR-LOG-STATUS    PIC X(2) VALUE "00".
               88 ERR-LOG-NEW-FILE  VALUE "35".
           77 TNO-CNT           PIC 9 VALUE 0.
           77 NX                PIC 9 VALUE 0.

      *SEGUIMIENTOS (AGENDA) DE LAS NOTAS
           77 OPERADOR-STATUS   PIC X(2) VALUE "00".
               88 OPERADOR-NEW-FILE VALUE "35".
           77 OPERADOR-EOF-SW   PIC X VALUE "N".
               88 OPERADOR-EOF      VALUE "Y".
           77 OPER-VALIDO-SW    PIC X VALUE "N".
               88 OPER-VALIDO       VALUE "Y".
           01 SEG-FECHA-ENT     PIC 9(8).
           01 SEG-FECHA-DET REDEFINES SEG-FECHA-ENT.
               05 SEG-ANIO      PIC 9(4).
               05 SEG-MES       PIC 9(2).
               05 SEG-DIA       PIC 9(2).
           77 SEG-OPERADOR-ENT  PIC X(8).
           77 SEG-RESULTADO     PIC X(60).
           01 TABLA-SEGUIMIENTOS.
               05 SEGUIMIENTOS OCCURS 20 TIMES.
                   10 TSG-FECHA-NOTA    PIC 9(8).
                   10 TSG-HORA-NOTA     PIC 9(8).
                   10 TSG-FECHA         PIC 9(8).
           77 TSG-CNT           PIC 9(2) VALUE 0.
           77 TSG-ELEGIDO       PIC 9(2) VALUE 0.
           01 TABLA-NOTAS-ARCHIVO.
               05 NOTAS-ARCHIVO OCCURS 5000 TIMES.
                   10 TNA-REGISTRO      PIC X(107).
           77 TNA-CNT           PIC 9(4) VALUE 0.
           77 TNA-I             PIC 9(4) VALUE 0.
           77 NOTAS-CARGA-SW    PIC X VALUE "N".
               88 NOTAS-CARGA-OK    VALUE "Y".

           77 NOMBRE-BUSCADO    PIC X(30).
           77 LARGO-BUSCADO     PIC 9(2) VALUE 0.
           77 CNT-ENCONTRADOS   PIC 9(4) VALUE 0.
           77 FONETICO-BUSCADO  PIC X(8).
           77 FONETICO-LEIDO    PIC X(8).
           77 TELEFONO-BUSCADO  PIC X(15).

      *NIVEL DEL CLIENTE ASIGNADO POR CLISEGM
           77 SEGMENTO-STATUS   PIC X(2) VALUE "00".
               88 SEGMENTO-NEW-FILE VALUE "35".
           77 NIVEL-NOMBRE      PIC X(8).

      *PANEL DE RESUMEN DEL CLIENTE ARMADO POR CLIRESUM
           77 RESUMEN-STATUS    PIC X(2) VALUE "00".
               88 RESUMEN-NEW-FILE  VALUE "35".
           01 FECHA-ARMADO      PIC 9(8).
           01 FECHA-ARMADO-DET REDEFINES FECHA-ARMADO.
               05 ARMADO-ANIO   PIC 9(4).
               05 ARMADO-MES    PIC 9(2).
               05 ARMADO-DIA    PIC 9(2).
           01 FECHA-SIG-HABIL   PIC 9(8).
           01 FECHA-SIG-HABIL-DET REDEFINES FECHA-SIG-HABIL.
               05 SIG-ANIO      PIC 9(4).
               05 SIG-MES       PIC 9(2).
               05 SIG-DIA       PIC 9(2).
           77 UN-DIA-HABIL      PIC 9(3) VALUE 1.
           77 HAB-HALLADO       PIC X VALUE "N".
           77 SALDO-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
           77 MONTO-EDIT        PIC ZZZ,ZZ9.99.

      *CAMBIOS DE ESTADO PROGRAMADOS A FUTURO
           77 PROGRAMA-STATUS   PIC X(2) VALUE "00".
               88 PROGRAMA-NEW-FILE VALUE "35".
           77 PROGRAMA-EOF-SW   PIC X VALUE "N".
               88 PROGRAMA-EOF      VALUE "Y".
           01 FECHA-EFECTIVA-ENT PIC 9(8).
           01 FECHA-EFECTIVA-DET REDEFINES FECHA-EFECTIVA-ENT.
               05 EFECTIVA-ANIO PIC 9(4).
               05 EFECTIVA-MES  PIC 9(2).
               05 EFECTIVA-DIA  PIC 9(2).
           01 TABLA-PROGRAMA.
               05 PROGRAMAS OCCURS 2000 TIMES.
                   10 TAB-PROGRAMA      PIC X(95).
           77 PRG-CNT           PIC 9(4) VALUE 0.
           77 PX                PIC 9(4) VALUE 0.
           77 PRG-ULTIMO        PIC 9(6) VALUE 0.
           77 PRG-PEND-CLIENTE  PIC 9(4) VALUE 0.
           77 NUMERO-CANCELAR   PIC 9(6) VALUE 0.
           77 PROGRAMA-OK-SW    PIC X VALUE "N".
               88 PROGRAMA-OK       VALUE "Y".
           77 ESTADO-NOMBRE     PIC X(10).
           77 ESTADO-BUSCADO    PIC 9 VALUE 0.
           77 CP-OK-SW          PIC X VALUE "N".
               88 CP-OK             VALUE "Y".

      *CUENTAS VINCULADAS AL CLIENTE CONSULTADO
           77 VINCULO-STATUS    PIC X(2) VALUE "00".
               88 VINCULO-NEW-FILE  VALUE "35".
           77 VINCULO-EOF-SW    PIC X VALUE "N".
               88 VINCULO-EOF       VALUE "Y".
           01 TABLA-VINCULADOS.
               05 VINCULADOS OCCURS 20 TIMES.
                   10 VNC-CLIENTE-ID    PIC 9(6).
                   10 VNC-ROL           PIC X(14).
           77 VNC-CNT           PIC 9(2) VALUE 0.
           77 VX                PIC 9(2) VALUE 0.
           77 VNC-SALDO-TXT     PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY "3-BUSCAR CLIENTES POR NOMBRE"
            DISPLAY "4-AGREGAR UNA NOTA A UN CLIENTE"
            DISPLAY "5-BUSCAR CLIENTES POR TELEFONO"
            DISPLAY "6-PROGRAMAR UN CAMBIO DE ESTADO A FUTURO"
            DISPLAY "7-CERRAR UN SEGUIMIENTO DE UN CLIENTE"
            ACCEPT OPCION-PRINCIPAL

            EVALUATE TRUE
                        DISPLAY "EL OPERADOR NO TIENE PERMISO DE "
                            "CONSULTA"
                    END-IF
                WHEN OPCION-SEGUIMIENTO
                    IF PERM-CONS-OPER = "Y"
                        PERFORM CIERRA-SEGUIMIENTO
                    ELSE
                        DISPLAY "EL OPERADOR NO TIENE PERMISO DE "
                            "CONSULTA"
                    END-IF
                WHEN OPCION-PROGRAMA
                    IF LOTE-ACTIVO
                        DISPLAY "CADENA NOCTURNA EN CURSO, LOS "
                            "CAMBIOS PROGRAMADOS QUEDAN BLOQUEADOS "
                            "HASTA QUE TERMINE"
                    ELSE
                        IF PERM-ALTA-OPER = "Y"
                            PERFORM PROGRAMA-CAMBIO
                        ELSE
                            DISPLAY "EL OPERADOR NO TIENE PERMISO "
                                "DE ALTA/CAMBIO"
                        END-IF
                    END-IF
                WHEN OTHER
                    IF LOTE-ACTIVO
                        DISPLAY "CADENA NOCTURNA EN CURSO, LAS "
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "CLIENTE-MANT" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
                   END-IF

                   PERFORM GRABAR-AUDITORIA
                   IF ESTADO-ANTERIOR = 0
                       PERFORM AUDITA-ALTA
                   END-IF
               END-IF.

      *DEJA EL CONTACTO Y LA SUCURSAL INICIALES DEL ALTA, CON EL
      *ANTES EN BLANCO
           AUDITA-ALTA.
               MOVE SPACES TO ANTES-AUD
               IF CONTACTO-NOMBRE-ENT NOT = SPACES
                   MOVE "NOMBRE" TO CAMPO-AUD
                   MOVE CONTACTO-NOMBRE-ENT TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF CONTACTO-TELEFONO-ENT NOT = SPACES
                   MOVE "TELEFONO" TO CAMPO-AUD
                   MOVE CONTACTO-TELEFONO-ENT TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF CONTACTO-EMAIL-ENT NOT = SPACES
                   MOVE "EMAIL" TO CAMPO-AUD
                   MOVE CONTACTO-EMAIL-ENT TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF CONTACTO-DIRECCION-ENT NOT = SPACES
                   MOVE "DIRECCION" TO CAMPO-AUD
                   MOVE CONTACTO-DIRECCION-ENT TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF SUCURSAL-ENT NOT = SPACES
                   MOVE "SUCURSAL" TO CAMPO-AUD
                   MOVE SUCURSAL-ENT TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF.

      *COMPARA EL CONTACTO LEIDO CONTRA LO TIPEADO Y DEJA UNA
                   NOT INVALID KEY
                       DISPLAY "CLIENTE-ID: " CLIENTE-ID
                       PERFORM VERIFICA-ESTADO
                       PERFORM MUESTRA-RESUMEN
                       PERFORM MUESTRA-SEGMENTO
                       PERFORM MUESTRA-PROGRAMADOS
                       PERFORM MUESTRA-NOTAS
                       PERFORM MUESTRA-VINCULOS
               END-READ
               END-IF.

      *MUESTRA EL PANEL DE RESUMEN DEL CLIENTE CONSULTADO, AVISANDO
      *SI EL ARMADO ES ANTERIOR A LA ULTIMA NOCHE HABIL
           MUESTRA-RESUMEN.
               OPEN INPUT RESUMEN-FILE
               IF RESUMEN-NEW-FILE
                   CLOSE RESUMEN-FILE
                   DISPLAY "RESUMEN: NO EXISTE CLIRESUM.DAT, EL PASO "
                       "NOCTURNO CLIRESUM NUNCA CORRIO"
               ELSE
                   MOVE CLIENTE-ID-ENTRADA TO RES-CLIENTE-ID
                   READ RESUMEN-FILE
                       INVALID KEY
                           DISPLAY "RESUMEN: SIN DATOS (CLIENTE "
                               "DADO DE ALTA DESPUES DEL ARMADO)"
                       NOT INVALID KEY
                           PERFORM VERIFICA-ARMADO
                           PERFORM MUESTRA-PANEL
                   END-READ
                   CLOSE RESUMEN-FILE
               END-IF.

      *MUESTRA EL NIVEL DEL CLIENTE Y DESDE CUANDO LO TIENE
           MUESTRA-SEGMENTO.
               OPEN INPUT SEGMENTO-FILE
               IF SEGMENTO-NEW-FILE
                   CLOSE SEGMENTO-FILE
                   DISPLAY "NIVEL: SIN CLASIFICAR (EL PASO NOCTURNO "
                       "CLISEGM NUNCA CORRIO)"
               ELSE
                   MOVE CLIENTE-ID-ENTRADA TO SEG-CLIENTE-ID
                   READ SEGMENTO-FILE
                       INVALID KEY
                           DISPLAY "NIVEL: SIN CLASIFICAR"
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN SEG-ORO
                                   MOVE "ORO" TO NIVEL-NOMBRE
                               WHEN SEG-PLATA
                                   MOVE "PLATA" TO NIVEL-NOMBRE
                               WHEN SEG-ESTANDAR
                                   MOVE "ESTANDAR" TO NIVEL-NOMBRE
                               WHEN OTHER
                                   MOVE "RIESGO" TO NIVEL-NOMBRE
                           END-EVALUATE
                           DISPLAY "NIVEL: " NIVEL-NOMBRE " DESDE EL "
                               SEG-FECHA-EFECTIVA " (CALCULADO EL "
                               SEG-FECHA-CALC ")"
                   END-READ
                   CLOSE SEGMENTO-FILE
               END-IF.

      *EL RESUMEN ESTA AL DIA SI SE ARMO HOY O SI HOY ES EL PRIMER
      *DIA HABIL DESPUES DEL ARMADO; SIN CALENDARIO SOLO EL DE HOY
           VERIFICA-ARMADO.
               MOVE RES-FECHA-ARMADO TO FECHA-ARMADO
               IF FECHA-ARMADO < FECHA-HOY
                   CALL "FECHAHAB" USING ARMADO-DIA ARMADO-MES
                       ARMADO-ANIO UN-DIA-HABIL SIG-DIA SIG-MES
                       SIG-ANIO HAB-HALLADO
                   IF HAB-HALLADO NOT = "Y" OR
                       FECHA-SIG-HABIL < FECHA-HOY
                       DISPLAY "ATENCION: RESUMEN DESACTUALIZADO, "
                           "ARMADO EL " FECHA-ARMADO
                           " - EL PASO NOCTURNO NO CORRIO"
                   END-IF
               END-IF.

      *DESPLIEGA LOS DATOS DEL RESUMEN LEIDO
           MUESTRA-PANEL.
               DISPLAY "---- RESUMEN AL " RES-FECHA-ARMADO " ----"
               MOVE RES-SALDO TO SALDO-EDIT
               DISPLAY "SALDO: " SALDO-EDIT
               IF RES-ULT-PAGO-FECHA = 0
                   DISPLAY "ULTIMO PAGO: NINGUNO"
               ELSE
                   MOVE RES-ULT-PAGO-MONTO TO MONTO-EDIT
                   IF RES-PAGO-DEVUELTO
                       DISPLAY "ULTIMO PAGO: " RES-ULT-PAGO-FECHA
                           " POR " MONTO-EDIT " (DEVUELTO POR EL "
                           "BANCO)"
                   ELSE
                       DISPLAY "ULTIMO PAGO: " RES-ULT-PAGO-FECHA
                           " POR " MONTO-EDIT
                   END-IF
               END-IF
               IF RES-PUNTAJE-FECHA = 0
                   DISPLAY "PUNTAJE: SIN CALCULAR"
               ELSE
                   DISPLAY "PUNTAJE: " RES-PUNTAJE " (AL "
                       RES-PUNTAJE-FECHA ")"
               END-IF
               IF RES-PROMESA-FECHA NOT = 0
                   MOVE RES-PROMESA-MONTO TO MONTO-EDIT
                   DISPLAY "PROMESA PENDIENTE: " MONTO-EDIT " AL "
                       RES-PROMESA-FECHA
               END-IF
               IF RES-PLAN NOT = 0
                   MOVE RES-PLAN-PROX-MONTO TO MONTO-EDIT
                   DISPLAY "CONVENIO " RES-PLAN " VIGENTE: "
                       RES-PLAN-CUOTAS-PEND " CUOTAS PENDIENTES, "
                       "PROXIMA " RES-PLAN-PROX-VTO " POR " MONTO-EDIT
               END-IF
               IF RES-PROMESA-FECHA = 0 AND RES-PLAN = 0
                   DISPLAY "SIN PROMESA NI CONVENIO ABIERTO"
               END-IF
               IF RES-DISPUTA NOT = 0
                   MOVE RES-DISPUTA-MONTO TO MONTO-EDIT
                   DISPLAY "DISPUTA ABIERTA " RES-DISPUTA " POR "
                       MONTO-EDIT ", VENCE " RES-DISPUTA-VENCE
               END-IF
               IF RES-CARTAS = 0
                   DISPLAY "CARTAS ENVIADAS: 0"
               ELSE
                   DISPLAY "CARTAS ENVIADAS: " RES-CARTAS
                       " (ULTIMA NIVEL " RES-ULT-CARTA-NIVEL " EL "
                       RES-ULT-CARTA-FECHA ")"
               END-IF
               IF RES-EN-AGENCIA
                   DISPLAY "CUENTA DERIVADA A LA AGENCIA EXTERNA"
               END-IF
               DISPLAY "NOTAS: " RES-NOTAS.

      *LISTA LOS CAMBIOS PROGRAMADOS PENDIENTES DEL CLIENTE Y, SI EL
      *OPERADOR PUEDE DAR ALTAS/CAMBIOS, OFRECE CANCELAR UNO
           MUESTRA-PROGRAMADOS.
               MOVE 0 TO PRG-PEND-CLIENTE
               MOVE "N" TO PROGRAMA-EOF-SW
               OPEN INPUT PROGRAMA-FILE
               IF PROGRAMA-NEW-FILE
                   CLOSE PROGRAMA-FILE
               ELSE
                   PERFORM UNTIL PROGRAMA-EOF
                       READ PROGRAMA-FILE
                           AT END
                               SET PROGRAMA-EOF TO TRUE
                           NOT AT END
                               IF PRG-CLIENTE-ID =
                                   CLIENTE-ID-ENTRADA AND
                                   PRG-PENDIENTE
                                   PERFORM MUESTRA-UN-PROGRAMADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROGRAMA-FILE
               END-IF
               IF PRG-PEND-CLIENTE > 0 AND PERM-ALTA-OPER = "Y"
                   AND NOT LOTE-ACTIVO
                   DISPLAY "NUMERO DE CAMBIO PROGRAMADO A CANCELAR "
                       "(0 = NINGUNO): "
                   ACCEPT NUMERO-CANCELAR
                   IF NUMERO-CANCELAR NOT = 0
                       PERFORM CANCELA-PROGRAMADO
                   END-IF
               END-IF.

      *DESPLIEGA EL CAMBIO PROGRAMADO LEIDO
           MUESTRA-UN-PROGRAMADO.
               IF PRG-PEND-CLIENTE = 0
                   DISPLAY "CAMBIOS DE ESTADO PROGRAMADOS:"
               END-IF
               ADD 1 TO PRG-PEND-CLIENTE
               MOVE PRG-ESTADO-NUEVO TO ESTADO-BUSCADO
               PERFORM NOMBRE-DE-ESTADO
               DISPLAY "  " PRG-NUMERO " A " ESTADO-NOMBRE " EL "
                   PRG-FECHA-EFECTIVA " MOTIVO " PRG-MOTIVO
                   " POR " PRG-OPERADOR.

      *NOMBRE DEL ESTADO ESTADO-BUSCADO
           NOMBRE-DE-ESTADO.
               EVALUATE ESTADO-BUSCADO
                   WHEN 1 MOVE "ACTIVO" TO ESTADO-NOMBRE
                   WHEN 2 MOVE "INACTIVO" TO ESTADO-NOMBRE
                   WHEN 3 MOVE "SUSPENDIDO" TO ESTADO-NOMBRE
                   WHEN 4 MOVE "MOROSO" TO ESTADO-NOMBRE
                   WHEN OTHER MOVE "?" TO ESTADO-NOMBRE
               END-EVALUATE.

      *LISTA LAS CUENTAS VINCULADAS AL CLIENTE CONSULTADO, DE
      *CUALQUIER LADO DEL VINCULO, CON SU ESTADO Y SU SALDO
           MUESTRA-VINCULOS.
               MOVE 0 TO VNC-CNT
               MOVE "N" TO VINCULO-EOF-SW
               OPEN INPUT VINCULO-FILE
               IF VINCULO-NEW-FILE
                   CLOSE VINCULO-FILE
               ELSE
                   PERFORM UNTIL VINCULO-EOF
                       READ VINCULO-FILE
                           AT END
                               SET VINCULO-EOF TO TRUE
                           NOT AT END
                               PERFORM TOMA-VINCULO
                       END-READ
                   END-PERFORM
                   CLOSE VINCULO-FILE
               END-IF
               IF VNC-CNT > 0
                   DISPLAY "CUENTAS VINCULADAS:"
                   OPEN INPUT RESUMEN-FILE
                   PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VNC-CNT
                       PERFORM MUESTRA-UN-VINCULADO
                   END-PERFORM
                   IF NOT RESUMEN-NEW-FILE
                       CLOSE RESUMEN-FILE
                   END-IF
      *VUELVE A DEJAR EN EL REGISTRO AL CLIENTE CONSULTADO
                   MOVE CLIENTE-ID-ENTRADA TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF.

      *GUARDA LA OTRA CUENTA DEL VINCULO LEIDO Y EL PAPEL QUE CUMPLE
      *RESPECTO DEL CLIENTE CONSULTADO
           TOMA-VINCULO.
               IF (VIN-CLIENTE-ID = CLIENTE-ID-ENTRADA OR
                   VIN-RELACIONADO-ID = CLIENTE-ID-ENTRADA) AND
                   VNC-CNT < 20
                   ADD 1 TO VNC-CNT
                   IF VIN-CLIENTE-ID = CLIENTE-ID-ENTRADA
                       MOVE VIN-RELACIONADO-ID TO
                           VNC-CLIENTE-ID(VNC-CNT)
                       EVALUATE TRUE
                           WHEN VIN-GARANTE
                               MOVE "GARANTE" TO VNC-ROL(VNC-CNT)
                           WHEN VIN-DUENIO
                               MOVE "DUENIO" TO VNC-ROL(VNC-CNT)
                           WHEN OTHER
                               MOVE "MISMO HOGAR" TO VNC-ROL(VNC-CNT)
                       END-EVALUATE
                   ELSE
                       MOVE VIN-CLIENTE-ID TO VNC-CLIENTE-ID(VNC-CNT)
                       EVALUATE TRUE
                           WHEN VIN-GARANTE
                               MOVE "GARANTIZADO" TO VNC-ROL(VNC-CNT)
                           WHEN VIN-DUENIO
                               MOVE "EMPRESA" TO VNC-ROL(VNC-CNT)
                           WHEN OTHER
                               MOVE "MISMO HOGAR" TO VNC-ROL(VNC-CNT)
                       END-EVALUATE
                   END-IF
               END-IF.

      *DESPLIEGA UNA CUENTA VINCULADA CON SU ESTADO Y SU SALDO
           MUESTRA-UN-VINCULADO.
               MOVE VNC-CLIENTE-ID(VX) TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE 0 TO ESTADO
                       MOVE SPACES TO CONTACTO-NOMBRE
               END-READ
               MOVE ESTADO TO ESTADO-BUSCADO
               PERFORM NOMBRE-DE-ESTADO
               MOVE "S/D" TO VNC-SALDO-TXT
               IF NOT RESUMEN-NEW-FILE
                   MOVE VNC-CLIENTE-ID(VX) TO RES-CLIENTE-ID
                   READ RESUMEN-FILE
                       NOT INVALID KEY
                           MOVE RES-SALDO TO SALDO-EDIT
                           MOVE SALDO-EDIT TO VNC-SALDO-TXT
                   END-READ
               END-IF
               DISPLAY "  " VNC-CLIENTE-ID(VX) " " VNC-ROL(VX) " "
                   CONTACTO-NOMBRE " " ESTADO-NOMBRE " SALDO "
                   VNC-SALDO-TXT.

      *MARCA CANCELADO EL CAMBIO PENDIENTE PEDIDO DEL CLIENTE Y
      *REESCRIBE CLIPROG.DAT
           CANCELA-PROGRAMADO.
               PERFORM CARGA-PROGRAMAS
               IF PROGRAMA-OK
                   MOVE "N" TO PROGRAMA-OK-SW
                   PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PRG-CNT
                       MOVE TAB-PROGRAMA(PX) TO PROGRAMA-REC
                       IF PRG-NUMERO = NUMERO-CANCELAR AND
                           PRG-CLIENTE-ID = CLIENTE-ID-ENTRADA AND
                           PRG-PENDIENTE
                           MOVE "C" TO PRG-SITUACION
                           MOVE FECHA-HOY TO PRG-FECHA-CIERRE
                           MOVE OPERADOR TO PRG-CERRO
                           MOVE "CANCELADO EN CONSULTA" TO
                               PRG-OBSERVACION
                           MOVE PROGRAMA-REC TO TAB-PROGRAMA(PX)
                           SET PROGRAMA-OK TO TRUE
                       END-IF
                   END-PERFORM
                   IF PROGRAMA-OK
                       OPEN OUTPUT PROGRAMA-FILE
                       PERFORM VARYING PX FROM 1 BY 1
                               UNTIL PX > PRG-CNT
                           MOVE TAB-PROGRAMA(PX) TO PROGRAMA-REC
                           WRITE PROGRAMA-REC
                       END-PERFORM
                       CLOSE PROGRAMA-FILE
                       DISPLAY "CAMBIO PROGRAMADO " NUMERO-CANCELAR
                           " CANCELADO"
                   ELSE
                       DISPLAY "NO HAY UN CAMBIO PENDIENTE CON ESE "
                           "NUMERO PARA EL CLIENTE"
                   END-IF
               END-IF.

      *CARGA CLIPROG.DAT EN MEMORIA PARA REESCRIBIRLO
           CARGA-PROGRAMAS.
               MOVE 0 TO PRG-CNT
               MOVE "Y" TO PROGRAMA-OK-SW
               MOVE "N" TO PROGRAMA-EOF-SW
               OPEN INPUT PROGRAMA-FILE
               IF PROGRAMA-NEW-FILE
                   CLOSE PROGRAMA-FILE
               ELSE
                   PERFORM UNTIL PROGRAMA-EOF OR NOT PROGRAMA-OK
                       READ PROGRAMA-FILE
                           AT END
                               SET PROGRAMA-EOF TO TRUE
                           NOT AT END
                               IF PRG-CNT = 2000
                                   DISPLAY "CLIPROG.DAT EXCEDE 2000 "
                                       "REGISTROS, NO SE CANCELA"
                                   MOVE "N" TO PROGRAMA-OK-SW
                               ELSE
                                   ADD 1 TO PRG-CNT
                                   MOVE PROGRAMA-REC TO
                                       TAB-PROGRAMA(PRG-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROGRAMA-FILE
               END-IF.

      *PROGRAMA UN CAMBIO DE ESTADO CON FECHA EFECTIVA FUTURA Y SU
      *MOTIVO, QUE APLICA EL PASO NOCTURNO CLIPROG
           PROGRAMA-CAMBIO.
               DISPLAY "INGRESE EL ID DEL CLIENTE: "
               ACCEPT CLIENTE-ID-ENTRADA
               PERFORM VALIDA-ID-CLIENTE
               IF ID-VALIDO
                   MOVE CLIENTE-ID-ENTRADA TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           DISPLAY "NO EXISTE UN CLIENTE CON ESE ID"
                       NOT INVALID KEY
                           PERFORM TOMA-PROGRAMA
                   END-READ
               END-IF.

      *PIDE EL ESTADO, LA FECHA EFECTIVA Y EL MOTIVO DEL CAMBIO
      *PROGRAMADO PARA EL CLIENTE LEIDO
           TOMA-PROGRAMA.
               MOVE ESTADO TO ESTADO-BUSCADO
               PERFORM NOMBRE-DE-ESTADO
               DISPLAY "CLIENTE: " CONTACTO-NOMBRE
               DISPLAY "ESTADO ACTUAL: " ESTADO-NOMBRE
               DISPLAY "INGRESE EL ESTADO A APLICAR: "
               DISPLAY "1-ACTIVO"
               DISPLAY "2-INACTIVO"
               DISPLAY "3-SUSPENDIDO"
               DISPLAY "4-MOROSO"
               ACCEPT ESTADO-NUEVO
               IF ESTADO-NUEVO < 1 OR ESTADO-NUEVO > 4
                   DISPLAY "ESTADO INVALIDO, NO SE PROGRAMA"
               ELSE
               IF ESTADO-NUEVO = ESTADO
                   DISPLAY "EL CLIENTE YA ESTA EN ESE ESTADO"
               ELSE
                   DISPLAY "FECHA EFECTIVA (AAAAMMDD): "
                   ACCEPT FECHA-EFECTIVA-ENT
                   IF FECHA-EFECTIVA-ENT <= FECHA-HOY OR
                       EFECTIVA-MES < 1 OR EFECTIVA-MES > 12 OR
                       EFECTIVA-DIA < 1 OR EFECTIVA-DIA > 31
                       DISPLAY "LA FECHA EFECTIVA DEBE SER UNA "
                           "FECHA VALIDA POSTERIOR A HOY"
                   ELSE
                       PERFORM PIDE-MOTIVO
                       PERFORM GRABA-PROGRAMA
                       DISPLAY "CAMBIO PROGRAMADO NUMERO " PRG-ULTIMO
                   END-IF
               END-IF
               END-IF.

      *AGREGA EL CAMBIO PROGRAMADO CON EL NUMERO SIGUIENTE AL MAYOR
      *DEL ARCHIVO
           GRABA-PROGRAMA.
               MOVE 0 TO PRG-ULTIMO
               MOVE "N" TO PROGRAMA-EOF-SW
               OPEN INPUT PROGRAMA-FILE
               IF PROGRAMA-NEW-FILE
                   CLOSE PROGRAMA-FILE
               ELSE
                   PERFORM UNTIL PROGRAMA-EOF
                       READ PROGRAMA-FILE
                           AT END
                               SET PROGRAMA-EOF TO TRUE
                           NOT AT END
                               IF PRG-NUMERO > PRG-ULTIMO
                                   MOVE PRG-NUMERO TO PRG-ULTIMO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROGRAMA-FILE
               END-IF
               OPEN EXTEND PROGRAMA-FILE
               IF PROGRAMA-NEW-FILE
                   OPEN OUTPUT PROGRAMA-FILE
                   CLOSE PROGRAMA-FILE
                   OPEN EXTEND PROGRAMA-FILE
               END-IF
               ADD 1 TO PRG-ULTIMO
               MOVE PRG-ULTIMO TO PRG-NUMERO
               MOVE CLIENTE-ID-ENTRADA TO PRG-CLIENTE-ID
               MOVE ESTADO TO PRG-ESTADO-ORIGEN
               MOVE ESTADO-NUEVO TO PRG-ESTADO-NUEVO
               MOVE FECHA-EFECTIVA-ENT TO PRG-FECHA-EFECTIVA
               MOVE MOTIVO-ENTRADA TO PRG-MOTIVO
               MOVE OPERADOR TO PRG-OPERADOR
               MOVE FECHA-HOY TO PRG-FECHA-ALTA
               ACCEPT PRG-HORA-ALTA FROM TIME
               MOVE "P" TO PRG-SITUACION
               MOVE 0 TO PRG-FECHA-CIERRE
               MOVE SPACES TO PRG-CERRO
               MOVE SPACES TO PRG-OBSERVACION
               WRITE PROGRAMA-REC
               CLOSE PROGRAMA-FILE.

      *MUESTRA LAS TRES NOTAS MAS RECIENTES DEL CLIENTE CONSULTADO
           MUESTRA-NOTAS.
               MOVE 0 TO TNO-CNT
                       NOT INVALID KEY
                           DISPLAY "INGRESE LA NOTA (HASTA 60): "
                           ACCEPT NOTA-ENTRADA
                           PERFORM PIDE-SEGUIMIENTO
                           PERFORM GRABA-NOTA
                           DISPLAY "NOTA AGREGADA"
                   END-READ
               ACCEPT NOTA-HORA FROM TIME
               MOVE OPERADOR TO NOTA-OPERADOR
               MOVE NOTA-ENTRADA TO NOTA-TEXTO
               MOVE SEG-FECHA-ENT TO NOTA-SEG-FECHA
               MOVE SEG-OPERADOR-ENT TO NOTA-SEG-OPERADOR
               IF SEG-FECHA-ENT = 0
                   MOVE SPACE TO NOTA-SEG-ESTADO
               ELSE
                   MOVE "P" TO NOTA-SEG-ESTADO
               END-IF
               WRITE NOTAS-REC
               CLOSE NOTAS-FILE.

      *PIDE LA FECHA DE SEGUIMIENTO OPCIONAL DE LA NOTA Y EL OPERADOR
      *ASIGNADO, REPITIENDO HASTA RECIBIR DATOS VALIDOS
           PIDE-SEGUIMIENTO.
               MOVE SPACES TO SEG-OPERADOR-ENT
               DISPLAY "FECHA DE SEGUIMIENTO (AAAAMMDD, 0 = SIN "
                   "SEGUIMIENTO): "
               ACCEPT SEG-FECHA-ENT
               IF SEG-FECHA-ENT NOT = 0
                   IF SEG-FECHA-ENT < FECHA-HOY OR
                       SEG-MES < 1 OR SEG-MES > 12 OR
                       SEG-DIA < 1 OR SEG-DIA > 31
                       DISPLAY "LA FECHA DE SEGUIMIENTO DEBE SER UNA "
                           "FECHA VALIDA DESDE HOY"
                       PERFORM PIDE-SEGUIMIENTO
                   ELSE
                       PERFORM PIDE-OPERADOR-SEGUIMIENTO
                   END-IF
               END-IF.

      *PIDE EL OPERADOR A CARGO DEL SEGUIMIENTO; EN BLANCO QUEDA A
      *CARGO DE QUIEN ESCRIBE LA NOTA
           PIDE-OPERADOR-SEGUIMIENTO.
               DISPLAY "OPERADOR ASIGNADO (BLANCO = " OPERADOR "): "
               ACCEPT SEG-OPERADOR-ENT
               IF SEG-OPERADOR-ENT = SPACES
                   MOVE OPERADOR TO SEG-OPERADOR-ENT
               ELSE
                   PERFORM VERIFICA-OPERADOR
                   IF NOT OPER-VALIDO
                       DISPLAY "OPERADOR " SEG-OPERADOR-ENT
                           " INEXISTENTE EN OPERADOR.DAT"
                       PERFORM PIDE-OPERADOR-SEGUIMIENTO
                   END-IF
               END-IF.

      *VERIFICA QUE EL OPERADOR ASIGNADO EXISTA EN OPERADOR.DAT
           VERIFICA-OPERADOR.
               MOVE "N" TO OPER-VALIDO-SW
               MOVE "N" TO OPERADOR-EOF-SW
               OPEN INPUT OPERADOR-FILE
               IF OPERADOR-NEW-FILE
                   CLOSE OPERADOR-FILE
               ELSE
                   PERFORM UNTIL OPERADOR-EOF OR OPER-VALIDO
                       READ OPERADOR-FILE
                           AT END
                               SET OPERADOR-EOF TO TRUE
                           NOT AT END
                               IF OPER-ID = SEG-OPERADOR-ENT
                                   SET OPER-VALIDO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADOR-FILE
               END-IF.

      *CIERRA UN SEGUIMIENTO PENDIENTE DEL CLIENTE Y DEJA LA NOTA DE
      *CIERRE CON EL RESULTADO
           CIERRA-SEGUIMIENTO.
               DISPLAY "INGRESE EL ID DEL CLIENTE: "
               ACCEPT CLIENTE-ID-ENTRADA
               PERFORM VALIDA-ID-CLIENTE
               IF ID-VALIDO
                   MOVE CLIENTE-ID-ENTRADA TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           DISPLAY "NO EXISTE UN CLIENTE CON ESE ID"
                       NOT INVALID KEY
                           PERFORM LISTA-SEGUIMIENTOS
                           IF TSG-CNT = 0
                               DISPLAY "EL CLIENTE NO TIENE "
                                   "SEGUIMIENTOS PENDIENTES"
                           ELSE
                               PERFORM ELIGE-SEGUIMIENTO
                           END-IF
                   END-READ
               END-IF.

      *LISTA NUMERADOS LOS SEGUIMIENTOS PENDIENTES DEL CLIENTE
           LISTA-SEGUIMIENTOS.
               MOVE 0 TO TSG-CNT
               MOVE "N" TO NOTAS-EOF-SW
               OPEN INPUT NOTAS-FILE
               IF NOTAS-NEW-FILE
                   CLOSE NOTAS-FILE
               ELSE
                   PERFORM UNTIL NOTAS-EOF
                       READ NOTAS-FILE
                           AT END
                               SET NOTAS-EOF TO TRUE
                           NOT AT END
                               IF NOTA-CLIENTE-ID =
                                   CLIENTE-ID-ENTRADA AND
                                   NOTA-SEG-PENDIENTE AND
                                   TSG-CNT < 20
                                   ADD 1 TO TSG-CNT
                                   MOVE NOTA-FECHA TO
                                       TSG-FECHA-NOTA(TSG-CNT)
                                   MOVE NOTA-HORA TO
                                       TSG-HORA-NOTA(TSG-CNT)
                                   MOVE NOTA-SEG-FECHA TO
                                       TSG-FECHA(TSG-CNT)
                                   DISPLAY TSG-CNT "- " NOTA-SEG-FECHA
                                       " " NOTA-SEG-OPERADOR " "
                                       NOTA-TEXTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTAS-FILE
               END-IF.

      *PIDE CUAL SEGUIMIENTO CERRAR Y CON QUE RESULTADO
           ELIGE-SEGUIMIENTO.
               DISPLAY "SEGUIMIENTO A CERRAR (0 = NINGUNO): "
               ACCEPT TSG-ELEGIDO
               IF TSG-ELEGIDO > 0 AND TSG-ELEGIDO NOT > TSG-CNT
                   DISPLAY "RESULTADO DEL SEGUIMIENTO: "
                   ACCEPT SEG-RESULTADO
                   PERFORM MARCA-SEGUIMIENTO
                   IF NOTAS-CARGA-OK
                       MOVE SPACES TO NOTA-ENTRADA
                       STRING "CIERRA SEGUIMIENTO DEL "
                           TSG-FECHA(TSG-ELEGIDO) ": "
                           SEG-RESULTADO
                           DELIMITED BY SIZE INTO NOTA-ENTRADA
                       PERFORM PIDE-SEGUIMIENTO
                       PERFORM GRABA-NOTA
                       DISPLAY "SEGUIMIENTO CERRADO"
                   END-IF
               END-IF.

      *MARCA CERRADO EN CLINOTAS.DAT EL SEGUIMIENTO ELEGIDO,
      *REESCRIBIENDO EL ARCHIVO
           MARCA-SEGUIMIENTO.
               MOVE 0 TO TNA-CNT
               MOVE "Y" TO NOTAS-CARGA-SW
               MOVE "N" TO NOTAS-EOF-SW
               OPEN INPUT NOTAS-FILE
               PERFORM UNTIL NOTAS-EOF OR NOT NOTAS-CARGA-OK
                   READ NOTAS-FILE
                       AT END
                           SET NOTAS-EOF TO TRUE
                       NOT AT END
                           IF TNA-CNT = 5000
                               DISPLAY "CLINOTAS.DAT EXCEDE 5000 "
                                   "NOTAS, NO SE CIERRA"
                               MOVE "N" TO NOTAS-CARGA-SW
                           ELSE
                               IF NOTA-CLIENTE-ID =
                                   CLIENTE-ID-ENTRADA AND
                                   NOTA-FECHA =
                                   TSG-FECHA-NOTA(TSG-ELEGIDO) AND
                                   NOTA-HORA =
                                   TSG-HORA-NOTA(TSG-ELEGIDO) AND
                                   NOTA-SEG-PENDIENTE
                                   MOVE "C" TO NOTA-SEG-ESTADO
                               END-IF
                               ADD 1 TO TNA-CNT
                               MOVE NOTAS-REC TO TNA-REGISTRO(TNA-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-FILE
               IF NOTAS-CARGA-OK
                   OPEN OUTPUT NOTAS-FILE
                   PERFORM VARYING TNA-I FROM 1 BY 1
                           UNTIL TNA-I > TNA-CNT
                       MOVE TNA-REGISTRO(TNA-I) TO NOTAS-REC
                       WRITE NOTAS-REC
                   END-PERFORM
                   CLOSE NOTAS-FILE
               END-IF.

      *LISTA TODOS LOS CLIENTES CUYO NOMBRE EMPIEZA CON LO TIPEADO,
      *VIA LA CLAVE ALTERNATIVA POR CONTACTO-NOMBRE
           BUSCA-POR-NOMBRE.
