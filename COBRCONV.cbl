      ******************************************************************
      * Author:
      * Date:
      * Purpose: Installment payment-plan (convenio de pago) capture
      *          screen for the collections agents. The agent signs
      *          on through SIGNON and, for a MOROSO customer whose
      *          CLIENTE-ID passes the CHKDIG check, splits the open
      *          CLIBAL.DAT balance into the agreed number of
      *          installments, each due CONV-DIAS-CUOTA business days
      *          after the previous one (FECHAHAB over the CALEND
      *          calendar). The agreed plan lands on CONVENIO.DAT,
      *          one record per installment, VIGENTE, for the
      *          COBRCONV-RPT nightly pass to match against the
      *          CLIPAGOS.DAT payment journal; a customer can hold
      *          only one VIGENTE plan at a time. Each plan also
      *          appends an automatic note to CLINOTAS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRCONV.
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

           SELECT CONVENIO-FILE ASSIGN TO "CONVENIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVENIO-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "CLIBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LOG-STATUS.

           SELECT NOTAS-FILE ASSIGN TO "CLINOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  CONVENIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONVENIO-REC.
           COPY COBCNV.

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REC.
           COPY CLIBAL.

       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC.
           COPY ERRLOG.

       FD  NOTAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTAS-REC.
           COPY CLINOTA.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CONVENIO-STATUS   PIC X(2) VALUE "00".
               88 CONVENIO-NEW-FILE VALUE "35".
           77 CONVENIO-EOF-SW   PIC X VALUE "N".
               88 CONVENIO-EOF      VALUE "Y".
           77 BALANCE-STATUS    PIC X(2) VALUE "00".
               88 BALANCE-NEW-FILE  VALUE "35".
           77 BALANCE-EOF-SW    PIC X VALUE "N".
               88 BALANCE-EOF       VALUE "Y".
           77 ERR-LOG-STATUS    PIC X(2) VALUE "00".
               88 ERR-LOG-NEW-FILE  VALUE "35".
           77 NOTAS-STATUS      PIC X(2) VALUE "00".
               88 NOTAS-NEW-FILE    VALUE "35".
           77 NOTA-ARMADA       PIC X(60).

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

           77 CLIENTE-ID-ENTRADA PIC 9(6).
           77 CUOTAS-ENTRADA    PIC 9(2).
           77 CONFIRMA-ENTRADA  PIC X.
           77 DIGITO-CALCULADO  PIC 9 VALUE 0.
           77 ID-VALIDO-SW      PIC X VALUE "N".
               88 ID-VALIDO         VALUE "Y".
           77 SIGUE-SW          PIC X VALUE "S".
               88 FIN-CAPTURA       VALUE "N".
           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).
           77 CNT-CONVENIOS     PIC 9(4) VALUE 0.

      *TOPES DEL CONVENIO SEGUN PARAMS.DAT
           77 MAX-CUOTAS        PIC 9(2) VALUE 12.
           77 DIAS-CUOTA        PIC 9(3) VALUE 20.
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

      *CLIENTES QUE YA TIENEN UN CONVENIO VIGENTE
           01 TABLA-VIGENTES.
               05 VIGENTES OCCURS 1000 TIMES.
                   10 VIG-ID            PIC 9(6).
           77 VIG-CNT           PIC 9(4) VALUE 0.
           77 ULTIMO-PLAN       PIC 9(6) VALUE 0.
           77 I                 PIC 9(4) VALUE 0.
           77 K                 PIC 9(2) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

      *CRONOGRAMA DEL CONVENIO EN ARMADO
           77 SALDO-CLIENTE     PIC S9(9)V99 VALUE 0.
           77 MONTO-CUOTA       PIC 9(7)V99 VALUE 0.
           77 MONTO-ULTIMA      PIC 9(7)V99 VALUE 0.
           01 TABLA-CRONOGRAMA.
               05 CRONOGRAMA OCCURS 99 TIMES.
                   10 CRO-FECHA         PIC 9(8).
                   10 CRO-MONTO         PIC 9(7)V99.
           77 CALENDARIO-OK-SW  PIC X VALUE "Y".
               88 CALENDARIO-OK     VALUE "Y".
           77 DIAS-HABILES      PIC 9(3) VALUE 0.
           77 HAB-DIA           PIC 9(2).
           77 HAB-MES           PIC 9(2).
           77 HAB-ANIO          PIC 9(4).
           77 HAB-HALLADO       PIC X.
           01 FECHA-CUOTA       PIC 9(8).
           01 FECHA-CUOTA-DET REDEFINES FECHA-CUOTA.
               05 CUO-ANIO      PIC 9(4).
               05 CUO-MES       PIC 9(2).
               05 CUO-DIA       PIC 9(2).
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 SALDO-EDIT        PIC ---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            MOVE "S" TO SIGUE-SW
            MOVE 0 TO CNT-CONVENIOS
            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                GOBACK
            END-IF

            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-CONVENIOS
            PERFORM ABRIR-ARCHIVOS
            PERFORM CAPTURA-CONVENIO UNTIL FIN-CAPTURA
            PERFORM CERRAR-ARCHIVOS

            DISPLAY CNT-CONVENIOS " CONVENIOS REGISTRADOS POR "
                OPERADOR

            GOBACK.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *LEE EL TOPE DE CUOTAS Y LOS DIAS HABILES ENTRE CUOTAS DE LA
      *TABLA CENTRAL DE PARAMETROS, CONSERVANDO 12 Y 20 POR DEFECTO
           CARGA-PARAMETROS.
               MOVE "CONV-MAX-CUOTAS" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE MAX-CUOTAS =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               IF MAX-CUOTAS < 1
                   MOVE 1 TO MAX-CUOTAS
               END-IF
               MOVE "CONV-DIAS-CUOTA" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-CUOTA =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               IF DIAS-CUOTA < 1
                   MOVE 1 TO DIAS-CUOTA
               END-IF.

      *RECORRE LOS CONVENIOS EXISTENTES: ULTIMO NUMERO DE PLAN
      *ASIGNADO Y CLIENTES QUE YA TIENEN UNO VIGENTE
           CARGA-CONVENIOS.
               MOVE 0 TO ULTIMO-PLAN
               MOVE 0 TO VIG-CNT
               MOVE "N" TO CONVENIO-EOF-SW
               OPEN INPUT CONVENIO-FILE
               IF CONVENIO-NEW-FILE
                   CLOSE CONVENIO-FILE
               ELSE
                   PERFORM UNTIL CONVENIO-EOF
                       READ CONVENIO-FILE
                           AT END
                               SET CONVENIO-EOF TO TRUE
                           NOT AT END
                               IF CNV-PLAN > ULTIMO-PLAN
                                   MOVE CNV-PLAN TO ULTIMO-PLAN
                               END-IF
                               IF PLAN-VIGENTE AND CNV-CUOTA = 1
                                   AND VIG-CNT < 1000
                                   ADD 1 TO VIG-CNT
                                   MOVE CNV-CLIENTE-ID TO
                                       VIG-ID(VIG-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONVENIO-FILE
               END-IF.

      *ABRE EL MAESTRO DE CLIENTES Y EL ARCHIVO DE CONVENIOS,
      *CREANDO EL DE CONVENIOS SI AUN NO EXISTE
           ABRIR-ARCHIVOS.
               OPEN INPUT CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   DISPLAY "NO EXISTE CLIENTE.DAT"
                   CLOSE CLIENTE-FILE
                   SET FIN-CAPTURA TO TRUE
               END-IF
               OPEN EXTEND CONVENIO-FILE
               IF CONVENIO-NEW-FILE
                   OPEN OUTPUT CONVENIO-FILE
                   CLOSE CONVENIO-FILE
                   OPEN EXTEND CONVENIO-FILE
               END-IF.

      *TOMA UN CONVENIO: CLIENTE, CANTIDAD DE CUOTAS Y CONFIRMACION
      *DEL CRONOGRAMA PROPUESTO
           CAPTURA-CONVENIO.
               DISPLAY "INGRESE EL ID DEL CLIENTE (0 PARA SALIR): "
               ACCEPT CLIENTE-ID-ENTRADA
               IF CLIENTE-ID-ENTRADA = 0
                   SET FIN-CAPTURA TO TRUE
               ELSE
                   PERFORM VALIDA-ID-CLIENTE
                   IF ID-VALIDO
                       PERFORM VALIDA-CLIENTE-MOROSO
                   END-IF
                   IF ID-VALIDO
                       PERFORM VALIDA-SIN-CONVENIO
                   END-IF
                   IF ID-VALIDO
                       PERFORM BUSCA-SALDO
                   END-IF
                   IF ID-VALIDO
                       PERFORM TOMA-CONVENIO
                   END-IF
               END-IF.

      *VERIFICA EL DIGITO VERIFICADOR DEL ID INGRESADO VIA CHKDIG,
      *DEJANDO CONSTANCIA DEL RECHAZO EN ERRORES.LOG
           VALIDA-ID-CLIENTE.
               CALL "CHKDIG" USING CLIENTE-ID-ENTRADA
                   DIGITO-CALCULADO ID-VALIDO-SW
               IF NOT ID-VALIDO
                   DISPLAY "ID " CLIENTE-ID-ENTRADA " CON DIGITO "
                       "VERIFICADOR INVALIDO"
                   MOVE CLIENTE-ID-ENTRADA TO ERR-VALOR
                   PERFORM GRABA-ERROR
               END-IF.

      *EL CLIENTE DEBE EXISTIR EN EL MAESTRO Y ESTAR MOROSO: UN
      *CONVENIO SOLO TIENE SENTIDO SOBRE UNA CUENTA EN MORA
           VALIDA-CLIENTE-MOROSO.
               MOVE CLIENTE-ID-ENTRADA TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE UN CLIENTE CON ESE ID"
                       MOVE "N" TO ID-VALIDO-SW
                   NOT INVALID KEY
                       IF NOT MOROSO
                           DISPLAY "EL CLIENTE NO ESTA MOROSO, NO "
                               "SE TOMA CONVENIO"
                           MOVE "N" TO ID-VALIDO-SW
                       ELSE
                           DISPLAY "CLIENTE: " CONTACTO-NOMBRE
                       END-IF
               END-READ.

      *UN CLIENTE SOLO PUEDE TENER UN CONVENIO VIGENTE A LA VEZ
           VALIDA-SIN-CONVENIO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= VIG-CNT
                   ADD 1 TO I
                   IF VIG-ID(I) = CLIENTE-ID-ENTRADA
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF ENCONTRADO
                   DISPLAY "EL CLIENTE YA TIENE UN CONVENIO VIGENTE"
                   MOVE "N" TO ID-VALIDO-SW
               END-IF.

      *TOMA EL SALDO ABIERTO DEL CLIENTE DEL SUBLEDGER CLIBAL.DAT -
      *SIN SALDO DEUDOR NO HAY NADA QUE CONVENIR
           BUSCA-SALDO.
               MOVE 0 TO SALDO-CLIENTE
               MOVE "N" TO ENCONTRADO-SW
               MOVE "N" TO BALANCE-EOF-SW
               OPEN INPUT BALANCE-FILE
               IF BALANCE-NEW-FILE
                   CLOSE BALANCE-FILE
               ELSE
                   PERFORM UNTIL BALANCE-EOF OR ENCONTRADO
                       READ BALANCE-FILE
                           AT END
                               SET BALANCE-EOF TO TRUE
                           NOT AT END
                               IF BAL-CLIENTE-ID = CLIENTE-ID-ENTRADA
                                   SET ENCONTRADO TO TRUE
                                   MOVE BAL-SALDO TO SALDO-CLIENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
               IF SALDO-CLIENTE NOT > 0
                   DISPLAY "EL CLIENTE NO TIENE SALDO DEUDOR EN "
                       "CLIBAL.DAT, NO SE TOMA CONVENIO"
                   MOVE "N" TO ID-VALIDO-SW
               ELSE
                   MOVE SALDO-CLIENTE TO SALDO-EDIT
                   DISPLAY "SALDO A CONVENIR: " SALDO-EDIT
               END-IF.

      *PIDE LA CANTIDAD DE CUOTAS, ARMA EL CRONOGRAMA Y LO GRABA SI
      *EL AGENTE LO CONFIRMA
           TOMA-CONVENIO.
               DISPLAY "CANTIDAD DE CUOTAS (1 A " MAX-CUOTAS "): "
               ACCEPT CUOTAS-ENTRADA
               IF CUOTAS-ENTRADA < 1 OR CUOTAS-ENTRADA > MAX-CUOTAS
                   DISPLAY "CANTIDAD DE CUOTAS FUERA DE RANGO"
               ELSE
                   PERFORM ARMA-CRONOGRAMA
                   IF NOT CALENDARIO-OK
                       DISPLAY "FALTA EL CALENDARIO HABIL DE ALGUN "
                           "VENCIMIENTO, GENERELO CON CALENDARIO"
                   ELSE
                       PERFORM MUESTRA-CRONOGRAMA
                       DISPLAY "CONFIRMA EL CONVENIO (S/N)? "
                       ACCEPT CONFIRMA-ENTRADA
                       IF CONFIRMA-ENTRADA = "S"
                           PERFORM GRABA-CONVENIO
                       ELSE
                           DISPLAY "CONVENIO DESCARTADO"
                       END-IF
                   END-IF
               END-IF.

      *DIVIDE EL SALDO EN CUOTAS IGUALES (LA ULTIMA ABSORBE LOS
      *CENTAVOS DEL REDONDEO) Y FECHA CADA UNA CON FECHAHAB, A
      *DIAS-CUOTA HABILES DE LA ANTERIOR
           ARMA-CRONOGRAMA.
               MOVE "Y" TO CALENDARIO-OK-SW
               COMPUTE MONTO-CUOTA = SALDO-CLIENTE / CUOTAS-ENTRADA
               COMPUTE MONTO-ULTIMA = SALDO-CLIENTE
                   - (MONTO-CUOTA * (CUOTAS-ENTRADA - 1))
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > CUOTAS-ENTRADA OR NOT CALENDARIO-OK
                   IF K = CUOTAS-ENTRADA
                       MOVE MONTO-ULTIMA TO CRO-MONTO(K)
                   ELSE
                       MOVE MONTO-CUOTA TO CRO-MONTO(K)
                   END-IF
                   COMPUTE DIAS-HABILES = K * DIAS-CUOTA
                   CALL "FECHAHAB" USING PROC-DIA PROC-MES PROC-ANIO
                       DIAS-HABILES HAB-DIA HAB-MES HAB-ANIO
                       HAB-HALLADO
                   IF HAB-HALLADO = "Y"
                       MOVE HAB-ANIO TO CUO-ANIO
                       MOVE HAB-MES TO CUO-MES
                       MOVE HAB-DIA TO CUO-DIA
                       MOVE FECHA-CUOTA TO CRO-FECHA(K)
                   ELSE
                       MOVE "N" TO CALENDARIO-OK-SW
                   END-IF
               END-PERFORM.

      *MUESTRA EL CRONOGRAMA PROPUESTO PARA QUE EL AGENTE LO LEA AL
      *CLIENTE ANTES DE CONFIRMAR
           MUESTRA-CRONOGRAMA.
               DISPLAY "CUOTA  VENCIMIENTO        MONTO"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > CUOTAS-ENTRADA
                   MOVE CRO-MONTO(K) TO MONTO-EDIT
                   DISPLAY "  " K "    " CRO-FECHA(K) "  " MONTO-EDIT
               END-PERFORM.

      *AGREGA UNA CUOTA POR REGISTRO BAJO UN NUMERO DE PLAN NUEVO
      *Y DEJA LA CONSTANCIA EN LAS NOTAS DEL CLIENTE
           GRABA-CONVENIO.
               ADD 1 TO ULTIMO-PLAN
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > CUOTAS-ENTRADA
                   MOVE ULTIMO-PLAN TO CNV-PLAN
                   MOVE CLIENTE-ID-ENTRADA TO CNV-CLIENTE-ID
                   MOVE K TO CNV-CUOTA
                   MOVE CUOTAS-ENTRADA TO CNV-CUOTAS
                   MOVE CRO-FECHA(K) TO CNV-FECHA-VTO
                   MOVE CRO-MONTO(K) TO CNV-MONTO
                   MOVE "P" TO CNV-ESTADO-CUOTA
                   MOVE 0 TO CNV-FECHA-PAGO
                   MOVE "V" TO CNV-ESTADO-PLAN
                   MOVE OPERADOR TO CNV-AGENTE
                   MOVE FECHA-PROCESO TO CNV-FECHA-ALTA
                   WRITE CONVENIO-REC
               END-PERFORM
               ADD 1 TO CNT-CONVENIOS
               IF VIG-CNT < 1000
                   ADD 1 TO VIG-CNT
                   MOVE CLIENTE-ID-ENTRADA TO VIG-ID(VIG-CNT)
               END-IF
               MOVE SALDO-CLIENTE TO MONTO-EDIT
               MOVE SPACES TO NOTA-ARMADA
               STRING "CONVENIO " ULTIMO-PLAN " POR " MONTO-EDIT
                   " EN " CUOTAS-ENTRADA " CUOTAS"
                   DELIMITED BY SIZE INTO NOTA-ARMADA
               PERFORM GRABA-NOTA
               DISPLAY "CONVENIO " ULTIMO-PLAN " REGISTRADO".

      *DEJA CONSTANCIA DE UN INGRESO RECHAZADO EN EL LOG COMPARTIDO
      *ERRORES.LOG
           GRABA-ERROR.
               OPEN EXTEND ERROR-LOG-FILE
               IF ERR-LOG-NEW-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
                   CLOSE ERROR-LOG-FILE
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "COBRCONV" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               CLOSE ERROR-LOG-FILE.

      *AGREGA LA CONSTANCIA COMO NOTA DEL CLIENTE
           GRABA-NOTA.
               OPEN EXTEND NOTAS-FILE
               IF NOTAS-NEW-FILE
                   OPEN OUTPUT NOTAS-FILE
                   CLOSE NOTAS-FILE
                   OPEN EXTEND NOTAS-FILE
               END-IF
               MOVE CLIENTE-ID-ENTRADA TO NOTA-CLIENTE-ID
               ACCEPT NOTA-FECHA FROM DATE YYYYMMDD
               ACCEPT NOTA-HORA FROM TIME
               MOVE OPERADOR TO NOTA-OPERADOR
               MOVE NOTA-ARMADA TO NOTA-TEXTO
               MOVE 0 TO NOTA-SEG-FECHA
               MOVE SPACES TO NOTA-SEG-OPERADOR
               MOVE SPACE TO NOTA-SEG-ESTADO
               WRITE NOTAS-REC
               CLOSE NOTAS-FILE.

      *CIERRA LOS ARCHIVOS ABIERTOS
           CERRAR-ARCHIVOS.
               IF NOT CLIENTE-NEW-FILE
                   CLOSE CLIENTE-FILE
               END-IF
               CLOSE CONVENIO-FILE.

       END PROGRAM COBRCONV.
