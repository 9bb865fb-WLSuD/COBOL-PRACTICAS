      *          exist on CLIENTE.DAT. Every outcome is appended to
      *          COBRACT.DAT, where COBRCALL reads it to keep
      *          recently contacted customers off the next lists.
      *          A DISPUTA outcome also opens a case on DISPUTAS.DAT
      *          with the amount the customer disputes, an owner and
      *          a due date, unless one is already open.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-09-03  Each capture now also appends an automatic note
      *             to the customer's CLINOTAS.DAT, so the consulta
      *             shows what collections did last.
      * 2026-10-15  A DISPUTA outcome now opens a numbered dispute
      *             case on DISPUTAS.DAT (amount keyed by the agent,
      *             owner from DISPUTA-RESPONSABLE, due DISPUTA-DIAS
      *             business days out), which keeps the customer out
      *             of calls, letters and late fees until DISP-MANT
      *             resolves it.
      * 2026-10-15  The automatic note now clears the follow-up
      *             fields CLINOTA gained for the tickler diary, so
      *             it never shows up as a pending follow-up.
      * 2026-10-15  The ERRORES.LOG entry now sets the rule number
      *             and message of the shared layout to zero and
      *             blank - those belong to the REGLAS.DAT
      *             validation rules of the batch loaders.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRACT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTAS-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
       01  NOTAS-REC.
           COPY CLINOTA.

       FD  DISPUTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTA-REC.
           COPY COBDIS.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 NOTAS-STATUS      PIC X(2) VALUE "00".
               88 NOTAS-NEW-FILE    VALUE "35".
           77 NOTA-ARMADA       PIC X(60).
           77 DISPUTA-STATUS    PIC X(2) VALUE "00".
               88 DISPUTA-NEW-FILE  VALUE "35".
           77 DISPUTA-EOF-SW    PIC X VALUE "N".
               88 DISPUTA-EOF       VALUE "Y".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
               88 ID-VALIDO         VALUE "Y".
           77 SIGUE-SW          PIC X VALUE "S".
               88 FIN-CAPTURA       VALUE "N".
           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).
           77 CNT-LLAMADAS      PIC 9(4) VALUE 0.

      *APERTURA DE CASOS DE DISPUTA: PLAZO Y RESPONSABLE DE LA
      *TABLA DE PARAMETROS, NUMERO SIGUIENTE DEL ARCHIVO
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 DIAS-DISPUTA      PIC 9(3) VALUE 20.
           77 RESPONSABLE-DISPUTA PIC X(8) VALUE SPACES.
           77 PROX-CASO         PIC 9(6) VALUE 0.
           77 CASO-ABIERTO      PIC 9(6) VALUE 0.
           77 MONTO-DISPUTA     PIC 9(7)V99 VALUE 0.
           77 HAB-DIA           PIC 9(2).
           77 HAB-MES           PIC 9(2).
           77 HAB-ANIO          PIC 9(4).
           77 HAB-HALLADO       PIC X.
           01 FECHA-VENCE       PIC 9(8).
           01 FECHA-VEN-DET REDEFINES FECHA-VENCE.
               05 VEN-ANIO      PIC 9(4).
               05 VEN-MES       PIC 9(2).
               05 VEN-DIA       PIC 9(2).
           77 CNT-CASOS         PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                GOBACK
            END-IF

            PERFORM CARGA-PARAMETROS
            PERFORM ABRIR-ARCHIVOS
            PERFORM CAPTURA-LLAMADA UNTIL FIN-CAPTURA
            PERFORM CERRAR-ARCHIVOS

            DISPLAY CNT-LLAMADAS " LLAMADAS REGISTRADAS POR "
                OPERADOR
            IF CNT-CASOS > 0
                DISPLAY CNT-CASOS " CASOS DE DISPUTA ABIERTOS"
            END-IF

            GOBACK.

               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *LEE EL PLAZO EN DIAS HABILES Y EL RESPONSABLE DE LOS CASOS
      *DE DISPUTA; SIN RESPONSABLE EL CASO QUEDA A CARGO DEL AGENTE
           CARGA-PARAMETROS.
               MOVE "DISPUTA-DIAS" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-DISPUTA =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               IF DIAS-DISPUTA < 1
                   MOVE 1 TO DIAS-DISPUTA
               END-IF
               MOVE "DISPUTA-RESPONSABLE" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   MOVE PARM-VALOR-LEIDO(1:8) TO RESPONSABLE-DISPUTA
               END-IF.

      *ABRE EL MAESTRO DE CLIENTES Y EL ARCHIVO DE ACTIVIDAD,
      *CREANDO EL DE ACTIVIDAD SI AUN NO EXISTE
           ABRIR-ARCHIVOS.
                       DELIMITED BY SIZE INTO NOTA-ARMADA
                   PERFORM GRABA-NOTA
                   DISPLAY "LLAMADA REGISTRADA"
                   IF RESULTADO-ENTRADA = "D"
                       PERFORM ABRE-DISPUTA
                   END-IF
               END-IF.

      *ABRE EL CASO DE DISPUTA DEL CLIENTE CON EL MONTO QUE
      *DESCONOCE, SALVO QUE YA TENGA UNO ABIERTO
           ABRE-DISPUTA.
               PERFORM BUSCA-DISPUTA
               IF CASO-ABIERTO > 0
                   DISPLAY "EL CLIENTE YA TIENE ABIERTO EL CASO DE "
                       "DISPUTA NRO " CASO-ABIERTO
               ELSE
                   DISPLAY "MONTO EN DISPUTA: "
                   ACCEPT MONTO-DISPUTA
                   CALL "FECHAHAB" USING PROC-DIA PROC-MES PROC-ANIO
                       DIAS-DISPUTA HAB-DIA HAB-MES HAB-ANIO
                       HAB-HALLADO
                   IF HAB-HALLADO = "Y"
                       MOVE HAB-ANIO TO VEN-ANIO
                       MOVE HAB-MES TO VEN-MES
                       MOVE HAB-DIA TO VEN-DIA
                   ELSE
                       MOVE FECHA-PROCESO TO FECHA-VENCE
                       DISPLAY "SIN CALENDARIO GENERADO, EL CASO "
                           "VENCE HOY"
                   END-IF
                   PERFORM GRABA-DISPUTA
                   MOVE SPACES TO NOTA-ARMADA
                   STRING "ABIERTO CASO DE DISPUTA NRO " DIS-NUMERO
                       DELIMITED BY SIZE INTO NOTA-ARMADA
                   PERFORM GRABA-NOTA
                   DISPLAY "CASO DE DISPUTA NRO " DIS-NUMERO
                       " ABIERTO, VENCE " DIS-FECHA-VENCE
                       " A CARGO DE " DIS-RESPONSABLE
               END-IF.

      *RECORRE DISPUTAS.DAT BUSCANDO EL ULTIMO NUMERO DE CASO Y UN
      *CASO TODAVIA ABIERTO DEL CLIENTE
           BUSCA-DISPUTA.
               MOVE 0 TO PROX-CASO
               MOVE 0 TO CASO-ABIERTO
               MOVE "N" TO DISPUTA-EOF-SW
               OPEN INPUT DISPUTA-FILE
               IF DISPUTA-NEW-FILE
                   CLOSE DISPUTA-FILE
               ELSE
                   PERFORM UNTIL DISPUTA-EOF
                       READ DISPUTA-FILE
                           AT END
                               SET DISPUTA-EOF TO TRUE
                           NOT AT END
                               IF DIS-NUMERO > PROX-CASO
                                   MOVE DIS-NUMERO TO PROX-CASO
                               END-IF
                               IF DIS-CLIENTE-ID = CLIENTE-ID-ENTRADA
                                   AND DIS-ABIERTA
                                   MOVE DIS-NUMERO TO CASO-ABIERTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTA-FILE
               END-IF.

      *AGREGA EL CASO NUEVO A DISPUTAS.DAT
           GRABA-DISPUTA.
               OPEN EXTEND DISPUTA-FILE
               IF DISPUTA-NEW-FILE
                   OPEN OUTPUT DISPUTA-FILE
                   CLOSE DISPUTA-FILE
                   OPEN EXTEND DISPUTA-FILE
               END-IF
               INITIALIZE DISPUTA-REC
               ADD 1 TO PROX-CASO
               MOVE PROX-CASO TO DIS-NUMERO
               MOVE CLIENTE-ID-ENTRADA TO DIS-CLIENTE-ID
               MOVE MONTO-DISPUTA TO DIS-MONTO
               MOVE FECHA-PROCESO TO DIS-FECHA-APERTURA
               MOVE OPERADOR TO DIS-AGENTE
               IF RESPONSABLE-DISPUTA = SPACES
                   MOVE OPERADOR TO DIS-RESPONSABLE
               ELSE
                   MOVE RESPONSABLE-DISPUTA TO DIS-RESPONSABLE
               END-IF
               MOVE FECHA-VENCE TO DIS-FECHA-VENCE
               MOVE "A" TO DIS-ESTADO
               MOVE SPACES TO DIS-MOTIVO
               MOVE SPACES TO DIS-RESOLVIO
               WRITE DISPUTA-REC
               CLOSE DISPUTA-FILE
               ADD 1 TO CNT-CASOS.

      *DEJA CONSTANCIA DE UN INGRESO RECHAZADO EN EL LOG COMPARTIDO
      *ERRORES.LOG
           GRABA-ERROR.
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "COBRACT" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
               ACCEPT NOTA-HORA FROM TIME
               MOVE OPERADOR TO NOTA-OPERADOR
               MOVE NOTA-ARMADA TO NOTA-TEXTO
               MOVE 0 TO NOTA-SEG-FECHA
               MOVE SPACES TO NOTA-SEG-OPERADOR
               MOVE SPACE TO NOTA-SEG-ESTADO
               WRITE NOTAS-REC
               CLOSE NOTAS-FILE.

