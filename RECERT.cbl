      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly step of the quarterly access recertification
      *          of the OPERAUTH.DAT menu authorization matrix.
      *          - On the first run of a quarter it opens the cycle:
      *            every OPERAUTH.DAT entry goes to RECERT.DAT as
      *            pending, under the supervisor responsible for the
      *            operator on OPERADOR.DAT, with the last date the
      *            operator ran the program per SESION.LOG and a
      *            deadline RECERT-PLAZO days ahead (PARAMS.DAT, 30 by
      *            default). RECERT.RPT lists each supervisor's
      *            entries for review in RECERT-MANT.
      *          - Every run, an entry still pending past its deadline
      *            is suspended: an OPERAUTH.DAT baja is filed through
      *            PENDSOL, so it goes through APRUEBA like any other
      *            revocation, and the entry is marked unanswered.
      *          - Every run rewrites RECERTC.RPT, the completion
      *            report of the cycle for the auditors: per
      *            supervisor what was certified, revoked, left
      *            unanswered and is still pending, and the totals.
      *          RECERT.DAT keeps the current cycle and the one
      *          before it; older cycles live on in the report
      *          repository copies of RECERTC.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECERT-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERADOR-STATUS.

           SELECT AUTORIZA-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTORIZA-STATUS.

           SELECT SESION-FILE ASSIGN TO "SESION.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESION-STATUS.

           SELECT LISTA-FILE ASSIGN TO "RECERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTA-STATUS.

           SELECT INFORME-FILE ASSIGN TO "RECERTC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECERT-REC.
           COPY RECACC.

       FD  OPERADOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERADOR-REC.
           COPY OPERMST.

       FD  AUTORIZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTORIZA-REC.
           COPY OPERAUT.

       FD  SESION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESION-REC.
           COPY SESLOG.

       FD  LISTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-LISTA             PIC X(100).

       FD  INFORME-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INFORME           PIC X(100).

       WORKING-STORAGE SECTION.
           77 RECERT-STATUS     PIC X(2) VALUE "00".
               88 RECERT-NEW-FILE   VALUE "35".
           77 RECERT-EOF-SW     PIC X VALUE "N".
               88 RECERT-EOF        VALUE "Y".
           77 OPERADOR-STATUS   PIC X(2) VALUE "00".
               88 OPERADOR-NEW-FILE VALUE "35".
           77 OPERADOR-EOF-SW   PIC X VALUE "N".
               88 OPERADOR-EOF      VALUE "Y".
           77 AUTORIZA-STATUS   PIC X(2) VALUE "00".
               88 AUTORIZA-NEW-FILE VALUE "35".
           77 AUTORIZA-EOF-SW   PIC X VALUE "N".
               88 AUTORIZA-EOF      VALUE "Y".
           77 SESION-STATUS     PIC X(2) VALUE "00".
               88 SESION-NEW-FILE   VALUE "35".
           77 SESION-EOF-SW     PIC X VALUE "N".
               88 SESION-EOF        VALUE "Y".
           77 LISTA-STATUS      PIC X(2) VALUE "00".
           77 INFORME-STATUS    PIC X(2) VALUE "00".

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO      PIC 9(4).
               05 PROC-MES       PIC 9(2).
               05 PROC-DIA       PIC 9(2).

      *CICLO TRIMESTRAL EN CURSO Y EL ANTERIOR ("AAAATn")
           01 CICLO-ACTUAL.
               05 CIC-ANIO       PIC 9(4).
               05 FILLER         PIC X VALUE "T".
               05 CIC-TRIMESTRE  PIC 9.
           01 CICLO-ANTERIOR.
               05 ANT-ANIO       PIC 9(4).
               05 FILLER         PIC X VALUE "T".
               05 ANT-TRIMESTRE  PIC 9.
           77 CICLO-ABIERTO-SW  PIC X VALUE "N".
               88 CICLO-ABIERTO     VALUE "Y".

      *FECHA LIMITE: LA FECHA DE PROCESO MAS EL PLAZO EN DIAS
           01 FECHA-LIMITE      PIC 9(8).
           01 FECHA-LIMITE-DET REDEFINES FECHA-LIMITE.
               05 LIM-ANIO       PIC 9(4).
               05 LIM-MES        PIC 9(2).
               05 LIM-DIA        PIC 9(2).
           77 DIAS-PLAZO        PIC 9(3) VALUE 30.
           77 D                 PIC 9(3) VALUE 0.
           77 MAX-DIA           PIC 9(2) VALUE 31.
           77 BISIESTO-FLAG     PIC X VALUE "N".
               88 ES-BISIESTO       VALUE "Y".

           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

      *ENTRADAS DE RECERTIFICACION EN MEMORIA
           01 TABLA-RECERT.
               05 ENTRADAS OCCURS 999 TIMES.
                   10 TAB-ENTRADA       PIC X(67).
           77 ENT-CNT           PIC 9(4) VALUE 0.
           77 E                 PIC 9(4) VALUE 0.
           77 CNT-DESCARTADAS   PIC 9(4) VALUE 0.
           77 CAMBIOS-SW        PIC X VALUE "N".
               88 HUBO-CAMBIOS      VALUE "Y".

      *OPERADORES Y SU SUPERVISOR RESPONSABLE
           01 TABLA-OPERADORES.
               05 OPERADORES OCCURS 100 TIMES.
                   10 TOP-ID            PIC X(8).
                   10 TOP-RESPONSABLE   PIC X(8).
           77 OPE-CNT           PIC 9(3) VALUE 0.
           77 O                 PIC 9(3) VALUE 0.

      *MATRIZ DE AUTORIZACIONES CON LA ULTIMA FECHA DE USO
           01 TABLA-AUTORIZA.
               05 AUTORIZADOS OCCURS 200 TIMES.
                   10 TAU-OPER          PIC X(8).
                   10 TAU-PROGRAMA      PIC X(12).
                   10 TAU-ULT-USO       PIC 9(8).
           77 TAU-CNT           PIC 9(3) VALUE 0.
           77 AX                PIC 9(3) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

      *SUPERVISORES CON ENTRADAS EN EL CICLO, PARA LOS LISTADOS
           01 TABLA-SUPERVISORES.
               05 SUPERVISORES OCCURS 100 TIMES.
                   10 SUP-ID            PIC X(8).
                   10 SUP-CERTIFICADAS  PIC 9(4).
                   10 SUP-REVOCADAS     PIC 9(4).
                   10 SUP-VENCIDAS      PIC 9(4).
                   10 SUP-PENDIENTES    PIC 9(4).
           77 SUP-CNT           PIC 9(3) VALUE 0.
           77 S                 PIC 9(3) VALUE 0.
           77 TOT-CERTIFICADAS  PIC 9(4) VALUE 0.
           77 TOT-REVOCADAS     PIC 9(4) VALUE 0.
           77 TOT-VENCIDAS      PIC 9(4) VALUE 0.
           77 TOT-PENDIENTES    PIC 9(4) VALUE 0.
           77 CNT-SUSPENDIDAS   PIC 9(4) VALUE 0.
           77 SUPERVISOR-NOMBRE PIC X(12).
           77 ULT-USO-EDIT      PIC X(8).
           77 ESTADO-NOMBRE     PIC X(14).
           77 DECISION-EDIT     PIC X(8).

      *PARAMETROS DE LA LLAMADA A PENDSOL
           77 SOL-ARCHIVO       PIC X(12) VALUE "OPERAUTH.DAT".
           77 SOL-ACCION        PIC X VALUE "B".
           77 SOL-ANTES         PIC X(80).
           77 SOL-DESPUES       PIC X(80).
           77 SOL-OPERADOR      PIC X(8) VALUE "RECERT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM ARMA-CICLOS
            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-RECERT
            PERFORM CARGA-AUTORIZACIONES

            IF NOT CICLO-ABIERTO
                PERFORM ABRE-CICLO
            END-IF
            PERFORM VENCE-PENDIENTES
            IF HUBO-CAMBIOS
                PERFORM GRABA-RECERT
            END-IF
            PERFORM INFORME-CIERRE

            IF CNT-SUSPENDIDAS > 0
                DISPLAY "RECERT: " CNT-SUSPENDIDAS " AUTORIZACIONES "
                    "SIN CERTIFICAR AL VENCIMIENTO, SUSPENSION "
                    "PENDIENTE DE APROBACION"
            END-IF
            DISPLAY "RECERT: CICLO " CICLO-ACTUAL " CERTIFICADAS "
                TOT-CERTIFICADAS " REVOCADAS " TOT-REVOCADAS
                " SIN RESPUESTA " TOT-VENCIDAS " PENDIENTES "
                TOT-PENDIENTES

            GOBACK.

      *CICLO DEL TRIMESTRE DE LA FECHA DE PROCESO Y EL ANTERIOR
           ARMA-CICLOS.
               MOVE PROC-ANIO TO CIC-ANIO
               COMPUTE CIC-TRIMESTRE = (PROC-MES + 2) / 3
               IF CIC-TRIMESTRE = 1
                   COMPUTE ANT-ANIO = PROC-ANIO - 1
                   MOVE 4 TO ANT-TRIMESTRE
               ELSE
                   MOVE PROC-ANIO TO ANT-ANIO
                   COMPUTE ANT-TRIMESTRE = CIC-TRIMESTRE - 1
               END-IF.

      *PLAZO EN DIAS PARA CERTIFICAR, DE LA TABLA DE PARAMETROS
           CARGA-PARAMETROS.
               MOVE "RECERT-PLAZO" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-PLAZO =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               IF DIAS-PLAZO = 0
                   MOVE 30 TO DIAS-PLAZO
               END-IF.

      *CARGA LAS ENTRADAS DEL CICLO EN CURSO Y DEL ANTERIOR; LAS DE
      *CICLOS MAS VIEJOS SE DEJAN CAER AL REESCRIBIR
           CARGA-RECERT.
               OPEN INPUT RECERT-FILE
               IF RECERT-NEW-FILE
                   CLOSE RECERT-FILE
               ELSE
                   PERFORM UNTIL RECERT-EOF
                       READ RECERT-FILE
                           AT END
                               SET RECERT-EOF TO TRUE
                           NOT AT END
                               PERFORM TOMA-ENTRADA
                       END-READ
                   END-PERFORM
                   CLOSE RECERT-FILE
               END-IF.

           TOMA-ENTRADA.
               IF RCT-CICLO = CICLO-ACTUAL
                   SET CICLO-ABIERTO TO TRUE
               END-IF
               IF (RCT-CICLO = CICLO-ACTUAL OR
                   RCT-CICLO = CICLO-ANTERIOR) AND ENT-CNT < 999
                   ADD 1 TO ENT-CNT
                   MOVE RECERT-REC TO TAB-ENTRADA(ENT-CNT)
               ELSE
                   ADD 1 TO CNT-DESCARTADAS
                   SET HUBO-CAMBIOS TO TRUE
               END-IF.

      *CARGA LA MATRIZ DE AUTORIZACIONES VIGENTE
           CARGA-AUTORIZACIONES.
               OPEN INPUT AUTORIZA-FILE
               IF AUTORIZA-NEW-FILE
                   CLOSE AUTORIZA-FILE
               ELSE
                   PERFORM UNTIL AUTORIZA-EOF
                       READ AUTORIZA-FILE
                           AT END
                               SET AUTORIZA-EOF TO TRUE
                           NOT AT END
                               IF TAU-CNT < 200
                                   ADD 1 TO TAU-CNT
                                   MOVE AUT-OPER-ID TO
                                       TAU-OPER(TAU-CNT)
                                   MOVE AUT-PROGRAMA TO
                                       TAU-PROGRAMA(TAU-CNT)
                                   MOVE 0 TO TAU-ULT-USO(TAU-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUTORIZA-FILE
               END-IF.

      *ABRE EL CICLO DEL TRIMESTRE: UNA ENTRADA PENDIENTE POR CADA
      *AUTORIZACION, BAJO EL SUPERVISOR RESPONSABLE DEL OPERADOR
           ABRE-CICLO.
               PERFORM CARGA-OPERADORES
               PERFORM BUSCA-ULTIMO-USO
               PERFORM CALCULA-LIMITE
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > TAU-CNT
                   IF ENT-CNT < 999
                       MOVE CICLO-ACTUAL TO RCT-CICLO
                       MOVE SPACES TO RCT-RESPONSABLE
                       PERFORM VARYING O FROM 1 BY 1
                               UNTIL O > OPE-CNT
                           IF TOP-ID(O) = TAU-OPER(AX)
                               MOVE TOP-RESPONSABLE(O) TO
                                   RCT-RESPONSABLE
                           END-IF
                       END-PERFORM
                       MOVE TAU-OPER(AX) TO RCT-OPER-ID
                       MOVE TAU-PROGRAMA(AX) TO RCT-PROGRAMA
                       MOVE TAU-ULT-USO(AX) TO RCT-ULT-USO
                       MOVE FECHA-LIMITE TO RCT-FECHA-LIMITE
                       MOVE "P" TO RCT-ESTADO
                       MOVE 0 TO RCT-FECHA-DECISION
                       MOVE SPACES TO RCT-DECIDIDO-POR
                       ADD 1 TO ENT-CNT
                       MOVE RECERT-REC TO TAB-ENTRADA(ENT-CNT)
                   END-IF
               END-PERFORM
               SET CICLO-ABIERTO TO TRUE
               SET HUBO-CAMBIOS TO TRUE
               PERFORM LISTA-CICLO
               DISPLAY "RECERT: ABIERTO EL CICLO " CICLO-ACTUAL " CON "
                   TAU-CNT " AUTORIZACIONES A CERTIFICAR HASTA EL "
                   FECHA-LIMITE.

      *CARGA EL SUPERVISOR RESPONSABLE DE CADA OPERADOR
           CARGA-OPERADORES.
               OPEN INPUT OPERADOR-FILE
               IF OPERADOR-NEW-FILE
                   CLOSE OPERADOR-FILE
               ELSE
                   PERFORM UNTIL OPERADOR-EOF OR OPE-CNT = 100
                       READ OPERADOR-FILE
                           AT END
                               SET OPERADOR-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO OPE-CNT
                               MOVE OPER-ID TO TOP-ID(OPE-CNT)
                               MOVE OPER-RESPONSABLE TO
                                   TOP-RESPONSABLE(OPE-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE OPERADOR-FILE
               END-IF.

      *ULTIMA FECHA EN QUE CADA OPERADOR CORRIO CADA PROGRAMA, DE
      *LAS SESIONES COMPLETADAS DE SESION.LOG
           BUSCA-ULTIMO-USO.
               OPEN INPUT SESION-FILE
               IF SESION-NEW-FILE
                   CLOSE SESION-FILE
               ELSE
                   PERFORM UNTIL SESION-EOF
                       READ SESION-FILE
                           AT END
                               SET SESION-EOF TO TRUE
                           NOT AT END
                               IF SES-EJECUTADO
                                   PERFORM ANOTA-USO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SESION-FILE
               END-IF.

           ANOTA-USO.
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > TAU-CNT
                   IF TAU-OPER(AX) = SES-OPERADOR AND
                       TAU-PROGRAMA(AX) = SES-PROGRAMA AND
                       SES-FECHA > TAU-ULT-USO(AX)
                       MOVE SES-FECHA TO TAU-ULT-USO(AX)
                   END-IF
               END-PERFORM.

      *SUMA EL PLAZO A LA FECHA DE PROCESO DIA POR DIA, PASANDO DE
      *MES Y DE ANIO
           CALCULA-LIMITE.
               MOVE FECHA-PROCESO TO FECHA-LIMITE
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > DIAS-PLAZO
                   PERFORM PASA-DIA-SIGUIENTE
               END-PERFORM.

           PASA-DIA-SIGUIENTE.
               EVALUATE LIM-MES
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       MOVE 30 TO MAX-DIA
                   WHEN 02
                       CALL "BISLEAP" USING LIM-ANIO BISIESTO-FLAG
                       IF ES-BISIESTO
                           MOVE 29 TO MAX-DIA
                       ELSE
                           MOVE 28 TO MAX-DIA
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO MAX-DIA
               END-EVALUATE
               IF LIM-DIA < MAX-DIA
                   ADD 1 TO LIM-DIA
               ELSE
                   MOVE 1 TO LIM-DIA
                   IF LIM-MES < 12
                       ADD 1 TO LIM-MES
                   ELSE
                       MOVE 1 TO LIM-MES
                       ADD 1 TO LIM-ANIO
                   END-IF
               END-IF.

      *SUSPENDE LO QUE SIGUE PENDIENTE PASADO SU VENCIMIENTO: LA
      *BAJA DE LA AUTORIZACION VA A APRUEBA COMO CUALQUIER OTRA
           VENCE-PENDIENTES.
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > ENT-CNT
                   MOVE TAB-ENTRADA(E) TO RECERT-REC
                   IF RCT-PENDIENTE AND
                       RCT-FECHA-LIMITE < FECHA-PROCESO
                       PERFORM SUSPENDE-ENTRADA
                   END-IF
               END-PERFORM.

           SUSPENDE-ENTRADA.
               MOVE "N" TO ENCONTRADO-SW
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > TAU-CNT
                   IF TAU-OPER(AX) = RCT-OPER-ID AND
                       TAU-PROGRAMA(AX) = RCT-PROGRAMA
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF ENCONTRADO
                   MOVE RCT-OPER-ID TO AUT-OPER-ID
                   MOVE RCT-PROGRAMA TO AUT-PROGRAMA
                   MOVE SPACES TO SOL-ANTES
                   MOVE AUTORIZA-REC TO SOL-ANTES
                   MOVE SPACES TO SOL-DESPUES
                   CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                       SOL-ANTES SOL-DESPUES SOL-OPERADOR
                   ADD 1 TO CNT-SUSPENDIDAS
               END-IF
               MOVE "V" TO RCT-ESTADO
               MOVE FECHA-PROCESO TO RCT-FECHA-DECISION
               MOVE SOL-OPERADOR TO RCT-DECIDIDO-POR
               MOVE RECERT-REC TO TAB-ENTRADA(E)
               SET HUBO-CAMBIOS TO TRUE.

      *REESCRIBE RECERT.DAT DESDE LA TABLA
           GRABA-RECERT.
               OPEN OUTPUT RECERT-FILE
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > ENT-CNT
                   MOVE TAB-ENTRADA(E) TO RECERT-REC
                   WRITE RECERT-REC
               END-PERFORM
               CLOSE RECERT-FILE.

      *ARMA LA TABLA DE SUPERVISORES DEL CICLO EN CURSO CON LO
      *DECIDIDO POR CADA UNO
           ARMA-SUPERVISORES.
               MOVE 0 TO SUP-CNT
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > ENT-CNT
                   MOVE TAB-ENTRADA(E) TO RECERT-REC
                   IF RCT-CICLO = CICLO-ACTUAL
                       PERFORM BUSCA-SUPERVISOR
                       IF S > 0
                           EVALUATE TRUE
                               WHEN RCT-CERTIFICADO
                                   ADD 1 TO SUP-CERTIFICADAS(S)
                               WHEN RCT-REVOCADO
                                   ADD 1 TO SUP-REVOCADAS(S)
                               WHEN RCT-VENCIDO
                                   ADD 1 TO SUP-VENCIDAS(S)
                               WHEN OTHER
                                   ADD 1 TO SUP-PENDIENTES(S)
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM.

      *DEJA EN S EL SUPERVISOR DE LA ENTRADA, AGREGANDOLO SI ES NUEVO
           BUSCA-SUPERVISOR.
               MOVE 0 TO S
               PERFORM VARYING O FROM 1 BY 1 UNTIL O > SUP-CNT
                   IF SUP-ID(O) = RCT-RESPONSABLE
                       MOVE O TO S
                   END-IF
               END-PERFORM
               IF S = 0 AND SUP-CNT < 100
                   ADD 1 TO SUP-CNT
                   MOVE SUP-CNT TO S
                   MOVE RCT-RESPONSABLE TO SUP-ID(S)
                   MOVE 0 TO SUP-CERTIFICADAS(S)
                   MOVE 0 TO SUP-REVOCADAS(S)
                   MOVE 0 TO SUP-VENCIDAS(S)
                   MOVE 0 TO SUP-PENDIENTES(S)
               END-IF.

      *NOMBRE DEL SUPERVISOR S PARA LOS LISTADOS
           NOMBRE-SUPERVISOR.
               IF SUP-ID(S) = SPACES
                   MOVE "SIN ASIGNAR" TO SUPERVISOR-NOMBRE
               ELSE
                   MOVE SUP-ID(S) TO SUPERVISOR-NOMBRE
               END-IF.

      *ULTIMO USO DE LA ENTRADA PARA LOS LISTADOS
           EDITA-ULTIMO-USO.
               IF RCT-ULT-USO = 0
                   MOVE "NUNCA" TO ULT-USO-EDIT
               ELSE
                   MOVE RCT-ULT-USO TO ULT-USO-EDIT
               END-IF.

      *LISTA DE REVISION DEL CICLO, POR SUPERVISOR
           LISTA-CICLO.
               PERFORM ARMA-SUPERVISORES
               OPEN OUTPUT LISTA-FILE
               MOVE SPACES TO LINEA-LISTA
               STRING "RECERTIFICACION DE ACCESOS - CICLO "
                   CICLO-ACTUAL " - A CERTIFICAR EN RECERT-MANT "
                   "HASTA EL " FECHA-LIMITE
                   DELIMITED BY SIZE INTO LINEA-LISTA
               WRITE LINEA-LISTA
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > SUP-CNT
                   PERFORM NOMBRE-SUPERVISOR
                   MOVE SPACES TO LINEA-LISTA
                   WRITE LINEA-LISTA
                   MOVE SPACES TO LINEA-LISTA
                   STRING "SUPERVISOR " SUPERVISOR-NOMBRE
                       DELIMITED BY SIZE INTO LINEA-LISTA
                   WRITE LINEA-LISTA
                   MOVE "  OPERADOR  PROGRAMA      ULTIMO USO"
                       TO LINEA-LISTA
                   WRITE LINEA-LISTA
                   PERFORM VARYING E FROM 1 BY 1 UNTIL E > ENT-CNT
                       MOVE TAB-ENTRADA(E) TO RECERT-REC
                       IF RCT-CICLO = CICLO-ACTUAL AND
                           RCT-RESPONSABLE = SUP-ID(S)
                           PERFORM EDITA-ULTIMO-USO
                           MOVE SPACES TO LINEA-LISTA
                           STRING "  " RCT-OPER-ID "  " RCT-PROGRAMA
                               "  " ULT-USO-EDIT
                               DELIMITED BY SIZE INTO LINEA-LISTA
                           WRITE LINEA-LISTA
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE LISTA-FILE.

      *INFORME DE CIERRE DEL CICLO PARA AUDITORIA: CADA ENTRADA CON
      *SU RESULTADO, QUIEN Y CUANDO, Y LOS TOTALES POR SUPERVISOR
           INFORME-CIERRE.
               PERFORM ARMA-SUPERVISORES
               OPEN OUTPUT INFORME-FILE
               MOVE SPACES TO LINEA-INFORME
               STRING "RECERTIFICACION DE ACCESOS - CICLO "
                   CICLO-ACTUAL " - SITUACION AL " FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > SUP-CNT
                   PERFORM NOMBRE-SUPERVISOR
                   MOVE SPACES TO LINEA-INFORME
                   WRITE LINEA-INFORME
                   MOVE SPACES TO LINEA-INFORME
                   STRING "SUPERVISOR " SUPERVISOR-NOMBRE
                       DELIMITED BY SIZE INTO LINEA-INFORME
                   WRITE LINEA-INFORME
                   MOVE "  OPERADOR  PROGRAMA      ULTIMO USO  "
                       TO LINEA-INFORME
                   MOVE "RESULTADO       EL        POR"
                       TO LINEA-INFORME(39:29)
                   WRITE LINEA-INFORME
                   PERFORM VARYING E FROM 1 BY 1 UNTIL E > ENT-CNT
                       MOVE TAB-ENTRADA(E) TO RECERT-REC
                       IF RCT-CICLO = CICLO-ACTUAL AND
                           RCT-RESPONSABLE = SUP-ID(S)
                           PERFORM LINEA-ENTRADA
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO LINEA-INFORME
                   STRING "  CERTIFICADAS " SUP-CERTIFICADAS(S)
                       "  REVOCADAS " SUP-REVOCADAS(S)
                       "  SIN RESPUESTA " SUP-VENCIDAS(S)
                       "  PENDIENTES " SUP-PENDIENTES(S)
                       DELIMITED BY SIZE INTO LINEA-INFORME
                   WRITE LINEA-INFORME
                   ADD SUP-CERTIFICADAS(S) TO TOT-CERTIFICADAS
                   ADD SUP-REVOCADAS(S) TO TOT-REVOCADAS
                   ADD SUP-VENCIDAS(S) TO TOT-VENCIDAS
                   ADD SUP-PENDIENTES(S) TO TOT-PENDIENTES
               END-PERFORM
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE SPACES TO LINEA-INFORME
               STRING "TOTAL CICLO " CICLO-ACTUAL
                   "  CERTIFICADAS " TOT-CERTIFICADAS
                   "  REVOCADAS " TOT-REVOCADAS
                   "  SIN RESPUESTA " TOT-VENCIDAS
                   "  PENDIENTES " TOT-PENDIENTES
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               CLOSE INFORME-FILE.

           LINEA-ENTRADA.
               PERFORM EDITA-ULTIMO-USO
               EVALUATE TRUE
                   WHEN RCT-CERTIFICADO
                       MOVE "CERTIFICADA" TO ESTADO-NOMBRE
                   WHEN RCT-REVOCADO
                       MOVE "REVOCADA" TO ESTADO-NOMBRE
                   WHEN RCT-VENCIDO
                       MOVE "SIN RESPUESTA" TO ESTADO-NOMBRE
                   WHEN OTHER
                       MOVE "PENDIENTE" TO ESTADO-NOMBRE
               END-EVALUATE
               IF RCT-FECHA-DECISION = 0
                   MOVE SPACES TO DECISION-EDIT
               ELSE
                   MOVE RCT-FECHA-DECISION TO DECISION-EDIT
               END-IF
               MOVE SPACES TO LINEA-INFORME
               STRING "  " RCT-OPER-ID "  " RCT-PROGRAMA "  "
                   ULT-USO-EDIT "    " ESTADO-NOMBRE "  "
                   DECISION-EDIT "  " RCT-DECIDIDO-POR
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME.

       END PROGRAM RECERT.
