      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor screen of the quarterly access
      *          recertification. The supervisor signs on and is
      *          shown, one by one, the pending RECERT.DAT entries of
      *          the latest cycle for the operators they answer for
      *          (and those with no responsible supervisor): operator,
      *          program, last date it was run per SESION.LOG and the
      *          deadline. Each one is certified, revoked or left for
      *          later. A revocation files the OPERAUTH.DAT baja
      *          through PENDSOL for a second operator to approve in
      *          APRUEBA. Nobody certifies their own access, and an
      *          entry past its deadline is left to the RECERT step,
      *          which suspends it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECERT-STATUS.

           SELECT AUTORIZA-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTORIZA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECERT-REC.
           COPY RECACC.

       FD  AUTORIZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTORIZA-REC.
           COPY OPERAUT.

       WORKING-STORAGE SECTION.
           77 RECERT-STATUS     PIC X(2) VALUE "00".
               88 RECERT-NEW-FILE   VALUE "35".
           77 RECERT-EOF-SW     PIC X VALUE "N".
               88 RECERT-EOF        VALUE "Y".
           77 AUTORIZA-STATUS   PIC X(2) VALUE "00".
               88 AUTORIZA-NEW-FILE VALUE "35".
           77 AUTORIZA-EOF-SW   PIC X VALUE "N".
               88 AUTORIZA-EOF      VALUE "Y".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

           77 FECHA-HOY         PIC 9(8).
           77 CICLO-ULTIMO      PIC X(6) VALUE SPACES.

      *ENTRADAS DE RECERTIFICACION EN MEMORIA
           01 TABLA-RECERT.
               05 ENTRADAS OCCURS 999 TIMES.
                   10 TAB-ENTRADA       PIC X(67).
           77 ENT-CNT           PIC 9(4) VALUE 0.
           77 E                 PIC 9(4) VALUE 0.

      *MATRIZ DE AUTORIZACIONES VIGENTE
           01 TABLA-AUTORIZA.
               05 AUTORIZADOS OCCURS 200 TIMES.
                   10 TAU-OPER          PIC X(8).
                   10 TAU-PROGRAMA      PIC X(12).
           77 TAU-CNT           PIC 9(3) VALUE 0.
           77 AX                PIC 9(3) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".

           77 DECISION          PIC X.
           77 FIN-SW            PIC X VALUE "N".
               88 FIN-REVISION      VALUE "Y".
           77 ULT-USO-EDIT      PIC X(8).
           77 CNT-A-REVISAR     PIC 9(4) VALUE 0.
           77 CNT-CERTIFICADAS  PIC 9(4) VALUE 0.
           77 CNT-REVOCADAS     PIC 9(4) VALUE 0.
           77 CNT-SALTEADAS     PIC 9(4) VALUE 0.
           77 CNT-PROPIAS       PIC 9(4) VALUE 0.
           77 CNT-VENCIDAS      PIC 9(4) VALUE 0.

      *PARAMETROS DE LA LLAMADA A PENDSOL
           77 SOL-ARCHIVO       PIC X(12) VALUE "OPERAUTH.DAT".
           77 SOL-ACCION        PIC X VALUE "B".
           77 SOL-ANTES         PIC X(80).
           77 SOL-DESPUES       PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF
            IF SUPERV-OPER NOT = "Y"
                DISPLAY "LA RECERTIFICACION DE ACCESOS LA HACE UN "
                    "SUPERVISOR"
                STOP RUN
            END-IF
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD

            PERFORM CARGA-RECERT
            IF ENT-CNT = 0
                DISPLAY "NO HAY CICLO DE RECERTIFICACION ABIERTO EN "
                    "RECERT.DAT"
                STOP RUN
            END-IF
            PERFORM CARGA-AUTORIZACIONES

            DISPLAY "RECERTIFICACION DE ACCESOS - CICLO " CICLO-ULTIMO
                " - SUPERVISOR " OPERADOR
            PERFORM VARYING E FROM 1 BY 1
                    UNTIL E > ENT-CNT OR FIN-REVISION
                MOVE TAB-ENTRADA(E) TO RECERT-REC
                IF RCT-CICLO = CICLO-ULTIMO AND RCT-PENDIENTE AND
                    (RCT-RESPONSABLE = OPERADOR OR
                     RCT-RESPONSABLE = SPACES)
                    PERFORM REVISA-ENTRADA
                END-IF
            END-PERFORM

            IF CNT-CERTIFICADAS > 0 OR CNT-REVOCADAS > 0
                PERFORM GRABA-RECERT
            END-IF
            IF CNT-A-REVISAR = 0
                DISPLAY "NO TIENE AUTORIZACIONES PENDIENTES DE "
                    "CERTIFICAR EN ESTE CICLO"
            END-IF
            DISPLAY "CERTIFICADAS " CNT-CERTIFICADAS
                " REVOCADAS " CNT-REVOCADAS
                " PARA DESPUES " CNT-SALTEADAS
            IF CNT-PROPIAS > 0
                DISPLAY CNT-PROPIAS " SON SUS PROPIAS AUTORIZACIONES "
                    "Y LAS CERTIFICA OTRO SUPERVISOR"
            END-IF
            IF CNT-VENCIDAS > 0
                DISPLAY CNT-VENCIDAS " VENCIDAS, LAS SUSPENDE LA "
                    "CADENA NOCTURNA"
            END-IF

            STOP RUN.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *CARGA RECERT.DAT Y DETERMINA EL ULTIMO CICLO ABIERTO
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
                               IF ENT-CNT < 999
                                   ADD 1 TO ENT-CNT
                                   MOVE RECERT-REC TO
                                       TAB-ENTRADA(ENT-CNT)
                                   IF RCT-CICLO > CICLO-ULTIMO
                                       MOVE RCT-CICLO TO CICLO-ULTIMO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RECERT-FILE
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
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUTORIZA-FILE
               END-IF.

      *MUESTRA LA ENTRADA E Y TOMA LA DECISION DEL SUPERVISOR
           REVISA-ENTRADA.
               ADD 1 TO CNT-A-REVISAR
               EVALUATE TRUE
                   WHEN RCT-OPER-ID = OPERADOR
                       ADD 1 TO CNT-PROPIAS
                   WHEN RCT-FECHA-LIMITE < FECHA-HOY
                       ADD 1 TO CNT-VENCIDAS
                   WHEN OTHER
                       PERFORM PIDE-DECISION
               END-EVALUATE.

           PIDE-DECISION.
               IF RCT-ULT-USO = 0
                   MOVE "NUNCA" TO ULT-USO-EDIT
               ELSE
                   MOVE RCT-ULT-USO TO ULT-USO-EDIT
               END-IF
               DISPLAY " "
               DISPLAY "OPERADOR " RCT-OPER-ID " PROGRAMA "
                   RCT-PROGRAMA " ULTIMO USO " ULT-USO-EDIT
                   " VENCE " RCT-FECHA-LIMITE
               DISPLAY "CERTIFICAR (C), REVOCAR (R), DESPUES (ENTER) "
                   "O FIN (F): "
               MOVE SPACE TO DECISION
               ACCEPT DECISION
               EVALUATE DECISION
                   WHEN "C"
                   WHEN "c"
                       MOVE "C" TO RCT-ESTADO
                       MOVE FECHA-HOY TO RCT-FECHA-DECISION
                       MOVE OPERADOR TO RCT-DECIDIDO-POR
                       MOVE RECERT-REC TO TAB-ENTRADA(E)
                       ADD 1 TO CNT-CERTIFICADAS
                   WHEN "R"
                   WHEN "r"
                       PERFORM REVOCA-ENTRADA
                   WHEN "F"
                   WHEN "f"
                       SET FIN-REVISION TO TRUE
                   WHEN OTHER
                       ADD 1 TO CNT-SALTEADAS
               END-EVALUATE.

      *PIDE LA BAJA DE LA AUTORIZACION POR EL CIRCUITO DE
      *APROBACION; SI YA NO ESTA EN LA MATRIZ SOLO SE ANOTA
           REVOCA-ENTRADA.
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
                       SOL-ANTES SOL-DESPUES OPERADOR
                   DISPLAY "REVOCACION PENDIENTE DE APROBACION"
               ELSE
                   DISPLAY "YA NO FIGURA EN LA MATRIZ, QUEDA ANOTADA "
                       "COMO REVOCADA"
               END-IF
               MOVE "R" TO RCT-ESTADO
               MOVE FECHA-HOY TO RCT-FECHA-DECISION
               MOVE OPERADOR TO RCT-DECIDIDO-POR
               MOVE RECERT-REC TO TAB-ENTRADA(E)
               ADD 1 TO CNT-REVOCADAS.

      *REESCRIBE RECERT.DAT DESDE LA TABLA
           GRABA-RECERT.
               OPEN OUTPUT RECERT-FILE
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > ENT-CNT
                   MOVE TAB-ENTRADA(E) TO RECERT-REC
                   WRITE RECERT-REC
               END-PERFORM
               CLOSE RECERT-FILE.

       END PROGRAM RECERT-MANT.
