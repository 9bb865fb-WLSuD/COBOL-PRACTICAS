      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The ERRORES.LOG entry now sets the rule number
      *             and message of the shared layout to zero and
      *             blank - those belong to the REGLAS.DAT
      *             validation rules of the batch loaders.
      * 2026-10-15  A menu authorization that would give the operator
      *             two programs a SEPFUN.DAT segregation-of-duties
      *             rule keeps apart is refused, unless a supervisor
      *             recorded an exception still valid in SEPFUN-MANT.
      * 2026-10-15  Each operator now names the supervisor responsible
      *             for their menu authorizations (alta, and option 3
      *             together with the permissions), who certifies or
      *             revokes them in the quarterly RECERT access
      *             recertification. It must be an existing
      *             supervisor other than the operator.
      * 2026-09-03  Maker-checker: the alta, the cambio of
      *             permissions, the desbloqueo and the menu
      *             authorizations no longer apply directly - each
                   10 TAB-FALLAS    PIC 9(2).
                   10 TAB-BLOQ      PIC X.
                   10 TAB-SUP       PIC X.
                   10 TAB-RESP      PIC X(8).
           77 OPER-CNT        PIC 9(3) VALUE 0.
           77 I               PIC 9(3) VALUE 0.
           77 ENCONTRADO-SW   PIC X VALUE "N".
           77 CLAVE-NUEVA     PIC X(8).
           77 CLAVE-REPITE    PIC X(8).
           77 SUPERV-ENT      PIC X.
           77 RESP-ENTRADA    PIC X(8).
           77 RESP-OK-SW      PIC X VALUE "Y".
               88 RESP-OK         VALUE "Y".
           77 RX              PIC 9(3) VALUE 0.

      *MATRIZ DE AUTORIZACIONES POR OPCION DE MENU
           77 AUTORIZA-STATUS PIC X(2) VALUE "00".
           77 PROGRAMA-ENT    PIC X(12).
           77 ACCION-ENT      PIC X.

      *CONTROL DE SEPARACION DE FUNCIONES (SEPCHK)
           77 FECHA-HOY       PIC 9(8).
           77 CONFLICTO-SW    PIC X VALUE "N".
               88 SEP-CONFLICTO   VALUE "Y".
           77 PROGRAMA-CHOQUE PIC X(12).

      *SOLICITUD PENDIENTE DE APROBACION (MAKER-CHECKER)
           77 SOL-ARCHIVO     PIC X(12).
           77 SOL-ACCION      PIC X.
                                   TAB-BLOQ(OPER-CNT)
                               MOVE OPER-SUPERVISOR TO
                                   TAB-SUP(OPER-CNT)
                               MOVE OPER-RESPONSABLE TO
                                   TAB-RESP(OPER-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE OPERADOR-FILE
                   MOVE TAB-FALLAS(I) TO OPER-FALLAS
                   MOVE TAB-BLOQ(I) TO OPER-BLOQUEADO
                   MOVE TAB-SUP(I) TO OPER-SUPERVISOR
                   MOVE TAB-RESP(I) TO OPER-RESPONSABLE
                   WRITE OPERADOR-REC
               END-PERFORM
               CLOSE OPERADOR-FILE.
                           " CONSULTA:" TAB-PERM-CONS(I)
                           " SUP:" TAB-SUP(I)
                           " BLOQ:" TAB-BLOQ(I)
                           " RESP:" TAB-RESP(I)
                   END-PERFORM
                   DISPLAY OPER-CNT " OPERADORES EN EL MAESTRO"
               END-IF.
                       PERFORM PIDE-PERMISOS
                       DISPLAY "ES SUPERVISOR (Y/N): "
                       ACCEPT SUPERV-ENT
                       COMPUTE I = OPER-CNT + 1
                       MOVE SPACES TO TAB-RESP(I)
                       PERFORM PIDE-RESPONSABLE
                   END-IF
                   IF OPER-CNT < 100 AND RESP-OK
                       MOVE ID-ENTRADA TO OPER-ID
                       MOVE NOMBRE-ENTRADA TO OPER-NOMBRE
                       MOVE PERM-ALTA-ENT TO OPER-PERM-ALTA
                       MOVE 0 TO OPER-FALLAS
                       MOVE SPACE TO OPER-BLOQUEADO
                       MOVE SUPERV-ENT TO OPER-SUPERVISOR
                       MOVE RESP-ENTRADA TO OPER-RESPONSABLE
                       MOVE "OPERADOR.DAT" TO SOL-ARCHIVO
                       MOVE "A" TO SOL-ACCION
                       MOVE SPACES TO SOL-ANTES
                   MOVE SPACES TO SOL-ANTES
                   MOVE OPERADOR-REC TO SOL-ANTES
                   PERFORM PIDE-PERMISOS
                   PERFORM PIDE-RESPONSABLE
                   IF RESP-OK
                       MOVE PERM-ALTA-ENT TO OPER-PERM-ALTA
                       MOVE PERM-CONS-ENT TO OPER-PERM-CONSULTA
                       MOVE RESP-ENTRADA TO OPER-RESPONSABLE
                       MOVE "OPERADOR.DAT" TO SOL-ARCHIVO
                       MOVE "M" TO SOL-ACCION
                       MOVE SPACES TO SOL-DESPUES
                       MOVE OPERADOR-REC TO SOL-DESPUES
                       CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION
                           SOL-ANTES SOL-DESPUES OPERADOR
                       DISPLAY "CAMBIO DE PERMISOS DE " ID-ENTRADA
                           " PENDIENTE DE APROBACION"
                   END-IF
               END-IF.

      *PIDE EL ID DEL OPERADOR
               MOVE SPACES TO OPER-CLAVE
               MOVE TAB-FALLAS(I) TO OPER-FALLAS
               MOVE TAB-BLOQ(I) TO OPER-BLOQUEADO
               MOVE TAB-SUP(I) TO OPER-SUPERVISOR
               MOVE TAB-RESP(I) TO OPER-RESPONSABLE.

      *PIDE EL SUPERVISOR RESPONSABLE DE LAS AUTORIZACIONES DEL
      *OPERADOR I (ENTER CONSERVA EL ACTUAL): DEBE SER UN SUPERVISOR
      *DEL MAESTRO Y NO EL MISMO OPERADOR
           PIDE-RESPONSABLE.
               MOVE "Y" TO RESP-OK-SW
               DISPLAY "SUPERVISOR RESPONSABLE DE SUS AUTORIZACIONES "
                   "(ENTER = " TAB-RESP(I) "): "
               MOVE SPACES TO RESP-ENTRADA
               ACCEPT RESP-ENTRADA
               IF RESP-ENTRADA = SPACES
                   MOVE TAB-RESP(I) TO RESP-ENTRADA
               END-IF
               IF RESP-ENTRADA NOT = SPACES
                   MOVE "N" TO RESP-OK-SW
                   PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > OPER-CNT
                       IF TAB-ID(RX) = RESP-ENTRADA AND
                           TAB-SUP(RX) = "Y"
                           SET RESP-OK TO TRUE
                       END-IF
                   END-PERFORM
                   IF RESP-ENTRADA = ID-ENTRADA
                       MOVE "N" TO RESP-OK-SW
                   END-IF
                   IF NOT RESP-OK
                       DISPLAY "EL RESPONSABLE DEBE SER OTRO OPERADOR "
                           "SUPERVISOR DEL MAESTRO, SIN CAMBIOS"
                   END-IF
               END-IF.

      *DEJA EN I LA POSICION DEL ID EN LA TABLA
           BUSCA-OPERADOR.
                   END-EVALUATE
               END-IF.

      *AGREGA EL PAR OPERADOR/PROGRAMA SI AUN NO FIGURA Y NO CHOCA
      *CON OTRO PROGRAMA DEL OPERADOR SEGUN LAS REGLAS DE SEPARACION
      *DE FUNCIONES, SALVO EXCEPCION VIGENTE
           OTORGA-AUTORIZACION.
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > TAU-CNT
                   IF TAU-OPER(AX) = ID-ENTRADA AND
                       MOVE SPACES TO PROGRAMA-ENT
                   END-IF
               END-PERFORM
               IF PROGRAMA-ENT NOT = SPACES
                   ACCEPT FECHA-HOY FROM DATE YYYYMMDD
                   CALL "SEPCHK" USING ID-ENTRADA PROGRAMA-ENT
                       FECHA-HOY CONFLICTO-SW PROGRAMA-CHOQUE
                   IF SEP-CONFLICTO
                       DISPLAY "CONFLICTO DE FUNCIONES: EL OPERADOR "
                           "YA TIENE " PROGRAMA-CHOQUE
                       DISPLAY "SIN UNA EXCEPCION VIGENTE REGISTRADA "
                           "POR UN SUPERVISOR EN SEPFUN-MANT NO SE "
                           "OTORGA"
                       MOVE SPACES TO PROGRAMA-ENT
                   END-IF
               END-IF
               IF PROGRAMA-ENT NOT = SPACES
                   MOVE ID-ENTRADA TO AUT-OPER-ID
                   MOVE PROGRAMA-ENT TO AUT-PROGRAMA
                   OPEN EXTEND ERROR-LOG-FILE
               END-IF
               MOVE "OPER-MANT" TO ERR-PROGRAMA
               MOVE 0 TO ERR-REGLA
               MOVE SPACES TO ERR-MENSAJE
               ACCEPT ERR-FECHA FROM DATE YYYYMMDD
               ACCEPT ERR-HORA FROM TIME
               WRITE ERROR-LOG-REC
