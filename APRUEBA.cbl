      *          the checker. An operator cannot approve their own
      *          request, and a request whose before-image no longer
      *          matches the live table is rejected as stale.
      *          Bad-debt write-offs proposed by the CASTIGO run
      *          (CASTIGOS.DAT) need a supervisor: on approval the
      *          open balance, which must still be the one proposed,
      *          is written off with a PAG-TIPO "C" journal entry, the
      *          customer goes to INACTIVO with reason "CA" on
      *          CLIAUD.DAT and the write-off lands on CASTIGOS.DAT;
      *          a rejected one hands an agency account back to the
      *          internal workflow.
      *          Mass status-change proposals filed by CLIMASIV
      *          (MASVTRX.DAT) also need a supervisor: an approved one
      *          whose customer has not changed status since the
      *          selection is staged as a CLITRX transaction on
      *          MASVTRX.DAT for CLIENTE-CARGA to apply.
      *          Branch transfer orders filed by SUCTRASL
      *          (SUCTRASL.DAT) are supervisor-only as well: an
      *          approved one is staged on SUCTRASL.DAT with the
      *          approver for the next SUCTRASL run to apply.
      *          Personal-data erasure orders filed by CLIENTE-ANON
      *          (ANONIMIZ.DAT) are supervisor-only too: an approved
      *          one is staged on ANONIMIZ.DAT with the approver.
      *          Daily exchange rates filed by TIPCAM-MANT
      *          (TIPOCAMB.DAT) are applied through its index like
      *          the code catalog, and general-ledger accounts filed
      *          by GLCTA-MANT (GLCUENTA.DAT) the same way.
      *          A menu authorization (OPERAUTH.DAT) that would
      *          give the operator two programs a segregation-of-
      *          duties rule keeps apart is held back through SEPCHK
      *          unless a supervisor's exception covers it.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             before-image before applying, like the flat
      *             tables always did - an approval was landing on
      *             top of an entry that changed after the request.
      * 2026-10-15  Write-off proposals from CASTIGO are approved here
      *             by a supervisor and applied to the journal, the
      *             master and CASTIGOS.DAT. The request table now
      *             holds 999 entries - a full table was dropping the
      *             requests past it when the file was rewritten.
      * 2026-10-15  Mass status-change proposals from CLIMASIV are
      *             decided here by a supervisor; an approved one is
      *             staged on MASVTRX.DAT for CLIENTE-CARGA, or
      *             rejected as stale when the customer moved since.
      * 2026-10-15  Branch transfer orders from SUCTRASL are decided
      *             here by a supervisor; an approved one is staged
      *             on SUCTRASL.DAT for SUCTRASL to apply.
      * 2026-10-15  Exchange-rate altas and corrections from
      *             TIPCAM-MANT are applied to the indexed
      *             TIPOCAMB.DAT, with the same stale check on the
      *             before-image as the code catalog.
      * 2026-10-15  Chart-of-accounts altas and changes from
      *             GLCTA-MANT are applied to the indexed
      *             GLCUENTA.DAT with the same stale check.
      * 2026-10-15  Personal-data erasure orders from CLIENTE-ANON
      *             are decided here by a supervisor; an approved one
      *             is staged on ANONIMIZ.DAT for CLIENTE-ANON.
      * 2026-10-15  The operator master carries the supervisor
      *             responsible for the operator's authorizations; an
      *             approved cambio applies it and the stale check
      *             covers it too.
      * 2026-10-15  A menu authorization that breaks a SEPFUN.DAT
      *             segregation-of-duties rule with no valid
      *             exception cannot be approved - it is rejected or
      *             left pending until a supervisor records one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA.
               RECORD KEY IS REGCOD-CODIGO
               FILE STATUS IS CODIGOS-STATUS.

           SELECT CAMBIO-FILE ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCA-CLAVE
               FILE STATUS IS CAMBIO-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "GLCUENTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLC-CUENTA
               FILE STATUS IS CUENTA-STATUS.

           SELECT PLANO-FILE ASSIGN USING PLANO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANO-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFAUD-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "CLIBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT CASTIGO-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASTIGO-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "CLIAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

           SELECT MASIVO-FILE ASSIGN TO "MASVTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASIVO-STATUS.

           SELECT TRASLADO-FILE ASSIGN TO "SUCTRASL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRASLADO-STATUS.

           SELECT ANONIMIZA-FILE ASSIGN TO "ANONIMIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANONIMIZA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTE-FILE
       01  CODIGOS-REC.
           COPY REGCOD.

       FD  CAMBIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAMBIO-REC.
           COPY TIPCAM.

       FD  CUENTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUENTA-REC.
           COPY GLCTA.

       FD  PLANO-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLANO-REC               PIC X(80).
       01  REFAUD-REC.
           COPY REFAUD.

       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REC.
           COPY CLIBAL.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  CASTIGO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASTIGO-REC.
           COPY CASTIG.

       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDITORIA-REC.
           COPY CLIAUD.

       FD  MASIVO-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASIVO-REC.
           COPY CLITRX.

       FD  TRASLADO-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRASLADO-REC.
           COPY SUCTRA.

       FD  ANONIMIZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANONIMIZA-REC.
           COPY ANONIM.

       WORKING-STORAGE SECTION.
           77 PENDIENTE-STATUS  PIC X(2) VALUE "00".
               88 PENDIENTE-NEW-FILE VALUE "35".
               88 PENDIENTE-EOF     VALUE "Y".
           77 CODIGOS-STATUS    PIC X(2) VALUE "00".
               88 CODIGOS-NEW-FILE  VALUE "35".
           77 CAMBIO-STATUS     PIC X(2) VALUE "00".
               88 CAMBIO-NEW-FILE   VALUE "35".
           77 CUENTA-STATUS     PIC X(2) VALUE "00".
               88 CUENTA-NEW-FILE   VALUE "35".
           77 PLANO-NOMBRE      PIC X(12).
           77 PLANO-STATUS      PIC X(2) VALUE "00".
               88 PLANO-NEW-FILE    VALUE "35".
               88 PLANO-EOF         VALUE "Y".
           77 REFAUD-STATUS     PIC X(2) VALUE "00".
               88 REFAUD-NEW-FILE   VALUE "35".
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 BALANCE-STATUS    PIC X(2) VALUE "00".
               88 BALANCE-NEW-FILE  VALUE "35".
           77 BALANCE-EOF-SW    PIC X VALUE "N".
               88 BALANCE-EOF       VALUE "Y".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".
           77 CASTIGO-STATUS    PIC X(2) VALUE "00".
               88 CASTIGO-NEW-FILE  VALUE "35".
           77 AUDITORIA-STATUS  PIC X(2) VALUE "00".
               88 AUDITORIA-NEW-FILE VALUE "35".
           77 MASIVO-STATUS     PIC X(2) VALUE "00".
               88 MASIVO-NEW-FILE   VALUE "35".
           77 TRASLADO-STATUS   PIC X(2) VALUE "00".
               88 TRASLADO-NEW-FILE VALUE "35".
           77 ANONIMIZA-STATUS  PIC X(2) VALUE "00".
               88 ANONIMIZA-NEW-FILE VALUE "35".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".

      *SOLICITUDES COMPLETAS EN MEMORIA PARA REESCRIBIR EL ARCHIVO
           01 TABLA-PENDIENTES.
               05 PENDIENTES OCCURS 999 TIMES.
                   10 TAB-SOLICITUD     PIC X(214).
           77 PEN-CNT           PIC 9(4) VALUE 0.
           77 P                 PIC 9(4) VALUE 0.

      *TABLA PLANA GENERICA DEL ARCHIVO DESTINO
           01 TABLA-PLANA.
               05 OPD-FALLAS        PIC 9(2).
               05 OPD-BLOQUEADO     PIC X.
               05 OPD-SUPERVISOR    PIC X.
               05 OPD-RESPONSABLE   PIC X(8).

           77 VIGENTE-SW        PIC X VALUE "N".
               88 CODIGO-VIGENTE    VALUE "Y".
               88 OPERADOR-VIGENTE  VALUE "Y".
               88 CAMBIO-VIGENTE    VALUE "Y".
               88 CUENTA-VIGENTE    VALUE "Y".
      *COPIA DEL REGISTRO VIVO CON LA CLAVE EN BLANCO (41-48),
      *COMO LO ARMAN LAS IMAGENES DE OPER-MANT
           77 OPER-COMPARA      PIC X(60).
           77 DECISION          PIC X.
           77 APLICADO-SW       PIC X VALUE "N".
               88 APLICADO          VALUE "Y".
           77 CNT-RECHAZADOS    PIC 9(3) VALUE 0.
           77 CNT-PENDIENTES    PIC 9(3) VALUE 0.

      *SALDO VIVO DEL CLIENTE AL APROBAR SU CASTIGO
           77 SALDO-VIVO        PIC S9(9)V99 VALUE 0.
           77 ULT-PAGO-APLICADO PIC 9(6) VALUE 0.
           77 PROX-SECUENCIA    PIC 9(6) VALUE 0.
           77 ESTADO-ANTERIOR   PIC 9 VALUE 0.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.

      *PROPUESTA DE CAMBIO MASIVO DE ESTADO
           01 CAMBIO-MASIVO.
               COPY MASVPRO.
           77 SALDO-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *AUTORIZACION DE MENU PEDIDA Y CONTROL DE SEPARACION DE
      *FUNCIONES (SEPCHK)
           01 AUT-VISTA.
               COPY OPERAUT.
           77 CONFLICTO-SW      PIC X VALUE "N".
               88 SEP-CONFLICTO     VALUE "Y".
           77 PROGRAMA-CHOQUE   PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                           AT END
                               SET PENDIENTE-EOF TO TRUE
                           NOT AT END
                               IF PEN-CNT < 999
                                   ADD 1 TO PEN-CNT
                                   MOVE PENDIENTE-REC TO
                                       TAB-SOLICITUD(PEN-CNT)
               END-IF.

      *MUESTRA LA SOLICITUD P Y TOMA LA DECISION DEL REVISOR -
      *NADIE APRUEBA SU PROPIO PEDIDO, Y UN CASTIGO DE DEUDA LO
      *DECIDE SOLO UN SUPERVISOR
           REVISA-SOLICITUD.
               DISPLAY " "
               DISPLAY "SOLICITUD SOBRE " PEN-ARCHIVO
                   " ACCION " PEN-ACCION
                   " DE " PEN-OPERADOR " EL " PEN-FECHA
               IF PEN-ARCHIVO = "CASTIGOS.DAT"
                   MOVE PEN-DESPUES TO CASTIGO-REC
                   MOVE CAS-MONTO TO MONTO-EDIT
                   DISPLAY "  CASTIGAR EL SALDO DE " MONTO-EDIT
                       " DEL CLIENTE " CAS-CLIENTE-ID
                       " (ORIGEN " CAS-ORIGEN ", " CAS-DIAS-MORA
                       " DIAS DE MORA)"
               END-IF
               IF PEN-ARCHIVO = "MASVTRX.DAT"
                   MOVE PEN-DESPUES TO CAMBIO-MASIVO
                   MOVE MSP-SALDO TO SALDO-EDIT
                   DISPLAY "  CLIENTE " MSP-CLIENTE-ID
                       " SUCURSAL " MSP-SUCURSAL
                       " DE ESTADO " MSP-ESTADO-ACTUAL
                       " A " MSP-ESTADO-NUEVO
                       " MOTIVO " MSP-MOTIVO
                   DISPLAY "  " MSP-DIAS " DIAS EN EL ESTADO, SALDO "
                       SALDO-EDIT
               END-IF
               IF PEN-ARCHIVO = "SUCTRASL.DAT"
                   MOVE PEN-DESPUES TO TRASLADO-REC
                   MOVE STR-SALDO TO TOTAL-EDIT
                   DISPLAY "  TRASLADAR LOS CLIENTES DE LA SUCURSAL "
                       STR-SUC-DESDE " A LA " STR-SUC-HASTA
                       " (ESTADO " STR-ESTADO ", 0 = TODOS)"
                   DISPLAY "  AL PEDIRLO ERAN " STR-CLIENTES
                       " CLIENTES, SALDO " TOTAL-EDIT
               END-IF
               IF PEN-ARCHIVO = "ANONIMIZ.DAT"
                   MOVE PEN-DESPUES TO ANONIMIZA-REC
                   DISPLAY "  ANONIMIZAR LOS DATOS PERSONALES DEL "
                       "CLIENTE " ANO-CLIENTE-ID " EN TODOS LOS "
                       "ARCHIVOS"
                   IF ANO-PURGADO
                       DISPLAY "  CLIENTE PURGADO DEL MAESTRO"
                   ELSE
                       DISPLAY "  A PEDIDO DEL CLIENTE (EN EL MAESTRO "
                           "AL PEDIRLO: " ANO-EN-MAESTRO ")"
                   END-IF
               END-IF
               MOVE "N" TO CONFLICTO-SW
               IF PEN-ARCHIVO = "OPERAUTH.DAT" AND PEN-ES-ALTA
                   MOVE PEN-DESPUES TO AUT-VISTA
                   CALL "SEPCHK" USING AUT-OPER-ID AUT-PROGRAMA
                       FECHA-PROCESO CONFLICTO-SW PROGRAMA-CHOQUE
                   IF SEP-CONFLICTO
                       DISPLAY "  CONFLICTO DE FUNCIONES: EL OPERADOR "
                           "YA TIENE " PROGRAMA-CHOQUE
                           " SIN EXCEPCION VIGENTE"
                   END-IF
               END-IF
               IF PEN-ARCHIVO NOT = "CASTIGOS.DAT" AND
                   PEN-ARCHIVO NOT = "MASVTRX.DAT" AND
                   PEN-ARCHIVO NOT = "SUCTRASL.DAT" AND
                   PEN-ARCHIVO NOT = "ANONIMIZ.DAT"
                   DISPLAY "  ANTES  : " PEN-ANTES(1:60)
                   DISPLAY "  DESPUES: " PEN-DESPUES(1:60)
               END-IF
               EVALUATE TRUE
                   WHEN PEN-OPERADOR = OPERADOR
                       DISPLAY "  ES SU PROPIO PEDIDO, QUEDA PARA "
                           "OTRO REVISOR"
                       ADD 1 TO CNT-PENDIENTES
                   WHEN SEP-CONFLICTO
                       PERFORM DECIDE-CONFLICTO
                   WHEN PEN-ARCHIVO = "CASTIGOS.DAT" AND
                       SUPERV-OPER NOT = "Y"
                       DISPLAY "  EL CASTIGO DE UNA DEUDA LO APRUEBA "
                           "UN SUPERVISOR"
                       ADD 1 TO CNT-PENDIENTES
                   WHEN PEN-ARCHIVO = "MASVTRX.DAT" AND
                       SUPERV-OPER NOT = "Y"
                       DISPLAY "  EL CAMBIO MASIVO DE ESTADO LO "
                           "APRUEBA UN SUPERVISOR"
                       ADD 1 TO CNT-PENDIENTES
                   WHEN PEN-ARCHIVO = "SUCTRASL.DAT" AND
                       SUPERV-OPER NOT = "Y"
                       DISPLAY "  EL TRASLADO DE SUCURSAL LO "
                           "APRUEBA UN SUPERVISOR"
                       ADD 1 TO CNT-PENDIENTES
                   WHEN PEN-ARCHIVO = "ANONIMIZ.DAT" AND
                       SUPERV-OPER NOT = "Y"
                       DISPLAY "  LA ANONIMIZACION DE UN CLIENTE LA "
                           "APRUEBA UN SUPERVISOR"
                       ADD 1 TO CNT-PENDIENTES
                   WHEN OTHER
                       PERFORM TOMA-DECISION
               END-EVALUATE.

      *PIDE LA DECISION Y LA APLICA: UNA SOLICITUD CUYA IMAGEN YA
      *NO COINCIDE CON LA TABLA VIVA SE RECHAZA
           TOMA-DECISION.
               DISPLAY "APROBAR (A), RECHAZAR (R) O SALTEAR: "
               ACCEPT DECISION
               EVALUATE DECISION
                   WHEN "A"
                       PERFORM APLICA-SOLICITUD
                       IF APLICADO
                           MOVE "A" TO PEN-ESTADO
                           MOVE OPERADOR TO PEN-APROBADOR
                           MOVE FECHA-PROCESO TO
                               PEN-FECHA-DECISION
                           MOVE PENDIENTE-REC TO
                               TAB-SOLICITUD(P)
                           PERFORM GRABA-REFAUD
                           ADD 1 TO CNT-APROBADOS
                       ELSE
                           DISPLAY "  LA IMAGEN YA NO COINCIDE "
                               "CON LA TABLA VIVA, SE RECHAZA"
                           MOVE "R" TO PEN-ESTADO
                           MOVE OPERADOR TO PEN-APROBADOR
                           MOVE FECHA-PROCESO TO
                               PEN-FECHA-DECISION
                           MOVE PENDIENTE-REC TO
                               TAB-SOLICITUD(P)
                           ADD 1 TO CNT-RECHAZADOS
                       END-IF
                   WHEN "R"
                       MOVE "R" TO PEN-ESTADO
                       MOVE OPERADOR TO PEN-APROBADOR
                       MOVE FECHA-PROCESO TO PEN-FECHA-DECISION
                       MOVE PENDIENTE-REC TO TAB-SOLICITUD(P)
                       ADD 1 TO CNT-RECHAZADOS
                   WHEN OTHER
                       ADD 1 TO CNT-PENDIENTES
               END-EVALUATE
               IF PEN-RECHAZADO AND PEN-ARCHIVO = "CASTIGOS.DAT"
                   PERFORM LIBERA-AGENCIA
               END-IF.

      *UNA AUTORIZACION QUE CHOCA CON LAS REGLAS DE SEPARACION DE
      *FUNCIONES NO SE APRUEBA: SE RECHAZA O QUEDA PENDIENTE HASTA
      *QUE UN SUPERVISOR REGISTRE LA EXCEPCION EN SEPFUN-MANT
           DECIDE-CONFLICTO.
               DISPLAY "RECHAZAR (R) O SALTEAR: "
               ACCEPT DECISION
               IF DECISION = "R"
                   MOVE "R" TO PEN-ESTADO
                   MOVE OPERADOR TO PEN-APROBADOR
                   MOVE FECHA-PROCESO TO PEN-FECHA-DECISION
                   MOVE PENDIENTE-REC TO TAB-SOLICITUD(P)
                   ADD 1 TO CNT-RECHAZADOS
               ELSE
                   ADD 1 TO CNT-PENDIENTES
               END-IF.

      *APLICA LA SOLICITUD APROBADA AL ARCHIVO VIVO SEGUN SU TIPO
                       PERFORM APLICA-CODIGOS
                   WHEN PEN-ARCHIVO = "OPERADOR.DAT"
                       PERFORM APLICA-OPERADOR
                   WHEN PEN-ARCHIVO = "CASTIGOS.DAT"
                       PERFORM APLICA-CASTIGO
                   WHEN PEN-ARCHIVO = "MASVTRX.DAT"
                       PERFORM APLICA-MASIVO
                   WHEN PEN-ARCHIVO = "SUCTRASL.DAT"
                       PERFORM APLICA-TRASLADO
                   WHEN PEN-ARCHIVO = "ANONIMIZ.DAT"
                       PERFORM APLICA-ANONIMIZA
                   WHEN PEN-ARCHIVO = "TIPOCAMB.DAT"
                       PERFORM APLICA-CAMBIO
                   WHEN PEN-ARCHIVO = "GLCUENTA.DAT"
                       PERFORM APLICA-CUENTA
                   WHEN OTHER
                       PERFORM APLICA-PLANO
               END-EVALUATE.
                       END-IF
               END-READ.

      *APLICA SOBRE LA TABLA INDEXADA DE TIPOS DE CAMBIO, CLAVE
      *MONEDA Y DIA EFECTIVO
           APLICA-CAMBIO.
               OPEN I-O CAMBIO-FILE
               IF CAMBIO-NEW-FILE
                   OPEN OUTPUT CAMBIO-FILE
                   CLOSE CAMBIO-FILE
                   OPEN I-O CAMBIO-FILE
               END-IF
               EVALUATE TRUE
                   WHEN PEN-ES-ALTA
                       MOVE PEN-DESPUES TO CAMBIO-REC
                       WRITE CAMBIO-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET APLICADO TO TRUE
                       END-WRITE
                   WHEN PEN-ES-CAMBIO
                       PERFORM LEE-CAMBIO-VIVO
                       IF CAMBIO-VIGENTE
                           MOVE PEN-DESPUES TO CAMBIO-REC
                           REWRITE CAMBIO-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   SET APLICADO TO TRUE
                           END-REWRITE
                       END-IF
                   WHEN PEN-ES-BAJA
                       PERFORM LEE-CAMBIO-VIVO
                       IF CAMBIO-VIGENTE
                           DELETE CAMBIO-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   SET APLICADO TO TRUE
                           END-DELETE
                       END-IF
               END-EVALUATE
               CLOSE CAMBIO-FILE.

      *LEE EL TIPO DE CAMBIO VIVO Y LO CONTRASTA CONTRA LA IMAGEN
      *ANTES DE LA SOLICITUD, COMO EN EL CATALOGO DE CODIGOS
           LEE-CAMBIO-VIVO.
               MOVE "N" TO VIGENTE-SW
               MOVE PEN-ANTES TO CAMBIO-REC
               READ CAMBIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAMBIO-REC = PEN-ANTES(1:22)
                           SET CAMBIO-VIGENTE TO TRUE
                       END-IF
               END-READ.

      *APLICA SOBRE EL PLAN DE CUENTAS CONTABLES INDEXADO
           APLICA-CUENTA.
               OPEN I-O CUENTA-FILE
               IF CUENTA-NEW-FILE
                   OPEN OUTPUT CUENTA-FILE
                   CLOSE CUENTA-FILE
                   OPEN I-O CUENTA-FILE
               END-IF
               EVALUATE TRUE
                   WHEN PEN-ES-ALTA
                       MOVE PEN-DESPUES TO CUENTA-REC
                       WRITE CUENTA-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET APLICADO TO TRUE
                       END-WRITE
                   WHEN PEN-ES-CAMBIO
                       PERFORM LEE-CUENTA-VIVA
                       IF CUENTA-VIGENTE
                           MOVE PEN-DESPUES TO CUENTA-REC
                           REWRITE CUENTA-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   SET APLICADO TO TRUE
                           END-REWRITE
                       END-IF
                   WHEN PEN-ES-BAJA
                       PERFORM LEE-CUENTA-VIVA
                       IF CUENTA-VIGENTE
                           DELETE CUENTA-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   SET APLICADO TO TRUE
                           END-DELETE
                       END-IF
               END-EVALUATE
               CLOSE CUENTA-FILE.

      *LEE LA CUENTA VIVA Y LA CONTRASTA CONTRA LA IMAGEN ANTES DE
      *LA SOLICITUD, COMO EN EL CATALOGO DE CODIGOS
           LEE-CUENTA-VIVA.
               MOVE "N" TO VIGENTE-SW
               MOVE PEN-ANTES TO CUENTA-REC
               READ CUENTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUENTA-REC = PEN-ANTES(1:40)
                           SET CUENTA-VIGENTE TO TRUE
                       END-IF
               END-READ.

      *APLICA SOBRE UNA TABLA PLANA GENERICA POR IMAGEN DE REGISTRO
           APLICA-PLANO.
               MOVE PEN-ARCHIVO TO PLANO-NOMBRE
                               MOVE OPD-FALLAS TO OPER-FALLAS
                               MOVE OPD-BLOQUEADO TO OPER-BLOQUEADO
                               MOVE OPD-SUPERVISOR TO OPER-SUPERVISOR
                               MOVE OPD-RESPONSABLE TO
                                   OPER-RESPONSABLE
                               MOVE OPER-VISTA TO TAB-LINEA(L)
                               SET APLICADO TO TRUE
                           END-IF
      *SOLICITUD ESTA VENCIDA Y NO SE APLICA
           CONTRASTA-OPERADOR.
               MOVE "N" TO VIGENTE-SW
               MOVE TAB-LINEA(L)(1:60) TO OPER-COMPARA
               MOVE SPACES TO OPER-COMPARA(41:8)
               IF OPER-COMPARA = PEN-ANTES(1:60)
                   SET OPERADOR-VIGENTE TO TRUE
               END-IF.

                   END-IF
               END-PERFORM.

      *CASTIGA EL SALDO PROPUESTO SI SIGUE SIENDO EL SALDO VIVO
      *DEL CLIENTE: ASIENTA EL CASTIGO EN EL JOURNAL, PASA EL
      *CLIENTE A INACTIVO CON SU AUDITORIA Y REGISTRA EL CASTIGO
           APLICA-CASTIGO.
               MOVE PEN-DESPUES TO CASTIGO-REC
               PERFORM BUSCA-SALDO-VIVO
               IF SALDO-VIVO = CAS-MONTO AND SALDO-VIVO > 0
                   OPEN I-O CLIENTE-FILE
                   IF NOT CLIENTE-NEW-FILE
                       MOVE CAS-CLIENTE-ID TO CLIENTE-ID
                       READ CLIENTE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM GRABA-CASTIGO
                               SET APLICADO TO TRUE
                       END-READ
                   END-IF
                   CLOSE CLIENTE-FILE
               END-IF.

      *TOMA EL SALDO DEL SUBLEDGER Y LO LLEVA AL DIA CON EL
      *JOURNAL NO APLICADO, COMO LO HACE CAJAPAG; DE PASO FIJA LA
      *PROXIMA SECUENCIA DEL JOURNAL
           BUSCA-SALDO-VIVO.
               MOVE 0 TO SALDO-VIVO
               MOVE 0 TO ULT-PAGO-APLICADO
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
                               IF BAL-CLIENTE-ID = CAS-CLIENTE-ID
                                   SET ENCONTRADO TO TRUE
                                   MOVE BAL-SALDO TO SALDO-VIVO
                                   MOVE BAL-ULT-PAGO-SEC TO
                                       ULT-PAGO-APLICADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
               MOVE 0 TO PROX-SECUENCIA
               MOVE "N" TO PAGOS-EOF-SW
               OPEN INPUT PAGOS-FILE
               IF PAGOS-NEW-FILE
                   CLOSE PAGOS-FILE
               ELSE
                   PERFORM UNTIL PAGOS-EOF
                       READ PAGOS-FILE
                           AT END
                               SET PAGOS-EOF TO TRUE
                           NOT AT END
                               IF PAG-SECUENCIA > PROX-SECUENCIA
                                   MOVE PAG-SECUENCIA TO
                                       PROX-SECUENCIA
                               END-IF
                               IF PAG-CLIENTE-ID = CAS-CLIENTE-ID
                                   AND PAG-SECUENCIA >
                                       ULT-PAGO-APLICADO
                                   EVALUATE TRUE
                                       WHEN PAG-ES-REVERSO
                                       WHEN PAG-ES-REEMBOLSO
                                           ADD PAG-MONTO TO
                                               SALDO-VIVO
                                       WHEN PAG-ES-RECUPERO
                                           CONTINUE
                                       WHEN OTHER
                                           SUBTRACT PAG-MONTO FROM
                                               SALDO-VIVO
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF.

      *ASIENTA EL CASTIGO, PASA EL CLIENTE LEIDO A INACTIVO FUERA
      *DE AGENCIA Y DEJA EL CASTIGO EN CASTIGOS.DAT
           GRABA-CASTIGO.
               OPEN EXTEND PAGOS-FILE
               IF PAGOS-NEW-FILE
                   OPEN OUTPUT PAGOS-FILE
                   CLOSE PAGOS-FILE
                   OPEN EXTEND PAGOS-FILE
               END-IF
               ADD 1 TO PROX-SECUENCIA
               MOVE CAS-CLIENTE-ID TO PAG-CLIENTE-ID
               MOVE CAS-MONTO TO PAG-MONTO
               MOVE FECHA-PROCESO TO PAG-FECHA
               MOVE "CASTIGO" TO PAG-ORIGEN
               MOVE "INCOBRABLE" TO PAG-REFERENCIA
               MOVE PROX-SECUENCIA TO PAG-SECUENCIA
               MOVE OPERADOR TO PAG-OPERADOR
               MOVE "C" TO PAG-TIPO
               MOVE 0 TO PAG-REF-SECUENCIA
               WRITE PAGOS-REC
               CLOSE PAGOS-FILE

               MOVE ESTADO TO ESTADO-ANTERIOR
               MOVE 2 TO ESTADO
               MOVE "N" TO CLIENTE-AGENCIA
               ACCEPT CLIENTE-ULT-FECHA FROM DATE YYYYMMDD
               ACCEPT CLIENTE-ULT-HORA FROM TIME
               REWRITE CLIENTE-REC
               OPEN EXTEND AUDITORIA-FILE
               IF AUDITORIA-NEW-FILE
                   OPEN OUTPUT AUDITORIA-FILE
                   CLOSE AUDITORIA-FILE
                   OPEN EXTEND AUDITORIA-FILE
               END-IF
               MOVE CLIENTE-ID TO AUD-CLIENTE-ID
               MOVE ESTADO-ANTERIOR TO AUD-ESTADO-ANTERIOR
               MOVE 2 TO AUD-ESTADO-NUEVO
               MOVE CLIENTE-ULT-FECHA TO AUD-FECHA
               MOVE CLIENTE-ULT-HORA TO AUD-HORA
               MOVE OPERADOR TO AUD-OPERADOR
               MOVE "CA" TO AUD-MOTIVO
               WRITE AUDITORIA-REC
               CLOSE AUDITORIA-FILE

               OPEN EXTEND CASTIGO-FILE
               IF CASTIGO-NEW-FILE
                   OPEN OUTPUT CASTIGO-FILE
                   CLOSE CASTIGO-FILE
                   OPEN EXTEND CASTIGO-FILE
               END-IF
               MOVE FECHA-PROCESO TO CAS-FECHA
               MOVE OPERADOR TO CAS-APROBADOR
               MOVE PROX-SECUENCIA TO CAS-PAG-SECUENCIA
               WRITE CASTIGO-REC
               CLOSE CASTIGO-FILE
               DISPLAY "  CASTIGO APLICADO, CLIENTE PASADO A INACTIVO".

      *UN CAMBIO MASIVO APROBADO SE APILA COMO TRANSACCION CLITRX EN
      *MASVTRX.DAT PARA CLIENTE-CARGA, CON LOS DATOS DE CONTACTO
      *VIVOS, SOLO SI EL CLIENTE SIGUE COMO LO VIO LA SELECCION -
      *SI CAMBIO DE ESTADO DESDE ENTONCES, LA PROPUESTA ESTA VENCIDA
           APLICA-MASIVO.
               MOVE PEN-DESPUES TO CAMBIO-MASIVO
               OPEN INPUT CLIENTE-FILE
               IF NOT CLIENTE-NEW-FILE
                   MOVE MSP-CLIENTE-ID TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ESTADO = MSP-ESTADO-ACTUAL AND
                               CLIENTE-ULT-FECHA = MSP-ULT-FECHA AND
                               CLIENTE-ULT-HORA = MSP-ULT-HORA
                               PERFORM GRABA-MASIVO
                               SET APLICADO TO TRUE
                           END-IF
                   END-READ
               END-IF
               CLOSE CLIENTE-FILE.

      *APILA LA TRANSACCION DEL CLIENTE LEIDO A NOMBRE DE QUIEN PIDIO
      *EL CAMBIO
           GRABA-MASIVO.
               OPEN EXTEND MASIVO-FILE
               IF MASIVO-NEW-FILE
                   OPEN OUTPUT MASIVO-FILE
                   CLOSE MASIVO-FILE
                   OPEN EXTEND MASIVO-FILE
               END-IF
               MOVE CLIENTE-ID TO TRX-CLIENTE-ID
               MOVE MSP-ESTADO-NUEVO TO TRX-ESTADO
               MOVE PEN-OPERADOR TO TRX-OPERADOR
               MOVE CONTACTO-NOMBRE TO TRX-NOMBRE
               MOVE CONTACTO-TELEFONO TO TRX-TELEFONO
               MOVE CONTACTO-EMAIL TO TRX-EMAIL
               MOVE CONTACTO-DIRECCION TO TRX-DIRECCION
               MOVE MSP-MOTIVO TO TRX-MOTIVO
               MOVE CLIENTE-SUCURSAL TO TRX-SUCURSAL
               WRITE MASIVO-REC
               CLOSE MASIVO-FILE
               DISPLAY "  CAMBIO APROBADO, QUEDA PARA CLIENTE-CARGA".

      *DEJA LA ORDEN DE TRASLADO APROBADA EN SUCTRASL.DAT, CON EL
      *SUPERVISOR QUE LA APROBO, PARA LA PROXIMA CORRIDA DE SUCTRASL
           APLICA-TRASLADO.
               OPEN EXTEND TRASLADO-FILE
               IF TRASLADO-NEW-FILE
                   OPEN OUTPUT TRASLADO-FILE
                   CLOSE TRASLADO-FILE
                   OPEN EXTEND TRASLADO-FILE
               END-IF
               MOVE PEN-DESPUES TO TRASLADO-REC
               MOVE OPERADOR TO STR-APROBADOR
               WRITE TRASLADO-REC
               CLOSE TRASLADO-FILE
               SET APLICADO TO TRUE
               DISPLAY "  TRASLADO APROBADO, QUEDA PARA SUCTRASL".

      *DEJA LA ORDEN DE ANONIMIZACION APROBADA EN ANONIMIZ.DAT, CON
      *EL SUPERVISOR QUE LA APROBO, PARA LA PROXIMA CORRIDA DE
      *CLIENTE-ANON
           APLICA-ANONIMIZA.
               OPEN EXTEND ANONIMIZA-FILE
               IF ANONIMIZA-NEW-FILE
                   OPEN OUTPUT ANONIMIZA-FILE
                   CLOSE ANONIMIZA-FILE
                   OPEN EXTEND ANONIMIZA-FILE
               END-IF
               MOVE PEN-DESPUES TO ANONIMIZA-REC
               MOVE OPERADOR TO ANO-APROBADOR
               WRITE ANONIMIZA-REC
               CLOSE ANONIMIZA-FILE
               SET APLICADO TO TRUE
               DISPLAY "  ANONIMIZACION APROBADA, QUEDA PARA "
                   "CLIENTE-ANON".

      *UN CASTIGO RECHAZADO DEVUELVE LA CUENTA QUE LA AGENCIA DIO
      *POR INCOBRABLE AL CIRCUITO INTERNO DE COBRANZA
           LIBERA-AGENCIA.
               MOVE PEN-DESPUES TO CASTIGO-REC
               IF CAS-POR-AGENCIA
                   OPEN I-O CLIENTE-FILE
                   IF NOT CLIENTE-NEW-FILE
                       MOVE CAS-CLIENTE-ID TO CLIENTE-ID
                       READ CLIENTE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF EN-AGENCIA
                                   MOVE "N" TO CLIENTE-AGENCIA
                                   REWRITE CLIENTE-REC
                               END-IF
                       END-READ
                   END-IF
                   CLOSE CLIENTE-FILE
               END-IF.

      *REESCRIBE PENDIENT.DAT CON LAS DECISIONES TOMADAS
           REESCRIBE-PENDIENTES.
               OPEN OUTPUT PENDIENTE-FILE
