      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ad-hoc batch job queue. An operator queues a run of
      *          one of the catalogued batch programs - CLIENTE-HIST
      *          for a disputed customer, CLIENTE-GEXT with a new
      *          extract card, CLIBAL-RPT mid-week - with its
      *          parameters, on JOBCOLA.DAT, provided the OPERAUTH.DAT
      *          matrix authorizes the operator for that program (no
      *          matrix, everyone passes as in MENU). The JOBCOLA
      *          runner picks the requests up in order, in the
      *          nightly chain or under JOBDIA in the day. The status
      *          inquiry shows each request queued, running, done or
      *          failed with the output file to look for - the
      *          operator's own requests, or all of them for a
      *          supervisor. Runs from the MENU console or on its
      *          own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-FILE ASSIGN TO "JOBCOLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLA-STATUS.

           SELECT AUTORIZA-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTORIZA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  COLA-REC.
           COPY JOBCOL.

       FD  AUTORIZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTORIZA-REC.
           COPY OPERAUT.

       WORKING-STORAGE SECTION.
           77 COLA-STATUS       PIC X(2) VALUE "00".
               88 COLA-NEW-FILE     VALUE "35".
           77 COLA-EOF-SW       PIC X VALUE "N".
               88 COLA-EOF          VALUE "Y".
           77 AUTORIZA-STATUS   PIC X(2) VALUE "00".
               88 AUTORIZA-NEW-FILE VALUE "35".
           77 AUTORIZA-EOF-SW   PIC X VALUE "N".
               88 AUTORIZA-EOF      VALUE "Y".
           77 AUTORIZADO-SW     PIC X VALUE "N".
               88 AUTORIZADO        VALUE "Y".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
               88 ES-SUPERVISOR     VALUE "Y".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

           77 OPCION            PIC X VALUE "2".
               88 OPCION-PEDIDO     VALUE "1".
               88 OPCION-CONSULTA   VALUE "2".

      *PROGRAMAS QUE PUEDEN PEDIRSE POR LA COLA: LA SALIDA QUE
      *ESCRIBEN Y LA CLASE DE PARAMETRO - C CLIENTE, T TARJETA DE
      *EXTRACTO, N SIN PARAMETROS
           01 TABLA-CATALOGO.
               05 FILLER PIC X(25) VALUE "CLIENTE-HISTCLIHIST.RPT C".
               05 FILLER PIC X(25) VALUE "CLIENTE-GEXTGEXTRACT.OUTT".
               05 FILLER PIC X(25) VALUE "CLIBAL-RPT  CLIBAL.RPT  N".
           01 TABLA-CATALOGO-R REDEFINES TABLA-CATALOGO.
               05 CATALOGO OCCURS 3 TIMES.
                   10 CAT-PROGRAMA      PIC X(12).
                   10 CAT-SALIDA        PIC X(12).
                   10 CAT-PARAMETRO     PIC X.
           77 K                 PIC 9 VALUE 0.
           77 CAT-HALLADO-SW    PIC X VALUE "N".
               88 CAT-HALLADO       VALUE "Y".

           77 PROGRAMA-PEDIDO   PIC X(12).
           77 CLIENTE-PEDIDO    PIC X(6).
           77 PARAMETROS-PEDIDO PIC X(40).
           77 PEDIDO-VALIDO-SW  PIC X VALUE "N".
               88 PEDIDO-VALIDO     VALUE "Y".
           77 ULTIMO-NUMERO     PIC 9(6) VALUE 0.
           77 CONFIRMA          PIC X VALUE "N".

      *TARJETA DE EXTRACTO TIPEADA PARA CLIENTE-GEXT
           01 TARJETA-PEDIDA.
               COPY GEXTCRD.

           77 ESTADO-TEXTO      PIC X(9).
           77 ARCHIVO-TEXTO     PIC X(12).
           77 CNT-LISTADOS      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM INICIALIZA-SESION

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                GOBACK
            END-IF

            DISPLAY "COLA DE TRABAJOS BATCH"
            DISPLAY "1-PEDIR UN TRABAJO"
            DISPLAY "2-CONSULTAR EL ESTADO DE LOS PEDIDOS"
            ACCEPT OPCION

            EVALUATE TRUE
                WHEN OPCION-PEDIDO
                    PERFORM PIDE-TRABAJO
                WHEN OTHER
                    PERFORM CONSULTA-PEDIDOS
            END-EVALUATE

            GOBACK.

      *REINICIA LOS INTERRUPTORES Y CONTADORES DE LA SESION: EL
      *PROGRAMA SE LLAMA REPETIDO DESDE LA CONSOLA MENU Y LA
      *WORKING-STORAGE CONSERVA EL ESTADO DE LA CORRIDA ANTERIOR
           INICIALIZA-SESION.
               MOVE "N" TO SIGNON-SW
               MOVE "N" TO PEDIDO-VALIDO-SW
               MOVE 0 TO CNT-LISTADOS.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *TOMA EL PROGRAMA Y SUS PARAMETROS Y DEJA EL PEDIDO EN COLA
           PIDE-TRABAJO.
               DISPLAY "PROGRAMAS DISPONIBLES:"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                   DISPLAY "  " CAT-PROGRAMA(K) " SALIDA "
                       CAT-SALIDA(K)
               END-PERFORM
               DISPLAY "INGRESE EL PROGRAMA: "
               ACCEPT PROGRAMA-PEDIDO

               PERFORM BUSCA-CATALOGO
               IF NOT CAT-HALLADO
                   DISPLAY "EL PROGRAMA " PROGRAMA-PEDIDO
                       " NO SE PUEDE PEDIR POR LA COLA"
               ELSE
                   PERFORM VERIFICA-AUTORIZACION
                   IF NOT AUTORIZADO
                       DISPLAY "EL OPERADOR " OPERADOR " NO ESTA "
                           "AUTORIZADO PARA " PROGRAMA-PEDIDO
                   ELSE
                       PERFORM PIDE-PARAMETROS
                       IF PEDIDO-VALIDO
                           DISPLAY "CONFIRMA EL PEDIDO (S/N): "
                           ACCEPT CONFIRMA
                           IF CONFIRMA = "S" OR CONFIRMA = "s"
                               PERFORM ENCOLA-TRABAJO
                           ELSE
                               DISPLAY "PEDIDO DESCARTADO"
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *UBICA EN K EL PROGRAMA PEDIDO EN EL CATALOGO
           BUSCA-CATALOGO.
               MOVE "N" TO CAT-HALLADO-SW
               MOVE 0 TO K
               PERFORM UNTIL CAT-HALLADO OR K >= 3
                   ADD 1 TO K
                   IF CAT-PROGRAMA(K) = PROGRAMA-PEDIDO
                       SET CAT-HALLADO TO TRUE
                   END-IF
               END-PERFORM.

      *BUSCA EL PAR OPERADOR/PROGRAMA EN LA MATRIZ DE
      *AUTORIZACIONES - SIN MATRIZ TODO OPERADOR FIRMADO PASA
           VERIFICA-AUTORIZACION.
               MOVE "N" TO AUTORIZADO-SW
               MOVE "N" TO AUTORIZA-EOF-SW
               OPEN INPUT AUTORIZA-FILE
               IF AUTORIZA-NEW-FILE
                   CLOSE AUTORIZA-FILE
                   SET AUTORIZADO TO TRUE
               ELSE
                   PERFORM UNTIL AUTORIZA-EOF OR AUTORIZADO
                       READ AUTORIZA-FILE
                           AT END
                               SET AUTORIZA-EOF TO TRUE
                           NOT AT END
                               IF AUT-OPER-ID = OPERADOR AND
                                   AUT-PROGRAMA = PROGRAMA-PEDIDO
                                   SET AUTORIZADO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUTORIZA-FILE
               END-IF.

      *PIDE LOS PARAMETROS SEGUN LA CLASE DEL PROGRAMA K
           PIDE-PARAMETROS.
               MOVE "Y" TO PEDIDO-VALIDO-SW
               MOVE SPACES TO PARAMETROS-PEDIDO
               EVALUATE CAT-PARAMETRO(K)
                   WHEN "C"
                       PERFORM PIDE-CLIENTE
                   WHEN "T"
                       PERFORM PIDE-TARJETA
                   WHEN OTHER
                       DISPLAY "EL PROGRAMA NO LLEVA PARAMETROS"
               END-EVALUATE.

      *EL CLIENTE DE LA HISTORIA: EN BLANCO SON TODOS
           PIDE-CLIENTE.
               DISPLAY "INGRESE EL ID DEL CLIENTE (EN BLANCO = "
                   "TODOS): "
               MOVE SPACES TO CLIENTE-PEDIDO
               ACCEPT CLIENTE-PEDIDO
               IF CLIENTE-PEDIDO NOT = SPACES AND
                   CLIENTE-PEDIDO IS NOT NUMERIC
                   DISPLAY "EL ID DEL CLIENTE DEBE SER DE 6 DIGITOS"
                   MOVE "N" TO PEDIDO-VALIDO-SW
               ELSE
                   MOVE CLIENTE-PEDIDO TO PARAMETROS-PEDIDO(1:6)
               END-IF.

      *LA TARJETA DEL EXTRACTO, CON EL MISMO FORMATO DE GEXTCARD.DAT
           PIDE-TARJETA.
               DISPLAY "TARJETA DE EXTRACTO (31 POSICIONES COMO EN "
                   "GEXTCARD.DAT):"
               DISPLAY "CAMPOS S/N X7, ESTADOS X4, DESDE Y HASTA "
                   "AAAAMMDD, FORMATO F/C, NIVELES X4"
               MOVE SPACES TO TARJETA-PEDIDA
               ACCEPT TARJETA-PEDIDA
               EVALUATE TRUE
                   WHEN GXC-DESDE IS NOT NUMERIC OR
                       GXC-HASTA IS NOT NUMERIC
                       DISPLAY "LAS FECHAS DEBEN SER NUMERICAS "
                           "(0 = SIN LIMITE)"
                       MOVE "N" TO PEDIDO-VALIDO-SW
                   WHEN NOT GXC-FIJO AND NOT GXC-SEPARADO
                       DISPLAY "EL FORMATO DEBE SER F O C"
                       MOVE "N" TO PEDIDO-VALIDO-SW
                   WHEN OTHER
                       MOVE TARJETA-PEDIDA TO PARAMETROS-PEDIDO(1:31)
               END-EVALUATE.

      *AGREGA EL PEDIDO A LA COLA CON EL NUMERO SIGUIENTE AL ULTIMO
           ENCOLA-TRABAJO.
               MOVE 0 TO ULTIMO-NUMERO
               MOVE "N" TO COLA-EOF-SW
               OPEN INPUT COLA-FILE
               IF COLA-NEW-FILE
                   CLOSE COLA-FILE
               ELSE
                   PERFORM UNTIL COLA-EOF
                       READ COLA-FILE
                           AT END
                               SET COLA-EOF TO TRUE
                           NOT AT END
                               IF JOB-NUMERO > ULTIMO-NUMERO
                                   MOVE JOB-NUMERO TO ULTIMO-NUMERO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COLA-FILE
               END-IF

               OPEN EXTEND COLA-FILE
               IF COLA-NEW-FILE
                   OPEN OUTPUT COLA-FILE
                   CLOSE COLA-FILE
                   OPEN EXTEND COLA-FILE
               END-IF
               MOVE SPACES TO COLA-REC
               ADD 1 TO ULTIMO-NUMERO GIVING JOB-NUMERO
               MOVE PROGRAMA-PEDIDO TO JOB-PROGRAMA
               MOVE PARAMETROS-PEDIDO TO JOB-PARAMETROS
               MOVE OPERADOR TO JOB-SOLICITANTE
               ACCEPT JOB-FECHA-PEDIDO FROM DATE YYYYMMDD
               ACCEPT JOB-HORA-PEDIDO FROM TIME
               MOVE "Q" TO JOB-ESTADO
               MOVE 0 TO JOB-FECHA-INICIO
               MOVE 0 TO JOB-HORA-INICIO
               MOVE 0 TO JOB-HORA-FIN
               MOVE 0 TO JOB-RETORNO
               MOVE CAT-SALIDA(K) TO JOB-SALIDA
               MOVE SPACES TO JOB-COPIA
               WRITE COLA-REC
               CLOSE COLA-FILE
               DISPLAY "TRABAJO " JOB-NUMERO " EN COLA - CORRE EN LA "
                   "PROXIMA PASADA DE JOBCOLA".

      *LISTA LOS PEDIDOS DEL OPERADOR, O TODOS PARA UN SUPERVISOR,
      *CON SU ESTADO Y EL ARCHIVO DONDE BUSCAR LA SALIDA
           CONSULTA-PEDIDOS.
               DISPLAY " "
               DISPLAY "NUMERO PROGRAMA     SOLICIT. PEDIDO   "
                   "ESTADO    RC   SALIDA"
               MOVE "N" TO COLA-EOF-SW
               OPEN INPUT COLA-FILE
               IF COLA-NEW-FILE
                   CLOSE COLA-FILE
               ELSE
                   PERFORM UNTIL COLA-EOF
                       READ COLA-FILE
                           AT END
                               SET COLA-EOF TO TRUE
                           NOT AT END
                               IF JOB-SOLICITANTE = OPERADOR OR
                                   ES-SUPERVISOR
                                   PERFORM MUESTRA-PEDIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COLA-FILE
               END-IF
               IF CNT-LISTADOS = 0
                   DISPLAY "SIN PEDIDOS EN LA COLA"
               END-IF.

      *UNA LINEA POR PEDIDO: TERMINADO MUESTRA LA COPIA PROPIA DEL
      *TRABAJO, SI LA HUBO, Y SI NO LA SALIDA DEL PROGRAMA
           MUESTRA-PEDIDO.
               EVALUATE TRUE
                   WHEN JOB-EN-COLA
                       MOVE "EN COLA" TO ESTADO-TEXTO
                   WHEN JOB-EN-CURSO
                       MOVE "EN CURSO" TO ESTADO-TEXTO
                   WHEN JOB-TERMINADO
                       MOVE "TERMINADO" TO ESTADO-TEXTO
                   WHEN OTHER
                       MOVE "FALLIDO" TO ESTADO-TEXTO
               END-EVALUATE
               IF JOB-COPIA NOT = SPACES
                   MOVE JOB-COPIA TO ARCHIVO-TEXTO
               ELSE
                   MOVE JOB-SALIDA TO ARCHIVO-TEXTO
               END-IF
               DISPLAY JOB-NUMERO " " JOB-PROGRAMA " "
                   JOB-SOLICITANTE " " JOB-FECHA-PEDIDO " "
                   ESTADO-TEXTO " " JOB-RETORNO " " ARCHIVO-TEXTO
               ADD 1 TO CNT-LISTADOS.

       END PROGRAM JOB-MANT.
