      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly courtesy-reminder extract for the messaging
      *          vendor. Picks every pending promise to pay on
      *          COBRPROM.DAT and every pending installment of a
      *          VIGENTE plan on CONVENIO.DAT that falls due
      *          RECORD-DIAS-HAB business days ahead (PARAMS.DAT, 2
      *          by default, counted with FECHAHAB; a due date on a
      *          non-business day is reminded with the business day
      *          before it) and writes one reminder per due date to
      *          RECORDAT.OUT under the LOTENV envelope: by e-mail to
      *          CONTACTO-EMAIL unless the customer is NO-ESCRIBIR,
      *          else by SMS to CONTACTO-TELEFONO unless the customer
      *          is NO-LLAMAR. Accounts with the agency are left out.
      *          Every reminder is logged on COBRMSG.DAT beside the
      *          COBRCOR.DAT letter log, and a due date already
      *          reminded is not sent again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRRECO.
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

           SELECT PROMESA-FILE ASSIGN TO "COBRPROM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMESA-STATUS.

           SELECT CONVENIO-FILE ASSIGN TO "CONVENIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVENIO-STATUS.

           SELECT MENSAJE-FILE ASSIGN TO "COBRMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJE-STATUS.

           SELECT AVISO-FILE ASSIGN TO "RECORDAT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  PROMESA-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROMESA-REC.
           COPY COBPRM.

       FD  CONVENIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONVENIO-REC.
           COPY COBCNV.

       FD  MENSAJE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MENSAJE-REC.
           COPY COBMSG.

       FD  AVISO-FILE
           LABEL RECORDS ARE STANDARD.
       01  AVISO-REC.
           COPY RECMSG.
       01  AVISO-ENV.
           COPY LOTENV.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 PROMESA-STATUS    PIC X(2) VALUE "00".
               88 PROMESA-NEW-FILE  VALUE "35".
           77 PROMESA-EOF-SW    PIC X VALUE "N".
               88 PROMESA-EOF       VALUE "Y".
           77 CONVENIO-STATUS   PIC X(2) VALUE "00".
               88 CONVENIO-NEW-FILE VALUE "35".
           77 CONVENIO-EOF-SW   PIC X VALUE "N".
               88 CONVENIO-EOF      VALUE "Y".
           77 MENSAJE-STATUS    PIC X(2) VALUE "00".
               88 MENSAJE-NEW-FILE  VALUE "35".
           77 MENSAJE-EOF-SW    PIC X VALUE "N".
               88 MENSAJE-EOF       VALUE "Y".

           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 DIAS-AVISO        PIC 9(3) VALUE 2.

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).
           77 HORA-PROCESO      PIC 9(8).

      *VENTANA DE VENCIMIENTOS A RECORDAR: POSTERIORES AL HABIL
      *ANTERIOR AL OBJETIVO Y HASTA EL HABIL OBJETIVO INCLUSIVE
           77 DIAS-HABILES      PIC 9(3) VALUE 0.
           77 HAB-DIA           PIC 9(2).
           77 HAB-MES           PIC 9(2).
           77 HAB-ANIO          PIC 9(4).
           77 HAB-HALLADO       PIC X.
           01 FECHA-HASTA       PIC 9(8).
           01 FECHA-HASTA-DET REDEFINES FECHA-HASTA.
               05 HASTA-ANIO    PIC 9(4).
               05 HASTA-MES     PIC 9(2).
               05 HASTA-DIA     PIC 9(2).
           01 FECHA-DESDE       PIC 9(8).
           01 FECHA-DESDE-DET REDEFINES FECHA-DESDE.
               05 DESDE-ANIO    PIC 9(4).
               05 DESDE-MES     PIC 9(2).
               05 DESDE-DIA     PIC 9(2).

      *RECORDATORIOS YA ENVIADOS CON VENCIMIENTO POR DELANTE
           01 TABLA-ENVIADOS.
               05 ENVIADOS OCCURS 2000 TIMES.
                   10 ENV-T-ID          PIC 9(6).
                   10 ENV-T-TIPO        PIC X.
                   10 ENV-T-VTO         PIC 9(8).
           77 ENV-CNT           PIC 9(4) VALUE 0.
           77 I                 PIC 9(4) VALUE 0.
           77 ENVIADO-SW        PIC X VALUE "N".
               88 YA-ENVIADO        VALUE "Y".

      *VENCIMIENTO EN EVALUACION, DE UNA PROMESA O DE UNA CUOTA
           77 CLIENTE-BUSCADO   PIC 9(6).
           77 TIPO-AVISO        PIC X.
           77 FECHA-VTO-AVISO   PIC 9(8).
           77 MONTO-AVISO       PIC 9(7)V99.

           77 HASH-AVISOS       PIC S9(10) VALUE 0.
           77 CNT-AVISOS        PIC 9(6) VALUE 0.
           77 CNT-EMAIL         PIC 9(6) VALUE 0.
           77 CNT-SMS           PIC 9(6) VALUE 0.
           77 CNT-SIN-CANAL     PIC 9(6) VALUE 0.
           77 CNT-REPETIDOS     PIC 9(6) VALUE 0.
           77 CNT-AGENCIA       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            ACCEPT HORA-PROCESO FROM TIME
            PERFORM CARGA-PARAMETROS
            PERFORM CALCULA-VENTANA
            IF HAB-HALLADO NOT = "Y"
                DISPLAY "FALTA EL CALENDARIO HABIL DEL ANIO, SIN "
                    "RECORDATORIOS"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM CARGA-ENVIADOS

            OPEN OUTPUT AVISO-FILE
            MOVE SPACES TO AVISO-ENV
            MOVE "H" TO ENV-TIPO
            MOVE FECHA-PROCESO TO ENV-FECHA
            MOVE 0 TO ENV-CANTIDAD
            MOVE 0 TO ENV-HASH
            MOVE SPACES TO ENV-ORIGEN
            MOVE 0 TO ENV-SECUENCIA
            WRITE AVISO-ENV
            OPEN EXTEND MENSAJE-FILE
            IF MENSAJE-NEW-FILE
                OPEN OUTPUT MENSAJE-FILE
                CLOSE MENSAJE-FILE
                OPEN EXTEND MENSAJE-FILE
            END-IF

            PERFORM RECORRE-PROMESAS
            PERFORM RECORRE-CUOTAS

            MOVE SPACES TO AVISO-ENV
            MOVE "T" TO ENV-TIPO
            MOVE FECHA-PROCESO TO ENV-FECHA
            MOVE CNT-AVISOS TO ENV-CANTIDAD
            MOVE HASH-AVISOS TO ENV-HASH
            MOVE SPACES TO ENV-ORIGEN
            MOVE 0 TO ENV-SECUENCIA
            WRITE AVISO-ENV
            CLOSE AVISO-FILE
            CLOSE MENSAJE-FILE
            CLOSE CLIENTE-FILE

            DISPLAY "VENCIMIENTOS DEL " FECHA-DESDE " (EXCL.) AL "
                FECHA-HASTA
            DISPLAY "RECORDATORIOS ENVIADOS : " CNT-AVISOS
            DISPLAY "  POR E-MAIL           : " CNT-EMAIL
            DISPLAY "  POR SMS              : " CNT-SMS
            DISPLAY "SIN CANAL PERMITIDO    : " CNT-SIN-CANAL
            DISPLAY "YA RECORDADOS          : " CNT-REPETIDOS
            DISPLAY "EN AGENCIA, OMITIDOS   : " CNT-AGENCIA

            GOBACK.

      *LEE LOS DIAS HABILES DE ANTICIPACION DE LA TABLA CENTRAL DE
      *PARAMETROS, CONSERVANDO 2 POR DEFECTO
           CARGA-PARAMETROS.
               MOVE "RECORD-DIAS-HAB" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-AVISO =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               IF DIAS-AVISO < 1
                   MOVE 1 TO DIAS-AVISO
               END-IF.

      *CALCULA CON FECHAHAB EL HABIL OBJETIVO Y EL HABIL ANTERIOR A
      *EL, QUE ACOTAN LOS VENCIMIENTOS DE ESTA CORRIDA
           CALCULA-VENTANA.
               MOVE DIAS-AVISO TO DIAS-HABILES
               CALL "FECHAHAB" USING PROC-DIA PROC-MES PROC-ANIO
                   DIAS-HABILES HAB-DIA HAB-MES HAB-ANIO
                   HAB-HALLADO
               IF HAB-HALLADO = "Y"
                   MOVE HAB-ANIO TO HASTA-ANIO
                   MOVE HAB-MES TO HASTA-MES
                   MOVE HAB-DIA TO HASTA-DIA
                   COMPUTE DIAS-HABILES = DIAS-AVISO - 1
                   CALL "FECHAHAB" USING PROC-DIA PROC-MES PROC-ANIO
                       DIAS-HABILES HAB-DIA HAB-MES HAB-ANIO
                       HAB-HALLADO
                   MOVE HAB-ANIO TO DESDE-ANIO
                   MOVE HAB-MES TO DESDE-MES
                   MOVE HAB-DIA TO DESDE-DIA
               END-IF.

      *CARGA LOS RECORDATORIOS DEL LOG CUYO VENCIMIENTO SIGUE POR
      *DELANTE, PARA NO REPETIRLOS
           CARGA-ENVIADOS.
               OPEN INPUT MENSAJE-FILE
               IF MENSAJE-NEW-FILE
                   CLOSE MENSAJE-FILE
               ELSE
                   PERFORM UNTIL MENSAJE-EOF
                       READ MENSAJE-FILE
                           AT END
                               SET MENSAJE-EOF TO TRUE
                           NOT AT END
                               IF MEN-FECHA-VTO > FECHA-DESDE AND
                                   ENV-CNT < 2000
                                   ADD 1 TO ENV-CNT
                                   MOVE MEN-CLIENTE-ID TO
                                       ENV-T-ID(ENV-CNT)
                                   MOVE MEN-TIPO TO ENV-T-TIPO(ENV-CNT)
                                   MOVE MEN-FECHA-VTO TO
                                       ENV-T-VTO(ENV-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MENSAJE-FILE
               END-IF.

      *RECORRE LAS PROMESAS PENDIENTES
           RECORRE-PROMESAS.
               OPEN INPUT PROMESA-FILE
               IF PROMESA-NEW-FILE
                   CLOSE PROMESA-FILE
               ELSE
                   PERFORM UNTIL PROMESA-EOF
                       READ PROMESA-FILE
                           AT END
                               SET PROMESA-EOF TO TRUE
                           NOT AT END
                               IF PROMESA-PENDIENTE
                                   MOVE PRM-CLIENTE-ID TO
                                       CLIENTE-BUSCADO
                                   MOVE "P" TO TIPO-AVISO
                                   MOVE PRM-FECHA-PROMESA TO
                                       FECHA-VTO-AVISO
                                   MOVE PRM-MONTO TO MONTO-AVISO
                                   PERFORM EVALUA-VENCIMIENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROMESA-FILE
               END-IF.

      *RECORRE LAS CUOTAS PENDIENTES DE LOS CONVENIOS VIGENTES
           RECORRE-CUOTAS.
               OPEN INPUT CONVENIO-FILE
               IF CONVENIO-NEW-FILE
                   CLOSE CONVENIO-FILE
               ELSE
                   PERFORM UNTIL CONVENIO-EOF
                       READ CONVENIO-FILE
                           AT END
                               SET CONVENIO-EOF TO TRUE
                           NOT AT END
                               IF PLAN-VIGENTE AND CUOTA-PENDIENTE
                                   MOVE CNV-CLIENTE-ID TO
                                       CLIENTE-BUSCADO
                                   MOVE "C" TO TIPO-AVISO
                                   MOVE CNV-FECHA-VTO TO
                                       FECHA-VTO-AVISO
                                   MOVE CNV-MONTO TO MONTO-AVISO
                                   PERFORM EVALUA-VENCIMIENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONVENIO-FILE
               END-IF.

      *SI EL VENCIMIENTO CAE EN LA VENTANA Y NO FUE RECORDADO, ELIGE
      *EL CANAL PERMITIDO DEL CLIENTE Y EMITE EL RECORDATORIO
           EVALUA-VENCIMIENTO.
               IF FECHA-VTO-AVISO > FECHA-DESDE AND
                   FECHA-VTO-AVISO <= FECHA-HASTA
                   PERFORM VERIFICA-ENVIADO
                   IF YA-ENVIADO
                       ADD 1 TO CNT-REPETIDOS
                   ELSE
                       MOVE CLIENTE-BUSCADO TO CLIENTE-ID
                       READ CLIENTE-FILE
                           INVALID KEY
                               DISPLAY "CLIENTE " CLIENTE-BUSCADO
                                   " INEXISTENTE, SIN RECORDATORIO"
                           NOT INVALID KEY
                               PERFORM ELIGE-CANAL
                       END-READ
                   END-IF
               END-IF.

      *BUSCA EL VENCIMIENTO ENTRE LOS YA RECORDADOS
           VERIFICA-ENVIADO.
               MOVE "N" TO ENVIADO-SW
               MOVE 0 TO I
               PERFORM UNTIL YA-ENVIADO OR I >= ENV-CNT
                   ADD 1 TO I
                   IF ENV-T-ID(I) = CLIENTE-BUSCADO AND
                       ENV-T-TIPO(I) = TIPO-AVISO AND
                       ENV-T-VTO(I) = FECHA-VTO-AVISO
                       SET YA-ENVIADO TO TRUE
                   END-IF
               END-PERFORM.

      *E-MAIL SI HAY DIRECCION Y EL CLIENTE ACEPTA CORRESPONDENCIA,
      *SI NO SMS SI HAY TELEFONO Y ACEPTA CONTACTO TELEFONICO
           ELIGE-CANAL.
               MOVE SPACES TO AVISO-REC
               EVALUATE TRUE
                   WHEN EN-AGENCIA
                       ADD 1 TO CNT-AGENCIA
                   WHEN CONTACTO-EMAIL NOT = SPACES AND
                       NOT NO-ESCRIBIR
                       MOVE "E" TO RCD-CANAL
                       MOVE CONTACTO-EMAIL TO RCD-DESTINO
                       ADD 1 TO CNT-EMAIL
                       PERFORM GRABA-AVISO
                   WHEN CONTACTO-TELEFONO NOT = SPACES AND
                       NOT NO-LLAMAR
                       MOVE "S" TO RCD-CANAL
                       MOVE CONTACTO-TELEFONO TO RCD-DESTINO
                       ADD 1 TO CNT-SMS
                       PERFORM GRABA-AVISO
                   WHEN OTHER
                       ADD 1 TO CNT-SIN-CANAL
               END-EVALUATE.

      *ESCRIBE EL RECORDATORIO PARA EL PROVEEDOR Y LO REGISTRA EN
      *EL LOG DE CORRESPONDENCIA
           GRABA-AVISO.
               MOVE CLIENTE-ID TO RCD-CLIENTE-ID
               MOVE CONTACTO-NOMBRE TO RCD-NOMBRE
               MOVE MONTO-AVISO TO RCD-MONTO
               MOVE FECHA-VTO-AVISO TO RCD-FECHA-VTO
               MOVE TIPO-AVISO TO RCD-TIPO
               WRITE AVISO-REC
               ADD 1 TO CNT-AVISOS
               ADD CLIENTE-ID TO HASH-AVISOS

               MOVE CLIENTE-ID TO MEN-CLIENTE-ID
               MOVE FECHA-PROCESO TO MEN-FECHA
               MOVE HORA-PROCESO TO MEN-HORA
               MOVE RCD-CANAL TO MEN-CANAL
               MOVE TIPO-AVISO TO MEN-TIPO
               MOVE FECHA-VTO-AVISO TO MEN-FECHA-VTO
               MOVE MONTO-AVISO TO MEN-MONTO
               MOVE RCD-DESTINO TO MEN-DESTINO
               WRITE MENSAJE-REC

               IF ENV-CNT < 2000
                   ADD 1 TO ENV-CNT
                   MOVE CLIENTE-ID TO ENV-T-ID(ENV-CNT)
                   MOVE TIPO-AVISO TO ENV-T-TIPO(ENV-CNT)
                   MOVE FECHA-VTO-AVISO TO ENV-T-VTO(ENV-CNT)
               END-IF.

       END PROGRAM COBRRECO.
