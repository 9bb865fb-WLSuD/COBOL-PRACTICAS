      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loader for the skip-trace vendor return. Reads
      *          SKIPRET.DAT (TRZRET) and, for each customer with an
      *          open trace on SKIPTRAZ.DAT, applies the result: a
      *          HALLADO return writes the telephone and address the
      *          vendor found to the CLIENTE.DAT master the way
      *          CLIENTE-CTUPD does - postal code checked with
      *          CPVALID, every changed field audited to CONTAUD.DAT
      *          - and closes the trace, which puts the customer
      *          back on the COBRCALL lists; a NO HALLADO return is
      *          stamped on the trace, which stays open for the
      *          COBRTRAZ supervisor report. Malformed IDs, customers
      *          without an open trace and bad postal codes go to
      *          SKIPRET.RPT with a reason.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRTRAZ-RET.
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

           SELECT RETORNO-FILE ASSIGN TO "SKIPRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETORNO-STATUS.

           SELECT TRAZA-FILE ASSIGN TO "SKIPTRAZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAZA-STATUS.

           SELECT RECHAZO-FILE ASSIGN TO "SKIPRET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTAUD-FILE ASSIGN TO "CONTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  RETORNO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETORNO-REC.
           COPY TRZRET.

       FD  TRAZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRAZA-REC.
           COPY COBTRZ.

       FD  RECHAZO-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-RECHAZO           PIC X(80).

       FD  CONTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTAUD-REC.
           COPY CTAAUD.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 RETORNO-STATUS    PIC X(2) VALUE "00".
               88 RETORNO-NEW-FILE  VALUE "35".
           77 RETORNO-EOF-SW    PIC X VALUE "N".
               88 RETORNO-EOF       VALUE "Y".
           77 TRAZA-STATUS      PIC X(2) VALUE "00".
               88 TRAZA-NEW-FILE    VALUE "35".
           77 TRAZA-EOF-SW      PIC X VALUE "N".
               88 TRAZA-EOF         VALUE "Y".

      *SKIPTRAZ.DAT EN MEMORIA PARA MARCAR EL RESULTADO Y REESCRIBIR
           01 TABLA-TRAZAS.
               05 TAB-TRAZA OCCURS 2000 TIMES PIC X(32).
           77 TRZ-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 K                 PIC 9(4) VALUE 0.
           77 POS-TRAZA         PIC 9(4) VALUE 0.

           77 FECHA-PROCESO     PIC 9(8).
           77 CNT-LEIDOS        PIC 9(6) VALUE 0.
           77 CNT-HALLADOS      PIC 9(6) VALUE 0.
           77 CNT-NO-HALLADOS   PIC 9(6) VALUE 0.
           77 CNT-RECHAZADOS    PIC 9(6) VALUE 0.
           77 MOTIVO-RECHAZO    PIC X(30).

           77 ID-PRUEBA         PIC 9(6) VALUE 0.
           77 DIGITO-CALCULADO  PIC 9 VALUE 0.
           77 ID-VALIDO-SW      PIC X VALUE "N".
               88 ID-VALIDO         VALUE "Y".
           77 CP-OK-SW          PIC X VALUE "N".
               88 CP-OK             VALUE "Y".

      *AUDITORIA DE CAMBIOS DE CONTACTO, COMO EN CLIENTE-CTUPD
           77 CONTAUD-STATUS    PIC X(2) VALUE "00".
               88 CONTAUD-NEW-FILE  VALUE "35".
           77 CAMPO-AUD         PIC X(10).
           77 ANTES-AUD         PIC X(40).
           77 DESPUES-AUD       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-TRAZAS
            IF CNT-DESBORDE > 0
                DISPLAY "TABLA DE TRAZAS LLENA, " CNT-DESBORDE
                    " TRAZAS SIN LUGAR - NO SE APLICA EL RETORNO"
                STOP RUN
            END-IF

            OPEN INPUT RETORNO-FILE
            IF RETORNO-NEW-FILE
                DISPLAY "NO EXISTE SKIPRET.DAT, NADA QUE APLICAR"
                CLOSE RETORNO-FILE
                STOP RUN
            END-IF
            OPEN I-O CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE RETORNO-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT RECHAZO-FILE

            PERFORM UNTIL RETORNO-EOF
                READ RETORNO-FILE
                    AT END
                        SET RETORNO-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO CNT-LEIDOS
                        PERFORM APLICA-RETORNO
                END-READ
            END-PERFORM

            CLOSE RETORNO-FILE
            CLOSE CLIENTE-FILE
            CLOSE RECHAZO-FILE
            PERFORM REESCRIBE-TRAZAS

            DISPLAY "RETORNOS LEIDOS     : " CNT-LEIDOS
            DISPLAY "CLIENTES HALLADOS   : " CNT-HALLADOS
            DISPLAY "CLIENTES NO HALLADOS: " CNT-NO-HALLADOS
            DISPLAY "RETORNOS RECHAZADOS : " CNT-RECHAZADOS

            STOP RUN.

      *CARGA SKIPTRAZ.DAT EN LA TABLA
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
                               IF TRZ-CNT < 2000
                                   ADD 1 TO TRZ-CNT
                                   MOVE TRAZA-REC TO TAB-TRAZA(TRZ-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRAZA-FILE
               END-IF.

      *VALIDA EL RETORNO LEIDO Y LO APLICA AL MAESTRO Y A LA TRAZA,
      *O LO RECHAZA CON MOTIVO
           APLICA-RETORNO.
               IF TRR-CLIENTE-ID IS NOT NUMERIC
                   MOVE "ID NO NUMERICO" TO MOTIVO-RECHAZO
                   PERFORM GRABA-RECHAZO
               ELSE
                   MOVE TRR-CLIENTE-ID TO ID-PRUEBA
                   CALL "CHKDIG" USING ID-PRUEBA DIGITO-CALCULADO
                       ID-VALIDO-SW
                   PERFORM BUSCA-TRAZA
                   EVALUATE TRUE
                       WHEN NOT ID-VALIDO
                           MOVE "DIGITO VERIFICADOR INVALIDO"
                               TO MOTIVO-RECHAZO
                           PERFORM GRABA-RECHAZO
                       WHEN POS-TRAZA = 0
                           MOVE "SIN BUSQUEDA ABIERTA"
                               TO MOTIVO-RECHAZO
                           PERFORM GRABA-RECHAZO
                       WHEN TRR-NO-HALLADO
                           PERFORM MARCA-TRAZA
                           ADD 1 TO CNT-NO-HALLADOS
                       WHEN TRR-HALLADO
                           PERFORM APLICA-HALLADO
                       WHEN OTHER
                           MOVE "RESULTADO INVALIDO"
                               TO MOTIVO-RECHAZO
                           PERFORM GRABA-RECHAZO
                   END-EVALUATE
               END-IF.

      *UBICA LA TRAZA ABIERTA DEL CLIENTE; POS-TRAZA QUEDA EN CERO
      *SI NO TIENE NINGUNA
           BUSCA-TRAZA.
               MOVE 0 TO POS-TRAZA
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > TRZ-CNT
                   MOVE TAB-TRAZA(K) TO TRAZA-REC
                   IF TRZ-CLIENTE-ID = ID-PRUEBA AND TRZ-ABIERTA
                       MOVE K TO POS-TRAZA
                   END-IF
               END-PERFORM.

      *CLIENTE HALLADO: VALIDA EL CODIGO POSTAL DE LA DIRECCION
      *NUEVA, AUDITA Y REESCRIBE EL CONTACTO Y CIERRA LA TRAZA
           APLICA-HALLADO.
               SET CP-OK TO TRUE
               IF TRR-DIRECCION NOT = SPACES
                   CALL "CPVALID" USING TRR-DIRECCION CP-OK-SW
               END-IF
               IF NOT CP-OK
                   MOVE "CODIGO POSTAL INVALIDO" TO MOTIVO-RECHAZO
                   PERFORM GRABA-RECHAZO
               ELSE
                   MOVE ID-PRUEBA TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           MOVE "CLIENTE INEXISTENTE"
                               TO MOTIVO-RECHAZO
                           PERFORM GRABA-RECHAZO
                       NOT INVALID KEY
                           PERFORM AUDITA-CONTACTO
                           IF TRR-TELEFONO NOT = SPACES
                               MOVE TRR-TELEFONO TO CONTACTO-TELEFONO
                           END-IF
                           IF TRR-DIRECCION NOT = SPACES
                               MOVE TRR-DIRECCION TO CONTACTO-DIRECCION
                           END-IF
                           REWRITE CLIENTE-REC
                           PERFORM MARCA-TRAZA
                           ADD 1 TO CNT-HALLADOS
                   END-READ
               END-IF.

      *DEJA UNA CONSTANCIA EN CONTAUD.DAT POR CADA CAMPO QUE EL
      *PROVEEDOR CAMBIA
           AUDITA-CONTACTO.
               IF TRR-TELEFONO NOT = SPACES AND
                   CONTACTO-TELEFONO NOT = TRR-TELEFONO
                   MOVE "TELEFONO" TO CAMPO-AUD
                   MOVE CONTACTO-TELEFONO TO ANTES-AUD
                   MOVE TRR-TELEFONO TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF
               IF TRR-DIRECCION NOT = SPACES AND
                   CONTACTO-DIRECCION NOT = TRR-DIRECCION
                   MOVE "DIRECCION" TO CAMPO-AUD
                   MOVE CONTACTO-DIRECCION TO ANTES-AUD
                   MOVE TRR-DIRECCION TO DESPUES-AUD
                   PERFORM GRABA-CONTAUD
               END-IF.

      *AGREGA LA CONSTANCIA DEL CAMPO CAMBIADO A CONTAUD.DAT
           GRABA-CONTAUD.
               OPEN EXTEND CONTAUD-FILE
               IF CONTAUD-NEW-FILE
                   OPEN OUTPUT CONTAUD-FILE
                   CLOSE CONTAUD-FILE
                   OPEN EXTEND CONTAUD-FILE
               END-IF
               MOVE CLIENTE-ID TO CTA-CLIENTE-ID
               MOVE CAMPO-AUD TO CTA-CAMPO
               MOVE ANTES-AUD TO CTA-ANTES
               MOVE DESPUES-AUD TO CTA-DESPUES
               MOVE FECHA-PROCESO TO CTA-FECHA
               ACCEPT CTA-HORA FROM TIME
               MOVE "SKIPTRAZ" TO CTA-OPERADOR
               WRITE CONTAUD-REC
               CLOSE CONTAUD-FILE.

      *ESTAMPA EN LA TRAZA EL RESULTADO DEL PROVEEDOR Y LA FECHA
           MARCA-TRAZA.
               MOVE TAB-TRAZA(POS-TRAZA) TO TRAZA-REC
               MOVE TRR-RESULTADO TO TRZ-ESTADO
               IF TRR-FECHA IS NUMERIC AND TRR-FECHA > 0
                   MOVE TRR-FECHA TO TRZ-FECHA-RESULTADO
               ELSE
                   MOVE FECHA-PROCESO TO TRZ-FECHA-RESULTADO
               END-IF
               MOVE TRAZA-REC TO TAB-TRAZA(POS-TRAZA).

      *DEJA EL RETORNO RECHAZADO EN EL REPORTE CON SU MOTIVO
           GRABA-RECHAZO.
               ADD 1 TO CNT-RECHAZADOS
               MOVE SPACES TO LINEA-RECHAZO
               STRING TRR-CLIENTE-ID " " TRR-RESULTADO " : "
                   MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO LINEA-RECHAZO
               WRITE LINEA-RECHAZO.

      *REESCRIBE SKIPTRAZ.DAT CON LOS RESULTADOS APLICADOS
           REESCRIBE-TRAZAS.
               OPEN OUTPUT TRAZA-FILE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > TRZ-CNT
                   MOVE TAB-TRAZA(K) TO TRAZA-REC
                   WRITE TRAZA-REC
               END-PERFORM
               CLOSE TRAZA-FILE.

       END PROGRAM COBRTRAZ-RET.
