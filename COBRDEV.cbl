      ******************************************************************
      * Author:
      * Date:
      * Purpose: Returned-mail intake. Reads CORDEV.DAT (one record
      *          per dunning letter the post office sent back) and,
      *          for each, stamps the matching COBRCOR.DAT letter -
      *          same customer, same COR-FECHA - as DEVUELTA with
      *          the return reason, and appends the address the
      *          letter bounced from to DIRMALA.DAT. While the master
      *          still carries that address COBRCARTA writes the
      *          customer no more letters and COBRTRAZ sends the
      *          customer to skip-trace. Malformed IDs, letters not
      *          on the log and returns already taken in go to
      *          CORDEV.RPT with a reason. COBRCOR.DAT is rewritten
      *          whole, so the run stops untouched if the log does
      *          not fit the table.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRDEV.
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

           SELECT DEVUELTA-FILE ASSIGN TO "CORDEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVUELTA-STATUS.

           SELECT CORRESP-FILE ASSIGN TO "COBRCOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRESP-STATUS.

           SELECT DIRMALA-FILE ASSIGN TO "DIRMALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIRMALA-STATUS.

           SELECT RECHAZO-FILE ASSIGN TO "CORDEV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  DEVUELTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEVUELTA-REC.
           COPY CORDEV.

       FD  CORRESP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRESP-REC.
           COPY COBCOR.

       FD  DIRMALA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIRMALA-REC.
           COPY DIRMAL.

       FD  RECHAZO-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-RECHAZO           PIC X(80).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 DEVUELTA-STATUS   PIC X(2) VALUE "00".
               88 DEVUELTA-NEW-FILE VALUE "35".
           77 DEVUELTA-EOF-SW   PIC X VALUE "N".
               88 DEVUELTA-EOF      VALUE "Y".
           77 CORRESP-STATUS    PIC X(2) VALUE "00".
               88 CORRESP-NEW-FILE  VALUE "35".
           77 CORRESP-EOF-SW    PIC X VALUE "N".
               88 CORRESP-EOF       VALUE "Y".
           77 DIRMALA-STATUS    PIC X(2) VALUE "00".
               88 DIRMALA-NEW-FILE  VALUE "35".

      *COBRCOR.DAT EN MEMORIA PARA MARCAR LAS DEVUELTAS Y REESCRIBIR
           01 TABLA-CORRESP.
               05 TAB-CORRESP OCCURS 5000 TIMES PIC X(27).
           77 COR-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 K                 PIC 9(4) VALUE 0.
           77 POS-CARTA         PIC 9(4) VALUE 0.
           77 YA-DEVUELTA-SW    PIC X VALUE "N".
               88 YA-DEVUELTA       VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).
           77 FECHA-CARTA       PIC 9(8).
           77 CNT-LEIDOS        PIC 9(6) VALUE 0.
           77 CNT-APLICADOS     PIC 9(6) VALUE 0.
           77 CNT-RECHAZADOS    PIC 9(6) VALUE 0.
           77 MOTIVO-RECHAZO    PIC X(30).

           77 ID-PRUEBA         PIC 9(6) VALUE 0.
           77 DIGITO-CALCULADO  PIC 9 VALUE 0.
           77 ID-VALIDO-SW      PIC X VALUE "N".
               88 ID-VALIDO         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-CORRESPONDENCIA
            IF CNT-DESBORDE > 0
                DISPLAY "TABLA DE CORRESPONDENCIA LLENA, "
                    CNT-DESBORDE " CARTAS SIN LUGAR - NO SE APLICAN "
                    "LAS DEVOLUCIONES"
                STOP RUN
            END-IF

            OPEN INPUT DEVUELTA-FILE
            IF DEVUELTA-NEW-FILE
                DISPLAY "NO EXISTE CORDEV.DAT, NADA QUE APLICAR"
                CLOSE DEVUELTA-FILE
                STOP RUN
            END-IF
            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE DEVUELTA-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT RECHAZO-FILE
            OPEN EXTEND DIRMALA-FILE
            IF DIRMALA-NEW-FILE
                OPEN OUTPUT DIRMALA-FILE
                CLOSE DIRMALA-FILE
                OPEN EXTEND DIRMALA-FILE
            END-IF

            PERFORM UNTIL DEVUELTA-EOF
                READ DEVUELTA-FILE
                    AT END
                        SET DEVUELTA-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO CNT-LEIDOS
                        PERFORM APLICA-DEVOLUCION
                END-READ
            END-PERFORM

            CLOSE DEVUELTA-FILE
            CLOSE CLIENTE-FILE
            CLOSE RECHAZO-FILE
            CLOSE DIRMALA-FILE
            PERFORM REESCRIBE-CORRESPONDENCIA

            DISPLAY "DEVOLUCIONES LEIDAS    : " CNT-LEIDOS
            DISPLAY "DEVOLUCIONES APLICADAS : " CNT-APLICADOS
            DISPLAY "DEVOLUCIONES RECHAZADAS: " CNT-RECHAZADOS

            STOP RUN.

      *CARGA EL LOG DE CORRESPONDENCIA EN LA TABLA
           CARGA-CORRESPONDENCIA.
               OPEN INPUT CORRESP-FILE
               IF CORRESP-NEW-FILE
                   CLOSE CORRESP-FILE
               ELSE
                   PERFORM UNTIL CORRESP-EOF
                       READ CORRESP-FILE
                           AT END
                               SET CORRESP-EOF TO TRUE
                           NOT AT END
                               IF COR-CNT < 5000
                                   ADD 1 TO COR-CNT
                                   MOVE CORRESP-REC TO
                                       TAB-CORRESP(COR-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CORRESP-FILE
               END-IF.

      *VALIDA LA DEVOLUCION LEIDA Y LA APLICA A LA CARTA DEL LOG Y A
      *LA DIRECCION DEL CLIENTE, O LA RECHAZA CON MOTIVO
           APLICA-DEVOLUCION.
               IF CDV-CLIENTE-ID IS NOT NUMERIC
                   MOVE "ID NO NUMERICO" TO MOTIVO-RECHAZO
                   PERFORM GRABA-RECHAZO
               ELSE
               IF CDV-FECHA-CARTA IS NOT NUMERIC
                   MOVE "FECHA DE CARTA INVALIDA" TO MOTIVO-RECHAZO
                   PERFORM GRABA-RECHAZO
               ELSE
                   MOVE CDV-CLIENTE-ID TO ID-PRUEBA
                   MOVE CDV-FECHA-CARTA TO FECHA-CARTA
                   CALL "CHKDIG" USING ID-PRUEBA DIGITO-CALCULADO
                       ID-VALIDO-SW
                   PERFORM BUSCA-CARTA
                   EVALUATE TRUE
                       WHEN NOT ID-VALIDO
                           MOVE "DIGITO VERIFICADOR INVALIDO"
                               TO MOTIVO-RECHAZO
                           PERFORM GRABA-RECHAZO
                       WHEN CDV-MOTIVO = SPACES
                           MOVE "SIN MOTIVO DE DEVOLUCION"
                               TO MOTIVO-RECHAZO
                           PERFORM GRABA-RECHAZO
                       WHEN POS-CARTA = 0 AND YA-DEVUELTA
                           MOVE "DEVOLUCION YA REGISTRADA"
                               TO MOTIVO-RECHAZO
                           PERFORM GRABA-RECHAZO
                       WHEN POS-CARTA = 0
                           MOVE "CARTA NO REGISTRADA EN COBRCOR"
                               TO MOTIVO-RECHAZO
                           PERFORM GRABA-RECHAZO
                       WHEN OTHER
                           PERFORM MARCA-DIRECCION
                   END-EVALUATE
               END-IF
               END-IF.

      *UBICA LA CARTA DEL CLIENTE CON ESA FECHA AUN NO DEVUELTA;
      *POS-CARTA QUEDA EN CERO SI NO HAY NINGUNA
           BUSCA-CARTA.
               MOVE 0 TO POS-CARTA
               MOVE "N" TO YA-DEVUELTA-SW
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > COR-CNT OR POS-CARTA > 0
                   MOVE TAB-CORRESP(K) TO CORRESP-REC
                   IF COR-CLIENTE-ID = ID-PRUEBA AND
                       COR-FECHA = FECHA-CARTA
                       IF COR-DEVUELTA
                           SET YA-DEVUELTA TO TRUE
                       ELSE
                           MOVE K TO POS-CARTA
                       END-IF
                   END-IF
               END-PERFORM.

      *TOMA LA DIRECCION ACTUAL DEL MAESTRO COMO DIRECCION MALA Y
      *MARCA LA CARTA COMO DEVUELTA
           MARCA-DIRECCION.
               MOVE ID-PRUEBA TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE "CLIENTE INEXISTENTE" TO MOTIVO-RECHAZO
                       PERFORM GRABA-RECHAZO
                   NOT INVALID KEY
                       MOVE CLIENTE-ID TO DMA-CLIENTE-ID
                       MOVE CONTACTO-DIRECCION TO DMA-DIRECCION
                       MOVE FECHA-CARTA TO DMA-FECHA-CARTA
                       MOVE FECHA-PROCESO TO DMA-FECHA
                       MOVE CDV-MOTIVO TO DMA-MOTIVO
                       WRITE DIRMALA-REC
                       MOVE TAB-CORRESP(POS-CARTA) TO CORRESP-REC
                       MOVE "D" TO COR-ENTREGA
                       MOVE CDV-MOTIVO TO COR-MOTIVO-DEV
                       MOVE CORRESP-REC TO TAB-CORRESP(POS-CARTA)
                       ADD 1 TO CNT-APLICADOS
               END-READ.

      *DEJA LA DEVOLUCION RECHAZADA EN EL REPORTE CON SU MOTIVO
           GRABA-RECHAZO.
               ADD 1 TO CNT-RECHAZADOS
               MOVE SPACES TO LINEA-RECHAZO
               STRING CDV-CLIENTE-ID " CARTA " CDV-FECHA-CARTA " : "
                   MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO LINEA-RECHAZO
               WRITE LINEA-RECHAZO.

      *REESCRIBE COBRCOR.DAT CON LAS DEVOLUCIONES APLICADAS
           REESCRIBE-CORRESPONDENCIA.
               IF CNT-APLICADOS > 0
                   OPEN OUTPUT CORRESP-FILE
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > COR-CNT
                       MOVE TAB-CORRESP(K) TO CORRESP-REC
                       WRITE CORRESP-REC
                   END-PERFORM
                   CLOSE CORRESP-FILE
               END-IF.

       END PROGRAM COBRDEV.
