      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dispute case resolution screen. A supervisor signs
      *          on, sees the cases still open on DISPUTAS.DAT with
      *          the disputed amount, owner and due date, and picks
      *          one to resolve: PROCEDENTE, crediting the customer
      *          up to the disputed amount as a FEE-MANT style
      *          adjustment on FEEBILL.DAT, or RECHAZADA. Either way
      *          a MOTIVOS.DAT reason code is required, and the case
      *          is stamped with the outcome, the credit, who
      *          resolved it and the date; once closed the customer
      *          goes back to the call lists, the letters and the
      *          late-fee run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISP-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTA-STATUS.

           SELECT FACTURA-FILE ASSIGN TO "FEEBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURA-STATUS.

           SELECT MOTIVOS-FILE ASSIGN TO "MOTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOTIVOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTA-REC.
           COPY COBDIS.

       FD  FACTURA-FILE
           LABEL RECORDS ARE STANDARD.
       01  FACTURA-REC.
           COPY FEEREC.

       FD  MOTIVOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOTIVOS-REC.
           COPY MOTIVO.

       WORKING-STORAGE SECTION.
           77 DISPUTA-STATUS    PIC X(2) VALUE "00".
               88 DISPUTA-NEW-FILE  VALUE "35".
           77 DISPUTA-EOF-SW    PIC X VALUE "N".
               88 DISPUTA-EOF       VALUE "Y".
           77 FACTURA-STATUS    PIC X(2) VALUE "00".
               88 FACTURA-NEW-FILE  VALUE "35".
           77 FACTURA-EOF-SW    PIC X VALUE "N".
               88 FACTURA-EOF       VALUE "Y".
           77 MOTIVOS-STATUS    PIC X(2) VALUE "00".
               88 MOTIVOS-NEW-FILE  VALUE "35".
           77 MOTIVOS-EOF-SW    PIC X VALUE "N".
               88 MOTIVOS-EOF       VALUE "Y".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).

      *CASOS COMPLETOS EN MEMORIA PARA REESCRIBIR EL ARCHIVO
           01 TABLA-DISPUTAS.
               05 DISPUTAS OCCURS 2000 TIMES.
                   10 TAB-DISPUTA       PIC X(81).
           77 DIS-CNT           PIC 9(4) VALUE 0.
           77 D                 PIC 9(4) VALUE 0.
           77 CNT-ABIERTAS      PIC 9(4) VALUE 0.

           77 CASO-ENTRADA      PIC 9(6) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 SIGUE-SW          PIC X VALUE "S".
               88 FIN-RESOLUCION    VALUE "N".
           77 DECISION          PIC X.
           77 MONTO-CREDITO     PIC 9(7)V99 VALUE 0.
           77 MOTIVO-ENTRADA    PIC X(2).
           77 MOTIVO-OK-SW      PIC X VALUE "N".
               88 MOTIVO-OK         VALUE "Y".
           77 HAY-MOTIVOS-SW    PIC X VALUE "N".
               88 HAY-MOTIVOS       VALUE "Y".
           77 PROX-SECUENCIA    PIC 9(6) VALUE 0.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 CNT-PROCEDENTES   PIC 9(4) VALUE 0.
           77 CNT-RECHAZADAS    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                PERM-CONS-OPER SUPERV-OPER SIGNON-SW
            IF NOT SIGNON-OK
                GOBACK
            END-IF
            IF SUPERV-OPER NOT = "Y"
                DISPLAY "LA RESOLUCION DE DISPUTAS ES UNA OPERACION "
                    "DE SUPERVISOR"
                GOBACK
            END-IF

            PERFORM CARGA-DISPUTAS
            IF CNT-ABIERTAS = 0
                DISPLAY "SIN CASOS DE DISPUTA ABIERTOS"
                GOBACK
            END-IF

            PERFORM RESUELVE-CASO UNTIL FIN-RESOLUCION
            PERFORM REESCRIBE-DISPUTAS

            DISPLAY "PROCEDENTES " CNT-PROCEDENTES
                " RECHAZADAS " CNT-RECHAZADAS

            GOBACK.

      *CARGA TODOS LOS CASOS EN MEMORIA CONTANDO LOS ABIERTOS
           CARGA-DISPUTAS.
               OPEN INPUT DISPUTA-FILE
               IF DISPUTA-NEW-FILE
                   CLOSE DISPUTA-FILE
               ELSE
                   PERFORM UNTIL DISPUTA-EOF
                       READ DISPUTA-FILE
                           AT END
                               SET DISPUTA-EOF TO TRUE
                           NOT AT END
                               IF DIS-CNT < 2000
                                   ADD 1 TO DIS-CNT
                                   MOVE DISPUTA-REC TO
                                       TAB-DISPUTA(DIS-CNT)
                                   IF DIS-ABIERTA
                                       ADD 1 TO CNT-ABIERTAS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTA-FILE
               END-IF.

      *MUESTRA LOS CASOS ABIERTOS Y TOMA EL NUMERO A RESOLVER
           RESUELVE-CASO.
               DISPLAY " "
               DISPLAY "CASOS DE DISPUTA ABIERTOS:"
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > DIS-CNT
                   MOVE TAB-DISPUTA(D) TO DISPUTA-REC
                   IF DIS-ABIERTA
                       MOVE DIS-MONTO TO MONTO-EDIT
                       DISPLAY "  NRO " DIS-NUMERO " CLIENTE "
                           DIS-CLIENTE-ID " " MONTO-EDIT
                           " VENCE " DIS-FECHA-VENCE " "
                           DIS-RESPONSABLE
                   END-IF
               END-PERFORM
               DISPLAY "NRO DE CASO A RESOLVER (0 PARA SALIR): "
               ACCEPT CASO-ENTRADA
               IF CASO-ENTRADA = 0
                   SET FIN-RESOLUCION TO TRUE
               ELSE
                   MOVE "N" TO ENCONTRADO-SW
                   MOVE 0 TO D
                   PERFORM UNTIL ENCONTRADO OR D >= DIS-CNT
                       ADD 1 TO D
                       MOVE TAB-DISPUTA(D) TO DISPUTA-REC
                       IF DIS-NUMERO = CASO-ENTRADA AND DIS-ABIERTA
                           SET ENCONTRADO TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT ENCONTRADO
                       DISPLAY "NO HAY UN CASO ABIERTO CON ESE NUMERO"
                   ELSE
                       PERFORM TOMA-DECISION
                   END-IF
               END-IF.

      *TOMA EL DESENLACE DEL CASO D: PROCEDENTE CON CREDITO O
      *RECHAZADA, SIEMPRE CON MOTIVO
           TOMA-DECISION.
               MOVE DIS-MONTO TO MONTO-EDIT
               DISPLAY "CASO " DIS-NUMERO " DEL CLIENTE "
                   DIS-CLIENTE-ID " ABIERTO EL " DIS-FECHA-APERTURA
                   " POR " DIS-AGENTE
               DISPLAY "  MONTO EN DISPUTA: " MONTO-EDIT
               DISPLAY "PROCEDENTE (P), RECHAZADA (R) O SALTEAR: "
               ACCEPT DECISION
               EVALUATE DECISION
                   WHEN "P"
                       DISPLAY "MONTO A ACREDITAR: "
                       ACCEPT MONTO-CREDITO
                       IF MONTO-CREDITO = 0 OR
                           MONTO-CREDITO > DIS-MONTO
                           DISPLAY "EL CREDITO DEBE SER MAYOR A CERO "
                               "Y NO SUPERAR EL MONTO EN DISPUTA"
                       ELSE
                           PERFORM PIDE-MOTIVO
                           PERFORM GRABA-CREDITO
                           MOVE "P" TO DIS-ESTADO
                           MOVE MONTO-CREDITO TO DIS-CREDITO
                           PERFORM CIERRA-CASO
                           ADD 1 TO CNT-PROCEDENTES
                           DISPLAY "CASO PROCEDENTE, CREDITO ASENTADO"
                       END-IF
                   WHEN "R"
                       PERFORM PIDE-MOTIVO
                       MOVE "R" TO DIS-ESTADO
                       MOVE 0 TO DIS-CREDITO
                       PERFORM CIERRA-CASO
                       ADD 1 TO CNT-RECHAZADAS
                       DISPLAY "CASO RECHAZADO"
                   WHEN OTHER
                       DISPLAY "EL CASO SIGUE ABIERTO"
               END-EVALUATE.

      *DEJA ASENTADO EN EL CASO EL MOTIVO, QUIEN LO RESOLVIO Y
      *CUANDO
           CIERRA-CASO.
               MOVE MOTIVO-ENTRADA TO DIS-MOTIVO
               MOVE OPERADOR TO DIS-RESOLVIO
               MOVE FECHA-PROCESO TO DIS-FECHA-RESOLUCION
               MOVE DISPUTA-REC TO TAB-DISPUTA(D).

      *PIDE EL CODIGO DE MOTIVO Y LO VALIDA CONTRA LA TABLA
      *MOTIVOS.DAT, REPITIENDO HASTA RECIBIR UNO VALIDO. SIN TABLA
      *CARGADA SE AVISA Y SE ACEPTA EL CODIGO TIPEADO
           PIDE-MOTIVO.
               DISPLAY "INGRESE EL CODIGO DE MOTIVO DE LA RESOLUCION: "
               ACCEPT MOTIVO-ENTRADA
               PERFORM VALIDA-MOTIVO
               IF HAY-MOTIVOS AND NOT MOTIVO-OK
                   DISPLAY "MOTIVO " MOTIVO-ENTRADA " INVALIDO"
                   PERFORM PIDE-MOTIVO
               END-IF.

      *BUSCA MOTIVO-ENTRADA EN MOTIVOS.DAT
           VALIDA-MOTIVO.
               MOVE "N" TO MOTIVO-OK-SW
               MOVE "N" TO HAY-MOTIVOS-SW
               MOVE "N" TO MOTIVOS-EOF-SW
               OPEN INPUT MOTIVOS-FILE
               IF MOTIVOS-NEW-FILE
                   CLOSE MOTIVOS-FILE
                   DISPLAY "SIN TABLA DE MOTIVOS, SE ACEPTA SIN "
                       "VALIDAR"
               ELSE
                   SET HAY-MOTIVOS TO TRUE
                   PERFORM UNTIL MOTIVOS-EOF OR MOTIVO-OK
                       READ MOTIVOS-FILE
                           AT END
                               SET MOTIVOS-EOF TO TRUE
                           NOT AT END
                               IF MOT-CODIGO = MOTIVO-ENTRADA
                                   SET MOTIVO-OK TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOTIVOS-FILE
               END-IF.

      *RECORRE FEEBILL.DAT PARA SEGUIR LA SECUENCIA DESDE EL ULTIMO
      *NUMERO ASIGNADO
           BUSCA-SECUENCIA.
               MOVE 0 TO PROX-SECUENCIA
               MOVE "N" TO FACTURA-EOF-SW
               OPEN INPUT FACTURA-FILE
               IF FACTURA-NEW-FILE
                   CLOSE FACTURA-FILE
               ELSE
                   PERFORM UNTIL FACTURA-EOF
                       READ FACTURA-FILE
                           AT END
                               SET FACTURA-EOF TO TRUE
                           NOT AT END
                               IF FEE-SECUENCIA IS NUMERIC AND
                                   FEE-SECUENCIA > PROX-SECUENCIA
                                   MOVE FEE-SECUENCIA TO
                                       PROX-SECUENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FACTURA-FILE
               END-IF.

      *AGREGA EL CREDITO DE LA DISPUTA COMO AJUSTE DE FEEBILL.DAT;
      *NO REFERENCIA NINGUNA CUOTA EN PARTICULAR
           GRABA-CREDITO.
               PERFORM BUSCA-SECUENCIA
               OPEN EXTEND FACTURA-FILE
               IF FACTURA-NEW-FILE
                   OPEN OUTPUT FACTURA-FILE
                   CLOSE FACTURA-FILE
                   OPEN EXTEND FACTURA-FILE
               END-IF
               MOVE DIS-CLIENTE-ID TO FEE-CLIENTE-ID
               MOVE 0 TO FEE-DIAS
               MOVE 0 TO FEE-TASA
               MOVE MONTO-CREDITO TO FEE-MONTO
               MOVE FECHA-PROCESO TO FEE-FECHA
               MOVE "A" TO FEE-AJUSTE
               MOVE MOTIVO-ENTRADA TO FEE-MOTIVO
               MOVE 0 TO FEE-REF-FECHA
               ADD 1 TO PROX-SECUENCIA
               MOVE PROX-SECUENCIA TO FEE-SECUENCIA
               WRITE FACTURA-REC
               CLOSE FACTURA-FILE.

      *REESCRIBE DISPUTAS.DAT CON LOS CASOS RESUELTOS
           REESCRIBE-DISPUTAS.
               OPEN OUTPUT DISPUTA-FILE
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > DIS-CNT
                   MOVE TAB-DISPUTA(D) TO DISPUTA-REC
                   WRITE DISPUTA-REC
               END-PERFORM
               CLOSE DISPUTA-FILE.

       END PROGRAM DISP-MANT.
