      ******************************************************************
      * Author:
      * Date:
      * Purpose: Approval screen for the credit-balance refunds the
      *          REEMBOLSO run proposes. A supervisor signs on and
      *          goes through each PROPUESTO refund on REEMBOLS.DAT,
      *          seeing the customer and the credit to be returned,
      *          and approves or rejects it; the decision is stamped
      *          with the supervisor and the date. Nothing is paid
      *          here: the next REEMBOLSO run emits the approved
      *          refunds after checking the credit is still there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMB-APRU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEMBOLSO-FILE ASSIGN TO "REEMBOLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REEMBOLSO-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REEMBOLSO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REEMBOLSO-REC.
           COPY REEMBOL.

       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       WORKING-STORAGE SECTION.
           77 REEMBOLSO-STATUS  PIC X(2) VALUE "00".
               88 REEMBOLSO-NEW-FILE VALUE "35".
           77 REEMBOLSO-EOF-SW  PIC X VALUE "N".
               88 REEMBOLSO-EOF     VALUE "Y".
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).

      *REEMBOLSOS COMPLETOS EN MEMORIA PARA REESCRIBIR EL ARCHIVO
           01 TABLA-REEMBOLSOS.
               05 REEMBOLSOS OCCURS 2000 TIMES.
                   10 TAB-REEMBOLSO     PIC X(60).
           77 REE-CNT           PIC 9(4) VALUE 0.
           77 R                 PIC 9(4) VALUE 0.

           77 DECISION          PIC X.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 CNT-APROBADOS     PIC 9(4) VALUE 0.
           77 CNT-RECHAZADOS    PIC 9(4) VALUE 0.
           77 CNT-PENDIENTES    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                PERM-CONS-OPER SUPERV-OPER SIGNON-SW
            IF NOT SIGNON-OK
                GOBACK
            END-IF
            IF SUPERV-OPER NOT = "Y"
                DISPLAY "LA APROBACION DE REEMBOLSOS ES UNA "
                    "OPERACION DE SUPERVISOR"
                GOBACK
            END-IF

            PERFORM CARGA-REEMBOLSOS
            IF REE-CNT = 0
                DISPLAY "SIN REEMBOLSOS EN REEMBOLS.DAT"
                GOBACK
            END-IF

            OPEN INPUT CLIENTE-FILE
            PERFORM VARYING R FROM 1 BY 1 UNTIL R > REE-CNT
                MOVE TAB-REEMBOLSO(R) TO REEMBOLSO-REC
                IF REE-PROPUESTO
                    PERFORM REVISA-REEMBOLSO
                END-IF
            END-PERFORM
            IF NOT CLIENTE-NEW-FILE
                CLOSE CLIENTE-FILE
            END-IF

            PERFORM REESCRIBE-REEMBOLSOS

            DISPLAY "APROBADOS " CNT-APROBADOS
                " RECHAZADOS " CNT-RECHAZADOS
                " SIGUEN PROPUESTOS " CNT-PENDIENTES

            GOBACK.

      *CARGA TODOS LOS REEMBOLSOS EN MEMORIA
           CARGA-REEMBOLSOS.
               OPEN INPUT REEMBOLSO-FILE
               IF REEMBOLSO-NEW-FILE
                   CLOSE REEMBOLSO-FILE
               ELSE
                   PERFORM UNTIL REEMBOLSO-EOF
                       READ REEMBOLSO-FILE
                           AT END
                               SET REEMBOLSO-EOF TO TRUE
                           NOT AT END
                               IF REE-CNT < 2000
                                   ADD 1 TO REE-CNT
                                   MOVE REEMBOLSO-REC TO
                                       TAB-REEMBOLSO(REE-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REEMBOLSO-FILE
               END-IF.

      *MUESTRA EL REEMBOLSO R CON EL CLIENTE Y TOMA LA DECISION
           REVISA-REEMBOLSO.
               MOVE REE-MONTO TO MONTO-EDIT
               MOVE SPACES TO CONTACTO-NOMBRE
               MOVE REE-CLIENTE-ID TO CLIENTE-ID
               IF NOT CLIENTE-NEW-FILE
                   READ CLIENTE-FILE
                       INVALID KEY
                           MOVE "SIN DATOS EN EL MAESTRO"
                               TO CONTACTO-NOMBRE
                   END-READ
               END-IF
               DISPLAY " "
               DISPLAY "REEMBOLSO " REE-NUMERO " PROPUESTO EL "
                   REE-FECHA-PROPUESTA
               DISPLAY "  CLIENTE " REE-CLIENTE-ID " "
                   CONTACTO-NOMBRE
               DISPLAY "  SALDO A FAVOR A DEVOLVER: " MONTO-EDIT
               DISPLAY "APROBAR (A), RECHAZAR (R) O SALTEAR: "
               ACCEPT DECISION
               EVALUATE DECISION
                   WHEN "A"
                       MOVE "A" TO REE-ESTADO
                       MOVE OPERADOR TO REE-APROBADOR
                       MOVE FECHA-PROCESO TO REE-FECHA-DECISION
                       MOVE REEMBOLSO-REC TO TAB-REEMBOLSO(R)
                       ADD 1 TO CNT-APROBADOS
                   WHEN "R"
                       MOVE "R" TO REE-ESTADO
                       MOVE OPERADOR TO REE-APROBADOR
                       MOVE FECHA-PROCESO TO REE-FECHA-DECISION
                       MOVE REEMBOLSO-REC TO TAB-REEMBOLSO(R)
                       ADD 1 TO CNT-RECHAZADOS
                   WHEN OTHER
                       ADD 1 TO CNT-PENDIENTES
               END-EVALUATE.

      *REESCRIBE REEMBOLS.DAT CON LAS DECISIONES TOMADAS
           REESCRIBE-REEMBOLSOS.
               OPEN OUTPUT REEMBOLSO-FILE
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > REE-CNT
                   MOVE TAB-REEMBOLSO(R) TO REEMBOLSO-REC
                   WRITE REEMBOLSO-REC
               END-PERFORM
               CLOSE REEMBOLSO-FILE.

       END PROGRAM REEMB-APRU.
