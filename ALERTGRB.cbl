      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable writer of the central operations alerts,
      *          in the style of PENDSOL. The batch checks pass their
      *          program name, the severity (C critica, A advertencia,
      *          I informativa) and the message; the alert lands on
      *          ALERTAS.DAT as ABIERTA with the date and time, for
      *          ALERTA-CONS to acknowledge. An alert identical to one
      *          of the same program still open is not repeated, so a
      *          check rerun on the same condition does not flood the
      *          queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTGRB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERTA-REC.
           COPY ALERTA.

       WORKING-STORAGE SECTION.
           77 ALERTA-STATUS     PIC X(2) VALUE "00".
               88 ALERTA-NEW-FILE   VALUE "35".
           77 ALERTA-EOF-SW     PIC X VALUE "N".
               88 ALERTA-EOF        VALUE "Y".
           77 REPETIDA-SW       PIC X VALUE "N".
               88 ALERTA-REPETIDA   VALUE "Y".

       LINKAGE SECTION.
           77 GRB-ORIGEN        PIC X(12).
           77 GRB-SEVERIDAD     PIC X.
           77 GRB-MENSAJE       PIC X(70).

       PROCEDURE DIVISION USING GRB-ORIGEN GRB-SEVERIDAD GRB-MENSAJE.
       MAIN-PROCEDURE.
            MOVE "N" TO ALERTA-EOF-SW
            MOVE "N" TO REPETIDA-SW
            OPEN INPUT ALERTA-FILE
            IF ALERTA-NEW-FILE
                CLOSE ALERTA-FILE
            ELSE
                PERFORM UNTIL ALERTA-EOF OR ALERTA-REPETIDA
                    READ ALERTA-FILE
                        AT END
                            SET ALERTA-EOF TO TRUE
                        NOT AT END
                            IF ALR-ABIERTA AND
                                ALR-ORIGEN = GRB-ORIGEN AND
                                ALR-MENSAJE = GRB-MENSAJE
                                SET ALERTA-REPETIDA TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ALERTA-FILE
            END-IF

            IF NOT ALERTA-REPETIDA
                OPEN EXTEND ALERTA-FILE
                IF ALERTA-NEW-FILE
                    OPEN OUTPUT ALERTA-FILE
                    CLOSE ALERTA-FILE
                    OPEN EXTEND ALERTA-FILE
                END-IF
                ACCEPT ALR-FECHA FROM DATE YYYYMMDD
                ACCEPT ALR-HORA FROM TIME
                MOVE GRB-ORIGEN TO ALR-ORIGEN
                MOVE GRB-SEVERIDAD TO ALR-SEVERIDAD
                MOVE GRB-MENSAJE TO ALR-MENSAJE
                MOVE "A" TO ALR-ESTADO
                MOVE SPACES TO ALR-OPERADOR
                MOVE 0 TO ALR-FECHA-RECON
                MOVE 0 TO ALR-HORA-RECON
                MOVE SPACES TO ALR-COMENTARIO
                WRITE ALERTA-REC
                CLOSE ALERTA-FILE
            END-IF
            GOBACK.

       END PROGRAM ALERTGRB.
