      ******************************************************************
      * Author:
      * Date:
      * Purpose: Linked-exposure report. Groups the customer accounts
      *          joined on CLIVINC.DAT (household, guarantor, business
      *          owner - a chain of links is one group) and lists per
      *          group every member with its ESTADO and its balance
      *          from the nightly CLIRESUM.DAT, and the group's total
      *          exposure. It then flags every ACTIVO guarantor whose
      *          guaranteed account has gone MOROSO, so collections
      *          can contact the guarantor (VINC.RPT). Runs as a
      *          NOCTURNO step after CLIRESUM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINC-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINCULO-FILE ASSIGN TO "CLIVINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VINCULO-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT RESUMEN-FILE ASSIGN TO "CLIRESUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CLIENTE-ID
               FILE STATUS IS RESUMEN-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "VINC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO "VINWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  VINCULO-FILE
           LABEL RECORDS ARE STANDARD.
       01  VINCULO-REC.
           COPY CLIVIN.

       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  RESUMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESUMEN-REC.
           COPY CLIRES.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(110).

       SD  WORK-FILE.
       01  WORK-REC.
           05 WRK-GRUPO               PIC 9(4).
           05 WRK-CLIENTE-ID          PIC 9(6).

       WORKING-STORAGE SECTION.
           77 VINCULO-STATUS    PIC X(2) VALUE "00".
               88 VINCULO-NEW-FILE  VALUE "35".
           77 VINCULO-EOF-SW    PIC X VALUE "N".
               88 VINCULO-EOF       VALUE "Y".
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 RESUMEN-STATUS    PIC X(2) VALUE "00".
               88 RESUMEN-NEW-FILE  VALUE "35".
           77 WORK-EOF-SW       PIC X VALUE "N".
               88 WORK-EOF          VALUE "Y".

           01 FECHA-PROCESO     PIC 9(8).

      *VINCULOS LEIDOS, PARA LAS ALERTAS DE GARANTES
           01 TABLA-VINCULOS.
               05 VINCULOS OCCURS 2000 TIMES.
                   10 TAB-VINCULO       PIC X(29).
           77 VIN-CNT           PIC 9(4) VALUE 0.
           77 I                 PIC 9(4) VALUE 0.

      *CUENTAS VINCULADAS Y EL GRUPO AL QUE PERTENECEN; DOS CUENTAS
      *UNIDAS POR UN VINCULO QUEDAN EN EL MISMO GRUPO
           01 TABLA-MIEMBROS.
               05 MIEMBROS OCCURS 4000 TIMES.
                   10 MBR-CLIENTE-ID    PIC 9(6).
                   10 MBR-GRUPO         PIC 9(4).
           77 MBR-CNT           PIC 9(4) VALUE 0.
           77 M                 PIC 9(4) VALUE 0.
           77 GRUPO-ULTIMO      PIC 9(4) VALUE 0.
           77 ID-BUSCADO        PIC 9(6) VALUE 0.
           77 GRUPO-HALLADO     PIC 9(4) VALUE 0.
           77 GRUPO-A           PIC 9(4) VALUE 0.
           77 GRUPO-B           PIC 9(4) VALUE 0.

           77 GRUPO-CORTE       PIC 9(4) VALUE 0.
           77 SW-HAY-CORTE      PIC X VALUE "N".
               88 HAY-CORTE         VALUE "Y".
           77 GRUPO-NUMERO      PIC 9(4) VALUE 0.

           77 ESTADO-NOMBRE     PIC X(10).
           77 SALDO-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
           77 SALDO-TXT         PIC X(15).

      *TOTALES DEL GRUPO EN CURSO Y DEL REPORTE
           01 TOTALES-GRUPO.
               05 GRP-CUENTAS       PIC 9(4).
               05 GRP-MOROSOS       PIC 9(4).
               05 GRP-SALDO         PIC S9(11)V99.
           01 TOTALES-GENERALES.
               05 TOT-GRUPOS        PIC 9(4).
               05 TOT-CUENTAS       PIC 9(5).
               05 TOT-SALDO         PIC S9(11)V99.
               05 TOT-ALERTAS       PIC 9(4).
           77 TOTAL-EDIT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *GARANTE Y CUENTA GARANTIZADA DE UNA ALERTA
           77 GARANTIZADO-ID    PIC 9(6) VALUE 0.
           77 GARANTIZADO-NOMBRE PIC X(30).
           77 GARANTIZADO-SALDO PIC X(15).
           77 GARANTIZADO-MOROSO-SW PIC X VALUE "N".
               88 GARANTIZADO-MOROSO VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM INICIALIZA-CORRIDA
            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-VINCULOS
            PERFORM ARMA-GRUPOS

            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN INPUT RESUMEN-FILE
            IF RESUMEN-NEW-FILE
                DISPLAY "NO EXISTE CLIRESUM.DAT, SALDOS SIN DATOS"
            END-IF

            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "EXPOSICION DE CUENTAS VINCULADAS - AL "
                FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE

            SORT WORK-FILE
                ON ASCENDING KEY WRK-GRUPO
                                 WRK-CLIENTE-ID
                INPUT PROCEDURE IS ENTREGA-MIEMBROS
                OUTPUT PROCEDURE IS IMPRIME-GRUPOS

            MOVE TOT-SALDO TO TOTAL-EDIT
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            STRING "TOTAL GENERAL: " TOT-GRUPOS " GRUPOS, "
                TOT-CUENTAS " CUENTAS, EXPOSICION " TOTAL-EDIT
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM IMPRIME-ALERTAS

            CLOSE REPORTE-FILE
            CLOSE CLIENTE-FILE
            IF NOT RESUMEN-NEW-FILE
                CLOSE RESUMEN-FILE
            END-IF

            DISPLAY TOT-GRUPOS " GRUPOS VINCULADOS Y " TOT-ALERTAS
                " GARANTES A CONTACTAR EN VINC.RPT"

            GOBACK.

      *REINICIA INTERRUPTORES Y CONTADORES: EL PROGRAMA SE LLAMA
      *DESDE NOCTURNO Y LA WORKING-STORAGE CONSERVA LA CORRIDA
      *ANTERIOR
           INICIALIZA-CORRIDA.
               MOVE "N" TO VINCULO-EOF-SW
               MOVE "N" TO WORK-EOF-SW
               MOVE "N" TO SW-HAY-CORTE
               MOVE 0 TO VIN-CNT
               MOVE 0 TO MBR-CNT
               MOVE 0 TO GRUPO-ULTIMO
               MOVE 0 TO GRUPO-CORTE
               MOVE 0 TO GRUPO-NUMERO
               INITIALIZE TOTALES-GRUPO
               INITIALIZE TOTALES-GENERALES.

      *CARGA LOS VINCULOS DE CLIVINC.DAT EN LA TABLA
           CARGA-VINCULOS.
               OPEN INPUT VINCULO-FILE
               IF VINCULO-NEW-FILE
                   DISPLAY "NO EXISTE CLIVINC.DAT"
                   CLOSE VINCULO-FILE
               ELSE
                   PERFORM UNTIL VINCULO-EOF
                       READ VINCULO-FILE
                           AT END
                               SET VINCULO-EOF TO TRUE
                           NOT AT END
                               IF VIN-CNT = 2000
                                   DISPLAY "CLIVINC.DAT EXCEDE 2000 "
                                       "VINCULOS, AMPLIAR LA TABLA"
                                   MOVE 8 TO RETURN-CODE
                                   SET VINCULO-EOF TO TRUE
                               ELSE
                                   ADD 1 TO VIN-CNT
                                   MOVE VINCULO-REC TO
                                       TAB-VINCULO(VIN-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VINCULO-FILE
               END-IF.

      *UBICA A LAS DOS CUENTAS DE CADA VINCULO EN LA TABLA DE
      *MIEMBROS; SI YA ESTABAN EN GRUPOS DISTINTOS LOS FUSIONA
           ARMA-GRUPOS.
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > VIN-CNT
                   MOVE TAB-VINCULO(I) TO VINCULO-REC
                   MOVE VIN-CLIENTE-ID TO ID-BUSCADO
                   PERFORM UBICA-MIEMBRO
                   MOVE GRUPO-HALLADO TO GRUPO-A
                   MOVE VIN-RELACIONADO-ID TO ID-BUSCADO
                   PERFORM UBICA-MIEMBRO
                   MOVE GRUPO-HALLADO TO GRUPO-B
                   IF GRUPO-A = 0 AND GRUPO-B = 0
                       ADD 1 TO GRUPO-ULTIMO
                       MOVE GRUPO-ULTIMO TO GRUPO-A
                   END-IF
                   IF GRUPO-A = 0
                       MOVE GRUPO-B TO GRUPO-A
                   END-IF
                   MOVE VIN-CLIENTE-ID TO ID-BUSCADO
                   PERFORM AGREGA-MIEMBRO
                   MOVE VIN-RELACIONADO-ID TO ID-BUSCADO
                   PERFORM AGREGA-MIEMBRO
                   IF GRUPO-B NOT = 0 AND GRUPO-B NOT = GRUPO-A
                       PERFORM VARYING M FROM 1 BY 1 UNTIL M > MBR-CNT
                           IF MBR-GRUPO(M) = GRUPO-B
                               MOVE GRUPO-A TO MBR-GRUPO(M)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

      *DEJA EN GRUPO-HALLADO EL GRUPO DE ID-BUSCADO (0 SI NO ESTA)
           UBICA-MIEMBRO.
               MOVE 0 TO GRUPO-HALLADO
               PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > MBR-CNT OR GRUPO-HALLADO NOT = 0
                   IF MBR-CLIENTE-ID(M) = ID-BUSCADO
                       MOVE MBR-GRUPO(M) TO GRUPO-HALLADO
                   END-IF
               END-PERFORM.

      *AGREGA ID-BUSCADO AL GRUPO GRUPO-A SI TODAVIA NO ES MIEMBRO
           AGREGA-MIEMBRO.
               PERFORM UBICA-MIEMBRO
               IF GRUPO-HALLADO = 0
                   IF MBR-CNT = 4000
                       DISPLAY "MAS DE 4000 CUENTAS VINCULADAS, "
                           "AMPLIAR LA TABLA"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO MBR-CNT
                       MOVE ID-BUSCADO TO MBR-CLIENTE-ID(MBR-CNT)
                       MOVE GRUPO-A TO MBR-GRUPO(MBR-CNT)
                   END-IF
               END-IF.

      *ENTREGA AL SORT CADA CUENTA VINCULADA CON SU GRUPO
           ENTREGA-MIEMBROS.
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > MBR-CNT
                   MOVE MBR-GRUPO(M) TO WRK-GRUPO
                   MOVE MBR-CLIENTE-ID(M) TO WRK-CLIENTE-ID
                   RELEASE WORK-REC
               END-PERFORM.

      *RECIBE LAS CUENTAS ORDENADAS POR GRUPO
           IMPRIME-GRUPOS.
               PERFORM UNTIL WORK-EOF
                   RETURN WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM IMPRIME-MIEMBRO
                   END-RETURN
               END-PERFORM
               IF HAY-CORTE
                   PERFORM CIERRA-GRUPO
               END-IF.

      *IMPRIME UNA CUENTA CON SU ESTADO Y SALDO, CON CORTE DE
      *CONTROL POR GRUPO
           IMPRIME-MIEMBRO.
               IF NOT HAY-CORTE OR WRK-GRUPO NOT = GRUPO-CORTE
                   IF HAY-CORTE
                       PERFORM CIERRA-GRUPO
                   END-IF
                   PERFORM ABRE-GRUPO
               END-IF

               MOVE WRK-CLIENTE-ID TO ID-BUSCADO
               PERFORM LEE-CUENTA
               ADD 1 TO GRP-CUENTAS
               ADD 1 TO TOT-CUENTAS
               IF MOROSO
                   ADD 1 TO GRP-MOROSOS
               END-IF

               MOVE SPACES TO LINEA-REPORTE
               STRING "  " WRK-CLIENTE-ID "  " CONTACTO-NOMBRE " "
                   ESTADO-NOMBRE " " SALDO-TXT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *LEE NOMBRE Y ESTADO DE ID-BUSCADO EN EL MAESTRO Y SU SALDO EN
      *CLIRESUM.DAT, SUMANDO EL SALDO AL GRUPO
           LEE-CUENTA.
               MOVE ID-BUSCADO TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE 0 TO ESTADO
                       MOVE "(NO ESTA EN EL MAESTRO)" TO
                           CONTACTO-NOMBRE
               END-READ
               EVALUATE ESTADO
                   WHEN 1 MOVE "ACTIVO" TO ESTADO-NOMBRE
                   WHEN 2 MOVE "INACTIVO" TO ESTADO-NOMBRE
                   WHEN 3 MOVE "SUSPENDIDO" TO ESTADO-NOMBRE
                   WHEN 4 MOVE "MOROSO" TO ESTADO-NOMBRE
                   WHEN OTHER MOVE "?" TO ESTADO-NOMBRE
               END-EVALUATE
               MOVE "S/D" TO SALDO-TXT
               IF NOT RESUMEN-NEW-FILE
                   MOVE ID-BUSCADO TO RES-CLIENTE-ID
                   READ RESUMEN-FILE
                       NOT INVALID KEY
                           MOVE RES-SALDO TO SALDO-EDIT
                           MOVE SALDO-EDIT TO SALDO-TXT
                           ADD RES-SALDO TO GRP-SALDO
                           ADD RES-SALDO TO TOT-SALDO
                   END-READ
               END-IF.

      *ESCRIBE EL ENCABEZADO DEL GRUPO QUE COMIENZA
           ABRE-GRUPO.
               MOVE WRK-GRUPO TO GRUPO-CORTE
               SET HAY-CORTE TO TRUE
               INITIALIZE TOTALES-GRUPO
               ADD 1 TO TOT-GRUPOS
               ADD 1 TO GRUPO-NUMERO

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "GRUPO " GRUPO-NUMERO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CLIENTE NOMBRE                         "
                   "ESTADO     SALDO"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *EXPOSICION TOTAL DEL GRUPO QUE TERMINA
           CIERRA-GRUPO.
               MOVE GRP-SALDO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  TOTAL GRUPO " GRUPO-NUMERO ": " GRP-CUENTAS
                   " CUENTAS, " GRP-MOROSOS " MOROSAS, EXPOSICION "
                   TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *LISTA LOS GARANTES ACTIVOS CUYA CUENTA GARANTIZADA ESTA MOROSA
           IMPRIME-ALERTAS.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "GARANTES ACTIVOS DE CUENTAS MOROSAS - "
                   "CONTACTAR AL GARANTE"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > VIN-CNT
                   MOVE TAB-VINCULO(I) TO VINCULO-REC
                   IF VIN-GARANTE
                       PERFORM EVALUA-GARANTE
                   END-IF
               END-PERFORM
               IF TOT-ALERTAS = 0
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  NINGUNO"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *LA CUENTA GARANTIZADA ES VIN-CLIENTE-ID Y EL GARANTE
      *VIN-RELACIONADO-ID; LOS SALDOS YA SE SUMARON EN LOS GRUPOS
           EVALUA-GARANTE.
               MOVE VIN-CLIENTE-ID TO GARANTIZADO-ID ID-BUSCADO
               PERFORM LEE-CUENTA
               MOVE "N" TO GARANTIZADO-MOROSO-SW
               IF MOROSO
                   SET GARANTIZADO-MOROSO TO TRUE
               END-IF
               MOVE CONTACTO-NOMBRE TO GARANTIZADO-NOMBRE
               MOVE SALDO-TXT TO GARANTIZADO-SALDO
               MOVE VIN-RELACIONADO-ID TO ID-BUSCADO
               PERFORM LEE-CUENTA
               IF GARANTIZADO-MOROSO AND ACTIVO
                   ADD 1 TO TOT-ALERTAS
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  CUENTA " GARANTIZADO-ID " "
                       GARANTIZADO-NOMBRE " MOROSA, SALDO "
                       GARANTIZADO-SALDO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "    GARANTE " VIN-RELACIONADO-ID " "
                       CONTACTO-NOMBRE " TEL " CONTACTO-TELEFONO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

       END PROGRAM VINC-RPT.
