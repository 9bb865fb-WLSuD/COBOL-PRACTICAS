      *             CLIENTE-ULT-FECHA stamp the master carries (see
      *             CLIENTE-SYNC for the backfill): the end-to-end
      *             scan of CLIAUD.DAT is gone.
      * 2026-10-15  When the nightly COBRESTR pass has left actions
      *             on ACCIONES.DAT, the customers placed are the
      *             ones whose treatment is AGENCIA instead of those
      *             past the flat COBR-AGENCIA-DIAS threshold; with
      *             the file empty the threshold applies as before.
      * 2026-10-15  Every account placed is also appended to the
      *             AGENHIST.DAT placement history with the date, so
      *             the agency's remittance claims can be checked
      *             against what was really handed over (COBRAGEN-REM).
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAGEN.
           SELECT EXTRACTO-FILE ASSIGN TO "COBRAGEN.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCION-FILE ASSIGN TO "ACCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCION-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "AGENHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           05 AGX-DIAS-MORA           PIC 9(5).
           05 AGX-FECHA-ENVIO         PIC 9(8).

       FD  ACCION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCION-REC.
           COPY ACCION.

       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORIA-REC.
           COPY AGEHIS.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 DIAS-MORA         PIC S9(7) VALUE 0.

           77 CNT-ENVIADOS      PIC 9(4) VALUE 0.
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".

      *TRATAMIENTO DEL DIA ASIGNADO POR LA ESTRATEGIA (COBRESTR)
           77 ACCION-STATUS     PIC X(2) VALUE "00".
               88 ACCION-NEW-FILE   VALUE "35".
           77 ACCION-EOF-SW     PIC X VALUE "N".
               88 ACCION-EOF        VALUE "Y".
           01 TABLA-ACCIONES.
               05 ACCIONES OCCURS 2000 TIMES.
                   10 ACN-ID            PIC 9(6).
                   10 ACN-TRATAMIENTO   PIC X.
           77 ACN-CNT           PIC 9(4) VALUE 0.
           77 TRATAMIENTO-SW    PIC X VALUE SPACE.
               88 TRAT-AGENCIA      VALUE "A".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-ACCIONES
            IF ACN-CNT > 0
                DISPLAY "DERIVACION SEGUN LA ESTRATEGIA DE "
                    "ACCIONES.DAT"
            END-IF
            PERFORM SELECCIONA-Y-MARCA

            DISPLAY CNT-ENVIADOS " CLIENTES DERIVADOS A LA AGENCIA "
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *CARGA LAS ACCIONES DEL DIA QUE DEJO LA ESTRATEGIA - SIN
      *ACCIONES SE DERIVA POR EL UMBRAL DE DIAS
           CARGA-ACCIONES.
               OPEN INPUT ACCION-FILE
               IF ACCION-NEW-FILE
                   CLOSE ACCION-FILE
               ELSE
                   PERFORM UNTIL ACCION-EOF
                       READ ACCION-FILE
                           AT END
                               SET ACCION-EOF TO TRUE
                           NOT AT END
                               IF ACN-CNT < 2000
                                   ADD 1 TO ACN-CNT
                                   MOVE ACC-CLIENTE-ID TO
                                       ACN-ID(ACN-CNT)
                                   MOVE ACC-TRATAMIENTO TO
                                       ACN-TRATAMIENTO(ACN-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACCION-FILE
               END-IF.

      *DEJA EL TRATAMIENTO DEL DIA DEL CLIENTE LEIDO
           VERIFICA-ACCION.
               MOVE SPACE TO TRATAMIENTO-SW
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= ACN-CNT
                   ADD 1 TO I
                   IF ACN-ID(I) = CLIENTE-ID
                       SET ENCONTRADO TO TRUE
                       MOVE ACN-TRATAMIENTO(I) TO TRATAMIENTO-SW
                   END-IF
               END-PERFORM.

      *RECORRE EL MAESTRO: CADA MOROSO QUE SUPERA EL UMBRAL, O QUE
      *LA ESTRATEGIA MANDA A LA AGENCIA, Y AUN NO FUE DERIVADO SE
      *EXTRAE Y SE MARCA
           SELECCIONA-Y-MARCA.
               OPEN I-O CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   CLOSE CLIENTE-FILE
               ELSE
                   OPEN OUTPUT EXTRACTO-FILE
                   OPEN EXTEND HISTORIA-FILE
                   IF HISTORIA-NEW-FILE
                       OPEN OUTPUT HISTORIA-FILE
                       CLOSE HISTORIA-FILE
                       OPEN EXTEND HISTORIA-FILE
                   END-IF
                   PERFORM UNTIL CLIENTE-EOF
                       READ CLIENTE-FILE NEXT RECORD
                           AT END
                   END-PERFORM
                   CLOSE CLIENTE-FILE
                   CLOSE EXTRACTO-FILE
                   CLOSE HISTORIA-FILE
               END-IF.

      *CALCULA LOS DIAS EN MORA DEL CLIENTE LEIDO Y, SUPERADO EL
      *UMBRAL O CON TRATAMIENTO AGENCIA, LO DERIVA
           EVALUA-CLIENTE.
               MOVE 0 TO DIAS-MORA
               IF CLIENTE-ULT-FECHA > 0
                   MOVE CLIENTE-ULT-FECHA TO FECHA-ULTIMA
                   CALL "DATEDIF" USING ULT-DIA ULT-MES ULT-ANIO
                       PROC-DIA PROC-MES PROC-ANIO DIAS-MORA
               END-IF
               IF ACN-CNT > 0
                   PERFORM VERIFICA-ACCION
                   IF TRAT-AGENCIA
                       PERFORM DERIVA-CLIENTE
                   END-IF
               ELSE
                   IF CLIENTE-ULT-FECHA > 0 AND
                       DIAS-MORA > DIAS-UMBRAL
                       PERFORM DERIVA-CLIENTE
                   END-IF
               END-IF.

      *ESCRIBE EL CLIENTE LEIDO AL EXTRACTO, LE LEVANTA LA MARCA Y
      *ABRE SU DERIVACION EN EL HISTORIAL
           DERIVA-CLIENTE.
               IF DIAS-MORA < 0
                   MOVE 0 TO DIAS-MORA
               END-IF
               MOVE CLIENTE-ID TO AGX-CLIENTE-ID
               MOVE CONTACTO-NOMBRE TO AGX-NOMBRE
               MOVE CONTACTO-TELEFONO TO AGX-TELEFONO
               MOVE CONTACTO-DIRECCION TO AGX-DIRECCION
               MOVE DIAS-MORA TO AGX-DIAS-MORA
               MOVE FECHA-PROCESO TO AGX-FECHA-ENVIO
               WRITE EXTRACTO-REC
               MOVE CLIENTE-ID TO AGH-CLIENTE-ID
               MOVE FECHA-PROCESO TO AGH-FECHA-ENVIO
               MOVE 0 TO AGH-FECHA-RETORNO
               MOVE SPACE TO AGH-RESULTADO
               WRITE HISTORIA-REC
               MOVE "Y" TO CLIENTE-AGENCIA
               REWRITE CLIENTE-REC
               ADD 1 TO CNT-ENVIADOS.

       END PROGRAM COBRAGEN.
