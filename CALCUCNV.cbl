      *             OPLOG-OPERADOR - the operator stamp did not
      *             exist in the pre-cents layout, and the Z report
      *             groups blanks under SIN-OPER.
      * 2026-10-15  Record buffers widened from 62 to 106 bytes for
      *             the per-operand currency fields; converted
      *             records carry them blank (local currency).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCUCNV.
       FILE SECTION.
       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENTRADA-REC             PIC X(106).

       FD  SALIDA-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALIDA-REC              PIC X(106).

       FD  RESPALDO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESPALDO-REC            PIC X(106).

       WORKING-STORAGE SECTION.
           77 ENTRADA-STATUS    PIC X(2) VALUE "00".

      *VISTA DEL LAYOUT VIEJO (35 BYTES): MONTOS ENTEROS Y SIN LOS
      *CAMPOS DE SECUENCIA Y ANULACION
           01 BUFFER-REG            PIC X(106).
           01 BUF-VIEJO REDEFINES BUFFER-REG.
               05 VIEJO-TIPO        PIC X.
               05 VIEJO-N1          PIC S9(6).
               05 VIEJO-RESULTADO   PIC S9(6).
               05 VIEJO-FECHA       PIC 9(8).
               05 VIEJO-HORA        PIC 9(8).
               05 FILLER            PIC X(71).
           01 BUF-NUEVO REDEFINES BUFFER-REG.
               COPY OPELOG.

                   MOVE 0 TO OPLOG-REF OF REGISTRO-NUEVO
                   MOVE SPACES TO
                       OPLOG-OPERADOR OF REGISTRO-NUEVO
                   MOVE SPACES TO
                       OPLOG-MONEDAS OF REGISTRO-NUEVO
                   MOVE REGISTRO-NUEVO TO SALIDA-REC
                   WRITE SALIDA-REC
               END-IF.
