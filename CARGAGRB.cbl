      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable writer of the feed load control records,
      *          in the style of ALERTGRB. The staging gate and the
      *          loaders of the gated feeds pass the live file name,
      *          the record type (G compuerta, C carga), their
      *          program name and the records received, applied and
      *          rejected; the record lands on CARGACTL.DAT under the
      *          business processing date, with the date and time it
      *          was written, for the LOTECONC reconciliation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAGRB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CARGACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC.
           COPY CARCTL.

       WORKING-STORAGE SECTION.
           77 CONTROL-STATUS    PIC X(2) VALUE "00".
               88 CONTROL-NEW-FILE  VALUE "35".
           77 FECHA-PROCESO     PIC 9(8).

       LINKAGE SECTION.
           77 GRB-ARCHIVO       PIC X(12).
           77 GRB-TIPO          PIC X.
           77 GRB-PROGRAMA      PIC X(14).
           77 GRB-RECIBIDOS     PIC 9(6).
           77 GRB-APLICADOS     PIC 9(6).
           77 GRB-RECHAZADOS    PIC 9(6).

       PROCEDURE DIVISION USING GRB-ARCHIVO GRB-TIPO GRB-PROGRAMA
           GRB-RECIBIDOS GRB-APLICADOS GRB-RECHAZADOS.
       MAIN-PROCEDURE.
            CALL "FECHAPRO" USING FECHA-PROCESO
            OPEN EXTEND CONTROL-FILE
            IF CONTROL-NEW-FILE
                OPEN OUTPUT CONTROL-FILE
                CLOSE CONTROL-FILE
                OPEN EXTEND CONTROL-FILE
            END-IF
            MOVE FECHA-PROCESO TO CTC-FECHA-PROCESO
            MOVE GRB-ARCHIVO TO CTC-ARCHIVO
            MOVE GRB-TIPO TO CTC-TIPO
            MOVE GRB-PROGRAMA TO CTC-PROGRAMA
            MOVE GRB-RECIBIDOS TO CTC-RECIBIDOS
            MOVE GRB-APLICADOS TO CTC-APLICADOS
            MOVE GRB-RECHAZADOS TO CTC-RECHAZADOS
            MOVE SPACES TO CTC-RESULTADO
            ACCEPT CTC-FECHA FROM DATE YYYYMMDD
            ACCEPT CTC-HORA FROM TIME
            WRITE CONTROL-REC
            CLOSE CONTROL-FILE
            GOBACK.

       END PROGRAM CARGAGRB.
