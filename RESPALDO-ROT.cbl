      * Author:
      * Date:
      * Purpose: Rotation of the dated RESPALDO backup generations.
      *          For each master the ARCHCAT.DAT file catalog marks
      *          for backup (through CATLEE) it collects the OK
      *          generations from RESPALDO.LOG, keeps the newest N
      *          (the RESPALDO-GENERAC parameter of PARAMS.DAT, 5 by
      *          default) and purges the older ones - but only after
      * 2026-09-03  The verification buffer was widened to the 150
      *             bytes RESPALDO and RESTAURA use, covering the
      *             grown CLIENTE record.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      * 2026-10-15  The masters rotated are the ones the ARCHCAT.DAT
      *             file catalog marks for backup, read through
      *             CATLEE, instead of a hardcoded list of five.
      * 2026-10-15  The verification buffer was widened to the 250 bytes
      *             RESPALDO and RESTAURA now use; a generation with a
      *             record that still does not fit (read status 04 or
      *             06) is not taken as verified, so nothing is purged
      *             behind it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALDO-ROT.
       FILE SECTION.
       FD  RESPALDO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESPALDO-REC            PIC X(250).

       FD  BITACORA-FILE
           LABEL RECORDS ARE STANDARD.
           77 RESPALDO-NOMBRE   PIC X(30).
           77 RESPALDO-STATUS   PIC X(2) VALUE "00".
               88 RESPALDO-NEW-FILE VALUE "35".
               88 RESPALDO-LARGO    VALUE "04" "06".
           77 BITACORA-STATUS   PIC X(2) VALUE "00".
               88 BITACORA-NEW-FILE VALUE "35".
           77 BITACORA-EOF-SW   PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 GENERAC-RETENER   PIC 9(3) VALUE 5.

      *MISMOS NOMBRES VIVOS QUE RESPALDA EL NOCTURNO: LOS QUE EL
      *CATALOGO DE ARCHIVOS MARCA CON FCA-RESPALDO Y
           01 TABLA-CATALOGO.
               05 CATALOGO OCCURS 100 TIMES.
                   10 TAB-CATALOGO      PIC X(80).
           77 CAT-CNT           PIC 9(3) VALUE 0.
           01 CATALOGO-VISTA.
               COPY ARCCAT.

           01 TABLA-MAESTROS.
               05 MAESTROS OCCURS 100 TIMES.
                   10 MAE-NOMBRE-VIVO   PIC X(12).
           77 MAE-CNT           PIC 9(3) VALUE 0.
           77 IX                PIC 9(3) VALUE 0.

      *GENERACIONES OK VIGENTES DEL MAESTRO EN CURSO
           01 TABLA-GENERACIONES.
           77 FUENTE-EOF-SW     PIC X VALUE "N".
               88 FUENTE-EOF        VALUE "Y".
           77 CNT-CONTADOS      PIC 9(7) VALUE 0.
           77 LARGO-SW          PIC X VALUE "N".
               88 REGISTRO-LARGO    VALUE "Y".
           77 VERIFICA-OK-SW    PIC X VALUE "N".
               88 VERIFICA-OK       VALUE "Y".
           77 CNT-PURGADOS      PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            ACCEPT HORA-PROCESO FROM TIME
            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-MAESTROS

            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > MAE-CNT
                PERFORM ROTA-UN-MAESTRO
            END-PERFORM

                   MOVE 1 TO GENERAC-RETENER
               END-IF.

      *ARMA LA LISTA DE MAESTROS RESPALDADOS DESDE EL CATALOGO
           CARGA-MAESTROS.
               CALL "CATLEE" USING TABLA-CATALOGO CAT-CNT
               MOVE 0 TO MAE-CNT
               PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > CAT-CNT
                   MOVE TAB-CATALOGO(IX) TO CATALOGO-VISTA
                   IF FCA-CON-RESPALDO AND FCA-ARCHIVO NOT = SPACES
                       ADD 1 TO MAE-CNT
                       MOVE FCA-ARCHIVO TO MAE-NOMBRE-VIVO(MAE-CNT)
                   END-IF
               END-PERFORM.

      *JUNTA LAS GENERACIONES VIGENTES DEL MAESTRO IX Y, SI HAY MAS
      *QUE LAS RETENIDAS, VERIFICA LA MAS NUEVA Y PURGA LAS VIEJAS
           ROTA-UN-MAESTRO.
               END-PERFORM.

      *RELEE LA GENERACION MAS NUEVA Y LA CONTRASTA CONTRA EL
      *CONTEO QUE LA BITACORA DECLARO AL TOMARLA - UN REGISTRO QUE
      *NO ENTRA ENTERO EN EL BUFFER LA DA POR NO VERIFICADA
           VERIFICA-MAS-NUEVA.
               MOVE "N" TO VERIFICA-OK-SW
               MOVE "N" TO LARGO-SW
               MOVE GEN-NOMBRE(GEN-CNT) TO RESPALDO-NOMBRE
               MOVE 0 TO CNT-CONTADOS
               MOVE "N" TO FUENTE-EOF-SW
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CNT-CONTADOS
                               IF RESPALDO-LARGO
                                   SET REGISTRO-LARGO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESPALDO-FILE
                   IF CNT-CONTADOS = GEN-REGISTROS(GEN-CNT)
                       AND NOT REGISTRO-LARGO
                       SET VERIFICA-OK TO TRUE
                   END-IF
               END-IF.
