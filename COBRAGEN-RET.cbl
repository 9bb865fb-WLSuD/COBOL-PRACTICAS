      *          handoff. Reads AGENRET.DAT (one record per account
      *          the agency closed) and clears the CLIENTE-AGENCIA
      *          flag COBRAGEN raised, so the account re-enters the
      *          internal call-list and letter workflow. An account
      *          the agency returns incobrable stays flagged: the
      *          CASTIGO run proposes it for write-off, and only a
      *          rejected proposal hands it back. Unknown, malformed
      *          or not-handed-off IDs go to COBRAGRT.RPT with a
      *          reason, in the COBRANZA-RET mold. Each return also
      *          closes the account's open placement on the
      *          AGENHIST.DAT history with the return date and result,
      *          which bounds the agency's remittance claims.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  An account the agency returns incobrable keeps its
      *             agency flag for the CASTIGO write-off proposal; only
      *             a rejected proposal hands it back.
      * 2026-10-15  Each return also closes the account's open placement
      *             on the AGENHIST.DAT history with the return date and
      *             result.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight or
      *             a rerun next morning keeps its business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAGEN-RET.
           SELECT EXCEPCION-FILE ASSIGN TO "COBRAGRT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORIA-FILE ASSIGN TO "AGENHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-EXCEPCION         PIC X(80).

       FD  HISTORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORIA-REC.
           COPY AGEHIS.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".

           77 CNT-LEIDOS        PIC 9(6) VALUE 0.
           77 CNT-LIBERADOS     PIC 9(6) VALUE 0.
           77 CNT-A-CASTIGO     PIC 9(6) VALUE 0.
           77 CNT-EXCEPCIONES   PIC 9(6) VALUE 0.

      *AGENHIST.DAT EN MEMORIA PARA CERRAR LAS DERIVACIONES Y
      *REESCRIBIR
           77 HISTORIA-STATUS   PIC X(2) VALUE "00".
               88 HISTORIA-NEW-FILE VALUE "35".
           77 HISTORIA-EOF-SW   PIC X VALUE "N".
               88 HISTORIA-EOF      VALUE "Y".
           01 TABLA-HISTORIA.
               05 TAB-HISTORIA OCCURS 2000 TIMES PIC X(23).
           77 HIS-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 K                 PIC 9(4) VALUE 0.
           77 POS-HISTORIA      PIC 9(4) VALUE 0.
           77 CNT-SIN-HISTORIA  PIC 9(6) VALUE 0.
           77 FECHA-PROCESO     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM CARGA-HISTORIA
            IF CNT-DESBORDE > 0
                DISPLAY "TABLA DE DERIVACIONES LLENA, " CNT-DESBORDE
                    " REGISTROS SIN LUGAR - NO SE APLICA EL RETORNO"
                STOP RUN
            END-IF

            OPEN INPUT RETORNO-FILE
            IF RETORNO-NEW-FILE
                DISPLAY "NO EXISTE AGENRET.DAT, NADA QUE PROCESAR"
                CLOSE RETORNO-FILE
                CLOSE CLIENTE-FILE
                CLOSE EXCEPCION-FILE
                IF HIS-CNT > 0
                    PERFORM REESCRIBE-HISTORIA
                END-IF
            END-IF

            DISPLAY "RETORNOS DE AGENCIA LEIDOS: " CNT-LEIDOS
            DISPLAY "CUENTAS LIBERADAS         : " CNT-LIBERADOS
            DISPLAY "INCOBRABLES A CASTIGO     : " CNT-A-CASTIGO
            DISPLAY "EXCEPCIONES               : " CNT-EXCEPCIONES
            IF CNT-SIN-HISTORIA > 0
                DISPLAY CNT-SIN-HISTORIA " RETORNOS SIN DERIVACION "
                    "ABIERTA EN AGENHIST.DAT"
            END-IF

            STOP RUN.

      *VALIDA EL RETORNO Y BAJA LA MARCA DE AGENCIA DEL CLIENTE -
      *EL INCOBRABLE LA CONSERVA HASTA QUE SE DECIDA SU CASTIGO
           PROCESA-RETORNO.
               IF ART-CLIENTE-ID IS NOT NUMERIC
                   MOVE "ID DE CLIENTE NO NUMERICO"
                                   TO MOTIVO-EXCEPCION
                               PERFORM GRABA-EXCEPCION
                           NOT INVALID KEY
                               EVALUATE TRUE
                                   WHEN EN-AGENCIA AND ART-INCOBRABLE
                                       ADD 1 TO CNT-A-CASTIGO
                                       PERFORM CIERRA-DERIVACION
                                   WHEN EN-AGENCIA
                                       PERFORM CIERRA-DERIVACION
                                       MOVE "N" TO CLIENTE-AGENCIA
                                       REWRITE CLIENTE-REC
                                       ADD 1 TO CNT-LIBERADOS
                                   WHEN OTHER
                                       MOVE "CLIENTE NO ESTA EN AGENCIA"
                                           TO MOTIVO-EXCEPCION
                                       PERFORM GRABA-EXCEPCION
                               END-EVALUATE
                       END-READ
                   END-IF
               END-IF.

      *CARGA AGENHIST.DAT EN LA TABLA
           CARGA-HISTORIA.
               OPEN INPUT HISTORIA-FILE
               IF HISTORIA-NEW-FILE
                   CLOSE HISTORIA-FILE
               ELSE
                   PERFORM UNTIL HISTORIA-EOF
                       READ HISTORIA-FILE
                           AT END
                               SET HISTORIA-EOF TO TRUE
                           NOT AT END
                               IF HIS-CNT < 2000
                                   ADD 1 TO HIS-CNT
                                   MOVE HISTORIA-REC TO
                                       TAB-HISTORIA(HIS-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIA-FILE
               END-IF.

      *CIERRA LA ULTIMA DERIVACION ABIERTA DEL CLIENTE CON LA FECHA
      *Y EL RESULTADO DEL RETORNO - LAS CUENTAS DERIVADAS ANTES DE
      *LLEVAR EL HISTORIAL NO TIENEN DERIVACION QUE CERRAR
           CIERRA-DERIVACION.
               MOVE 0 TO POS-HISTORIA
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > HIS-CNT
                   MOVE TAB-HISTORIA(K) TO HISTORIA-REC
                   IF AGH-CLIENTE-ID = ID-PRUEBA AND AGH-EN-AGENCIA
                       MOVE K TO POS-HISTORIA
                   END-IF
               END-PERFORM
               IF POS-HISTORIA = 0
                   ADD 1 TO CNT-SIN-HISTORIA
               ELSE
                   MOVE TAB-HISTORIA(POS-HISTORIA) TO HISTORIA-REC
                   IF ART-FECHA IS NUMERIC AND ART-FECHA > 0
                       MOVE ART-FECHA TO AGH-FECHA-RETORNO
                   ELSE
                       MOVE FECHA-PROCESO TO AGH-FECHA-RETORNO
                   END-IF
                   MOVE ART-RESULTADO TO AGH-RESULTADO
                   IF AGH-EN-AGENCIA
                       MOVE "D" TO AGH-RESULTADO
                   END-IF
                   MOVE HISTORIA-REC TO TAB-HISTORIA(POS-HISTORIA)
               END-IF.

      *REESCRIBE AGENHIST.DAT CON LAS DERIVACIONES CERRADAS
           REESCRIBE-HISTORIA.
               OPEN OUTPUT HISTORIA-FILE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > HIS-CNT
                   MOVE TAB-HISTORIA(K) TO HISTORIA-REC
                   WRITE HISTORIA-REC
               END-PERFORM
               CLOSE HISTORIA-FILE.

      *DEJA EL RETORNO OBSERVADO EN EL REPORTE DE EXCEPCIONES
           GRABA-EXCEPCION.
               ADD 1 TO CNT-EXCEPCIONES
