      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segregation-of-duties conflict report. Checks the
      *          whole OPERAUTH.DAT authorization matrix against the
      *          SEPFUN.DAT rules as of the processing date and lists
      *          on SEPFUN.RPT every operator holding both programs
      *          of a rule - whether a supervisor's SEPEXC.DAT
      *          exception still covers it, and until when, or not -
      *          followed by every exception still in force with its
      *          reason. Grants made before a rule existed, and
      *          exceptions that ran out, surface here. Return code 8
      *          when a conflict is left with no valid exception.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPFUN-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-FILE ASSIGN TO "SEPFUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGLAS-STATUS.

           SELECT AUTORIZA-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTORIZA-STATUS.

           SELECT EXCEPCION-FILE ASSIGN TO "SEPEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPCION-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "SEPFUN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGLAS-REC.
           COPY SEPFUN.

       FD  AUTORIZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTORIZA-REC.
           COPY OPERAUT.

       FD  EXCEPCION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPCION-REC.
           COPY SEPEXC.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(100).

       WORKING-STORAGE SECTION.
           77 REGLAS-STATUS     PIC X(2) VALUE "00".
               88 REGLAS-NEW-FILE   VALUE "35".
           77 REGLAS-EOF-SW     PIC X VALUE "N".
               88 REGLAS-EOF        VALUE "Y".
           77 AUTORIZA-STATUS   PIC X(2) VALUE "00".
               88 AUTORIZA-NEW-FILE VALUE "35".
           77 AUTORIZA-EOF-SW   PIC X VALUE "N".
               88 AUTORIZA-EOF      VALUE "Y".
           77 EXCEPCION-STATUS  PIC X(2) VALUE "00".
               88 EXCEPCION-NEW-FILE VALUE "35".
           77 EXCEPCION-EOF-SW  PIC X VALUE "N".
               88 EXCEPCION-EOF     VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).

      *REGLAS DE SEPARACION DE FUNCIONES
           01 TABLA-REGLAS.
               05 REGLAS OCCURS 200 TIMES.
                   10 TRG-PROGRAMA-1    PIC X(12).
                   10 TRG-PROGRAMA-2    PIC X(12).
                   10 TRG-DESCRIP       PIC X(40).
           77 REGLA-CNT         PIC 9(3) VALUE 0.
           77 R                 PIC 9(3) VALUE 0.

      *MATRIZ DE AUTORIZACIONES VIGENTE
           01 TABLA-AUTORIZA.
               05 AUTORIZADOS OCCURS 200 TIMES.
                   10 TAU-OPER          PIC X(8).
                   10 TAU-PROGRAMA      PIC X(12).
           77 TAU-CNT           PIC 9(3) VALUE 0.
           77 AX                PIC 9(3) VALUE 0.
           77 AY                PIC 9(3) VALUE 0.

      *EXCEPCIONES VIGENTES A LA FECHA DE PROCESO
           01 TABLA-EXCEPCIONES.
               05 EXCEPCIONES OCCURS 200 TIMES.
                   10 TEX-REGISTRO      PIC X(96).
           77 EXC-CNT           PIC 9(3) VALUE 0.
           77 X                 PIC 9(3) VALUE 0.
           77 CUBIERTA-X        PIC 9(3) VALUE 0.

           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 CNT-CONFLICTOS    PIC 9(4) VALUE 0.
           77 CNT-SIN-EXCEPCION PIC 9(4) VALUE 0.
           77 CNT-EDIT          PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-REGLAS
            PERFORM CARGA-AUTORIZACIONES
            PERFORM CARGA-EXCEPCIONES

            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "SEPARACION DE FUNCIONES - CONFLICTOS EN LA MATRIZ "
                "DE AUTORIZACIONES AL " FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE
            PERFORM LISTA-CONFLICTOS
            PERFORM LISTA-EXCEPCIONES
            PERFORM LISTA-TOTALES
            CLOSE REPORTE-FILE

            DISPLAY "SEPFUN-RPT: " CNT-CONFLICTOS " CONFLICTOS, "
                CNT-SIN-EXCEPCION " SIN EXCEPCION VIGENTE, "
                EXC-CNT " EXCEPCIONES VIGENTES"
            IF CNT-SIN-EXCEPCION > 0
                MOVE 8 TO RETURN-CODE
            END-IF

            GOBACK.

      *CARGA LAS REGLAS DE SEPARACION DE FUNCIONES
           CARGA-REGLAS.
               OPEN INPUT REGLAS-FILE
               IF REGLAS-NEW-FILE
                   CLOSE REGLAS-FILE
               ELSE
                   PERFORM UNTIL REGLAS-EOF
                       READ REGLAS-FILE
                           AT END
                               SET REGLAS-EOF TO TRUE
                           NOT AT END
                               IF REGLA-CNT < 200
                                   ADD 1 TO REGLA-CNT
                                   MOVE SEP-PROGRAMA-1 TO
                                       TRG-PROGRAMA-1(REGLA-CNT)
                                   MOVE SEP-PROGRAMA-2 TO
                                       TRG-PROGRAMA-2(REGLA-CNT)
                                   MOVE SEP-DESCRIPCION TO
                                       TRG-DESCRIP(REGLA-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGLAS-FILE
               END-IF.

      *CARGA LA MATRIZ DE AUTORIZACIONES VIGENTE
           CARGA-AUTORIZACIONES.
               OPEN INPUT AUTORIZA-FILE
               IF AUTORIZA-NEW-FILE
                   CLOSE AUTORIZA-FILE
               ELSE
                   PERFORM UNTIL AUTORIZA-EOF
                       READ AUTORIZA-FILE
                           AT END
                               SET AUTORIZA-EOF TO TRUE
                           NOT AT END
                               IF TAU-CNT < 200
                                   ADD 1 TO TAU-CNT
                                   MOVE AUT-OPER-ID TO
                                       TAU-OPER(TAU-CNT)
                                   MOVE AUT-PROGRAMA TO
                                       TAU-PROGRAMA(TAU-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUTORIZA-FILE
               END-IF.

      *CARGA LAS EXCEPCIONES QUE NO VENCIERON A LA FECHA DE PROCESO
           CARGA-EXCEPCIONES.
               OPEN INPUT EXCEPCION-FILE
               IF EXCEPCION-NEW-FILE
                   CLOSE EXCEPCION-FILE
               ELSE
                   PERFORM UNTIL EXCEPCION-EOF
                       READ EXCEPCION-FILE
                           AT END
                               SET EXCEPCION-EOF TO TRUE
                           NOT AT END
                               IF SEX-VENCE NOT < FECHA-PROCESO AND
                                   EXC-CNT < 200
                                   ADD 1 TO EXC-CNT
                                   MOVE EXCEPCION-REC TO
                                       TEX-REGISTRO(EXC-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPCION-FILE
               END-IF.

      *RECORRE CADA REGLA CONTRA LA MATRIZ: UN OPERADOR CON LOS DOS
      *PROGRAMAS DE LA REGLA ES UN CONFLICTO
           LISTA-CONFLICTOS.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "OPERADORES CON DOS PROGRAMAS QUE UNA REGLA SEPARA:"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "  OPERADOR  PROGRAMA      PROGRAMA      SITUACION"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > REGLA-CNT
                   PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > TAU-CNT
                       IF TAU-PROGRAMA(AX) = TRG-PROGRAMA-1(R)
                           PERFORM BUSCA-SEGUNDO-PROGRAMA
                           IF ENCONTRADO
                               PERFORM LISTA-CONFLICTO
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF CNT-CONFLICTOS = 0
                   MOVE "  NINGUNO" TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *BUSCA SI EL OPERADOR AX TAMBIEN TIENE EL OTRO PROGRAMA DE LA
      *REGLA R
           BUSCA-SEGUNDO-PROGRAMA.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO AY
               PERFORM UNTIL ENCONTRADO OR AY >= TAU-CNT
                   ADD 1 TO AY
                   IF TAU-OPER(AY) = TAU-OPER(AX) AND
                       TAU-PROGRAMA(AY) = TRG-PROGRAMA-2(R)
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *IMPRIME EL CONFLICTO CON LA EXCEPCION QUE LO CUBRE, SI HAY
           LISTA-CONFLICTO.
               ADD 1 TO CNT-CONFLICTOS
               MOVE 0 TO CUBIERTA-X
               PERFORM VARYING X FROM 1 BY 1 UNTIL X > EXC-CNT
                   MOVE TEX-REGISTRO(X) TO EXCEPCION-REC
                   IF SEX-OPER-ID = TAU-OPER(AX) AND
                      ((SEX-PROGRAMA-1 = TRG-PROGRAMA-1(R) AND
                        SEX-PROGRAMA-2 = TRG-PROGRAMA-2(R)) OR
                       (SEX-PROGRAMA-1 = TRG-PROGRAMA-2(R) AND
                        SEX-PROGRAMA-2 = TRG-PROGRAMA-1(R)))
                       MOVE X TO CUBIERTA-X
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINEA-REPORTE
               IF CUBIERTA-X = 0
                   ADD 1 TO CNT-SIN-EXCEPCION
                   STRING "  " TAU-OPER(AX) "  " TRG-PROGRAMA-1(R)
                       "  " TRG-PROGRAMA-2(R)
                       "  SIN EXCEPCION VIGENTE"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               ELSE
                   MOVE TEX-REGISTRO(CUBIERTA-X) TO EXCEPCION-REC
                   STRING "  " TAU-OPER(AX) "  " TRG-PROGRAMA-1(R)
                       "  " TRG-PROGRAMA-2(R)
                       "  EXCEPCION HASTA " SEX-VENCE
                       " POR " SEX-SUPERVISOR
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "            REGLA: " TRG-DESCRIP(R)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *LISTA TODAS LAS EXCEPCIONES VIGENTES CON SU MOTIVO
           LISTA-EXCEPCIONES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "EXCEPCIONES VIGENTES:" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "  OPERADOR  PROGRAMA      PROGRAMA      HASTA"
                   TO LINEA-REPORTE
               MOVE "POR       DESDE" TO LINEA-REPORTE(51:15)
               WRITE LINEA-REPORTE
               IF EXC-CNT = 0
                   MOVE "  NINGUNA" TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
               PERFORM VARYING X FROM 1 BY 1 UNTIL X > EXC-CNT
                   MOVE TEX-REGISTRO(X) TO EXCEPCION-REC
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  " SEX-OPER-ID "  " SEX-PROGRAMA-1
                       "  " SEX-PROGRAMA-2 "  " SEX-VENCE
                       "  " SEX-SUPERVISOR "  " SEX-FECHA-ALTA
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "            MOTIVO: " SEX-MOTIVO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM.

      *TOTALES DEL REPORTE
           LISTA-TOTALES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-CONFLICTOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CONFLICTOS EN LA MATRIZ        : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-SIN-EXCEPCION TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  SIN EXCEPCION VIGENTE        : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE EXC-CNT TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "EXCEPCIONES VIGENTES           : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       END PROGRAM SEPFUN-RPT.
