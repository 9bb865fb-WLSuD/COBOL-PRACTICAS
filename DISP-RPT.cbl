      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly aging of the dispute cases on DISPUTAS.DAT.
      *          Every case still open whose due date has passed is
      *          listed on DISPUTAS.RPT with the customer, disputed
      *          amount, owner and days overdue, bucketed into 1-7 /
      *          8-14 / 15-30 / over 30 days past due with a count
      *          and amount per bucket, so the supervisor can chase
      *          the owners. The report closes with how many open
      *          cases are still within their term.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISP-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTA-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "DISPUTAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTA-REC.
           COPY COBDIS.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 DISPUTA-STATUS    PIC X(2) VALUE "00".
               88 DISPUTA-NEW-FILE  VALUE "35".
           77 DISPUTA-EOF-SW    PIC X VALUE "N".
               88 DISPUTA-EOF       VALUE "Y".
           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).

      *CASOS ABIERTOS VENCIDOS CON SUS DIAS DE ATRASO
           01 TABLA-VENCIDOS.
               05 VENCIDOS OCCURS 2000 TIMES.
                   10 VEN-NUMERO        PIC 9(6).
                   10 VEN-CLIENTE-ID    PIC 9(6).
                   10 VEN-MONTO         PIC 9(7)V99.
                   10 VEN-FECHA-VENCE   PIC 9(8).
                   10 VEN-RESPONSABLE   PIC X(8).
                   10 VEN-DIAS          PIC 9(5).
           77 VEN-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 CNT-EN-PLAZO      PIC 9(4) VALUE 0.
           77 J                 PIC 9(4) VALUE 0.

      *CALCULO DE DIAS DESDE EL VENCIMIENTO, VIA DATEDIF
           01 FECHA-ORIGEN      PIC 9(8).
           01 FECHA-ORI-DET REDEFINES FECHA-ORIGEN.
               05 ORI-ANIO      PIC 9(4).
               05 ORI-MES       PIC 9(2).
               05 ORI-DIA       PIC 9(2).
           77 DIAS-DIF          PIC S9(7) VALUE 0.

      *LIMITES DEL BALDE EN CURSO Y SUS TOTALES
           77 BALDE             PIC 9 VALUE 0.
           77 BALDE-DESDE       PIC 9(5) VALUE 0.
           77 BALDE-HASTA       PIC 9(5) VALUE 0.
           77 CNT-BALDE         PIC 9(4) VALUE 0.
           77 TOT-BALDE         PIC 9(9)V99 VALUE 0.
           77 TOT-VENCIDO       PIC 9(9)V99 VALUE 0.
           77 CNT-EDIT          PIC ZZZ9.
           77 DIAS-EDIT         PIC ZZZZ9.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-VENCIDOS
            PERFORM IMPRIME-REPORTE

            DISPLAY VEN-CNT " CASOS DE DISPUTA VENCIDOS, VER "
                "DISPUTAS.RPT"

            GOBACK.

      *RECORRE DISPUTAS.DAT GUARDANDO LOS CASOS ABIERTOS CON EL
      *VENCIMIENTO YA PASADO Y CONTANDO LOS QUE SIGUEN EN PLAZO
           CARGA-VENCIDOS.
               OPEN INPUT DISPUTA-FILE
               IF DISPUTA-NEW-FILE
                   CLOSE DISPUTA-FILE
               ELSE
                   PERFORM UNTIL DISPUTA-EOF
                       READ DISPUTA-FILE
                           AT END
                               SET DISPUTA-EOF TO TRUE
                           NOT AT END
                               IF DIS-ABIERTA
                                   PERFORM EVALUA-CASO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTA-FILE
               END-IF
               IF CNT-DESBORDE > 0
                   DISPLAY "TABLA DE VENCIDOS LLENA, " CNT-DESBORDE
                       " CASOS FUERA DEL REPORTE"
               END-IF.

      *DIAS DESDE EL VENCIMIENTO DEL CASO LEIDO; EL QUE YA LO PASO
      *VA A LA TABLA
           EVALUA-CASO.
               MOVE DIS-FECHA-VENCE TO FECHA-ORIGEN
               CALL "DATEDIF" USING ORI-DIA ORI-MES ORI-ANIO
                   PROC-DIA PROC-MES PROC-ANIO DIAS-DIF
               IF DIAS-DIF NOT > 0
                   ADD 1 TO CNT-EN-PLAZO
               ELSE
                   IF VEN-CNT < 2000
                       ADD 1 TO VEN-CNT
                       MOVE DIS-NUMERO TO VEN-NUMERO(VEN-CNT)
                       MOVE DIS-CLIENTE-ID TO VEN-CLIENTE-ID(VEN-CNT)
                       MOVE DIS-MONTO TO VEN-MONTO(VEN-CNT)
                       MOVE DIS-FECHA-VENCE TO
                           VEN-FECHA-VENCE(VEN-CNT)
                       MOVE DIS-RESPONSABLE TO
                           VEN-RESPONSABLE(VEN-CNT)
                       MOVE DIAS-DIF TO VEN-DIAS(VEN-CNT)
                       ADD DIS-MONTO TO TOT-VENCIDO
                   ELSE
                       ADD 1 TO CNT-DESBORDE
                   END-IF
               END-IF.

      *ESCRIBE EL REPORTE: UNA SECCION POR BALDE DE ATRASO Y EL
      *RESUMEN FINAL
           IMPRIME-REPORTE.
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CASOS DE DISPUTA VENCIDOS - " FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE

               PERFORM VARYING BALDE FROM 1 BY 1 UNTIL BALDE > 4
                   PERFORM IMPRIME-BALDE
               END-PERFORM

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE VEN-CNT TO CNT-EDIT
               MOVE TOT-VENCIDO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CASOS VENCIDOS      : " CNT-EDIT
                   "  EN DISPUTA " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-EN-PLAZO TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "ABIERTOS EN PLAZO   : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               CLOSE REPORTE-FILE.

      *ESCRIBE LA SECCION DEL BALDE EN CURSO: ENCABEZADO, UNA LINEA
      *POR CASO DENTRO DEL RANGO Y EL TOTAL DEL BALDE
           IMPRIME-BALDE.
               EVALUATE BALDE
                   WHEN 1
                       MOVE 1 TO BALDE-DESDE
                       MOVE 7 TO BALDE-HASTA
                   WHEN 2
                       MOVE 8 TO BALDE-DESDE
                       MOVE 14 TO BALDE-HASTA
                   WHEN 3
                       MOVE 15 TO BALDE-DESDE
                       MOVE 30 TO BALDE-HASTA
                   WHEN OTHER
                       MOVE 31 TO BALDE-DESDE
                       MOVE 99999 TO BALDE-HASTA
               END-EVALUATE

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               IF BALDE = 4
                   STRING "VENCIDOS HACE MAS DE 30 DIAS"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               ELSE
                   STRING "VENCIDOS HACE " BALDE-DESDE " A "
                       BALDE-HASTA " DIAS"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE

               MOVE 0 TO CNT-BALDE
               MOVE 0 TO TOT-BALDE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > VEN-CNT
                   IF VEN-DIAS(J) >= BALDE-DESDE AND
                       VEN-DIAS(J) <= BALDE-HASTA
                       ADD 1 TO CNT-BALDE
                       ADD VEN-MONTO(J) TO TOT-BALDE
                       PERFORM IMPRIME-DETALLE
                   END-IF
               END-PERFORM

               MOVE CNT-BALDE TO CNT-EDIT
               MOVE TOT-BALDE TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CASOS EN EL BALDE: " CNT-EDIT
                   "  IMPORTE " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ESCRIBE LA LINEA DE DETALLE DEL CASO J
           IMPRIME-DETALLE.
               MOVE VEN-DIAS(J) TO DIAS-EDIT
               MOVE VEN-MONTO(J) TO MONTO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  NRO " VEN-NUMERO(J)
                   " ID " VEN-CLIENTE-ID(J)
                   " VENCE " VEN-FECHA-VENCE(J)
                   " " VEN-RESPONSABLE(J)
                   " DIAS " DIAS-EDIT
                   " " MONTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       END PROGRAM DISP-RPT.
