      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly general-ledger trial balance. For the
      *          requested month (AAAAMM) lists every account on the
      *          GLCUENTA.DAT chart that has posted movement up to
      *          that month on GLSALDO.DAT, with its type, the
      *          balance brought forward, the month's debits and
      *          credits as posted by GLPOST, and the closing balance
      *          in the debit or credit column. Debits must equal
      *          credits and the debit balances must equal the credit
      *          balances: the report closes with the difference and
      *          a BALANCEA / NO BALANCEA verdict, and a trial balance
      *          that does not net to zero returns RETURN-CODE 8.
      *          Written to GLBALAN.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBALANZA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTA-FILE ASSIGN TO "GLCUENTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLC-CUENTA
               FILE STATUS IS CUENTA-STATUS.

           SELECT SALDO-FILE ASSIGN TO "GLSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-CLAVE
               FILE STATUS IS SALDO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "GLBALAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUENTA-REC.
           COPY GLCTA.

       FD  SALDO-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALDO-REC.
           COPY GLSAL.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(150).

       WORKING-STORAGE SECTION.
           77 CUENTA-STATUS     PIC X(2) VALUE "00".
               88 CUENTA-NEW-FILE   VALUE "35".
           77 CUENTA-EOF-SW     PIC X VALUE "N".
               88 CUENTA-EOF        VALUE "Y".
           77 SALDO-STATUS      PIC X(2) VALUE "00".
               88 SALDO-NEW-FILE    VALUE "35".
           77 SALDO-EOF-SW      PIC X VALUE "N".
               88 SALDO-EOF         VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).
           77 ANIOMES-PEDIDO    PIC 9(6).
           77 ANIO-AUX          PIC 9(4) VALUE 0.
           77 MES-AUX           PIC 9(2) VALUE 0.

      *IMPORTES DE LA CUENTA EN CURSO
           77 SALDO-ANTERIOR    PIC S9(13)V99 VALUE 0.
           77 DEBE-MES          PIC 9(13)V99 VALUE 0.
           77 HABER-MES         PIC 9(13)V99 VALUE 0.
           77 SALDO-FINAL       PIC S9(13)V99 VALUE 0.
           77 SALDO-DEUDOR      PIC 9(13)V99 VALUE 0.
           77 SALDO-ACREEDOR    PIC 9(13)V99 VALUE 0.
           77 CON-MOVIMIENTO-SW PIC X VALUE "N".
               88 CON-MOVIMIENTO    VALUE "Y".

      *TOTALES DE LA BALANZA
           77 TOTAL-ANTERIOR    PIC S9(13)V99 VALUE 0.
           77 TOTAL-DEBE        PIC 9(13)V99 VALUE 0.
           77 TOTAL-HABER       PIC 9(13)V99 VALUE 0.
           77 TOTAL-DEUDOR      PIC 9(13)V99 VALUE 0.
           77 TOTAL-ACREEDOR    PIC 9(13)V99 VALUE 0.
           77 DIFERENCIA        PIC S9(13)V99 VALUE 0.
           77 CNT-CUENTAS       PIC 9(5) VALUE 0.

           77 TIPO-NOMBRE       PIC X(10).
           77 BLANCOS-TOTALES   PIC X(44) VALUE SPACES.
           77 ANTERIOR-EDIT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           77 DEBE-EDIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           77 HABER-EDIT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           77 DEUDOR-EDIT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           77 ACREEDOR-EDIT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           77 DIFERENCIA-EDIT   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            DISPLAY "INGRESE EL MES DE LA BALANZA (AAAAMM, "
                "0 = MES ACTUAL): "
            ACCEPT ANIOMES-PEDIDO
            IF ANIOMES-PEDIDO = 0
                MOVE FECHA-PROCESO(1:6) TO ANIOMES-PEDIDO
            END-IF
            DIVIDE ANIOMES-PEDIDO BY 100 GIVING ANIO-AUX
                REMAINDER MES-AUX
            IF MES-AUX < 1 OR MES-AUX > 12
                DISPLAY "MES INVALIDO: " ANIOMES-PEDIDO
                STOP RUN
            END-IF

            OPEN INPUT CUENTA-FILE
            IF CUENTA-NEW-FILE
                DISPLAY "NO EXISTE GLCUENTA.DAT, SIN PLAN DE CUENTAS"
                CLOSE CUENTA-FILE
                STOP RUN
            END-IF
            OPEN INPUT SALDO-FILE
            IF SALDO-NEW-FILE
                DISPLAY "NO EXISTE GLSALDO.DAT, GLPOST NUNCA POSTEO "
                    "UN LOTE"
                CLOSE SALDO-FILE
                CLOSE CUENTA-FILE
                STOP RUN
            END-IF

            OPEN OUTPUT REPORTE-FILE
            PERFORM IMPRIME-ENCABEZADO
            PERFORM RECORRE-PLAN
            PERFORM IMPRIME-TOTALES
            CLOSE REPORTE-FILE
            CLOSE SALDO-FILE
            CLOSE CUENTA-FILE

            IF DIFERENCIA = 0 AND TOTAL-DEBE = TOTAL-HABER
                DISPLAY "BALANZA " ANIOMES-PEDIDO " BALANCEA, "
                    CNT-CUENTAS " CUENTAS, VER GLBALAN.RPT"
            ELSE
                DISPLAY "*** BALANZA " ANIOMES-PEDIDO
                    " NO BALANCEA, VER GLBALAN.RPT"
                MOVE 8 TO RETURN-CODE
            END-IF

            STOP RUN.

      *TITULO Y COLUMNAS DEL REPORTE
           IMPRIME-ENCABEZADO.
               MOVE SPACES TO LINEA-REPORTE
               STRING "BALANZA DE COMPROBACION - MES " ANIOMES-PEDIDO
                   "   EMITIDA EL " FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "CUENTA   DESCRIPCION                    TIPO      "
                   & "      SALDO ANTERIOR           DEBE MES          "
                   & "HABER MES       SALDO DEUDOR     SALDO ACREEDOR"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *RECORRE EL PLAN EN ORDEN DE CUENTA Y DEJA UNA LINEA POR CADA
      *CUENTA CON MOVIMIENTO POSTEADO HASTA EL MES PEDIDO
           RECORRE-PLAN.
               PERFORM UNTIL CUENTA-EOF
                   READ CUENTA-FILE NEXT RECORD
                       AT END
                           SET CUENTA-EOF TO TRUE
                       NOT AT END
                           PERFORM ACUMULA-CUENTA
                           IF CON-MOVIMIENTO
                               PERFORM IMPRIME-CUENTA
                           END-IF
                   END-READ
               END-PERFORM.

      *SUMA LOS PERIODOS POSTEADOS DE LA CUENTA: LOS ANTERIORES AL
      *MES VAN AL SALDO ANTERIOR, EL MES PEDIDO A DEBE Y HABER
           ACUMULA-CUENTA.
               MOVE "N" TO CON-MOVIMIENTO-SW
               MOVE "N" TO SALDO-EOF-SW
               MOVE 0 TO SALDO-ANTERIOR
               MOVE 0 TO DEBE-MES
               MOVE 0 TO HABER-MES
               MOVE GLC-CUENTA TO GLS-CUENTA
               MOVE 0 TO GLS-PERIODO
               START SALDO-FILE KEY NOT LESS GLS-CLAVE
                   INVALID KEY
                       SET SALDO-EOF TO TRUE
               END-START
               PERFORM UNTIL SALDO-EOF
                   READ SALDO-FILE NEXT RECORD
                       AT END
                           SET SALDO-EOF TO TRUE
                       NOT AT END
                           IF GLS-CUENTA NOT = GLC-CUENTA OR
                               GLS-PERIODO > ANIOMES-PEDIDO
                               SET SALDO-EOF TO TRUE
                           ELSE
                               SET CON-MOVIMIENTO TO TRUE
                               IF GLS-PERIODO = ANIOMES-PEDIDO
                                   ADD GLS-DEBE TO DEBE-MES
                                   ADD GLS-HABER TO HABER-MES
                               ELSE
                                   ADD GLS-DEBE TO SALDO-ANTERIOR
                                   SUBTRACT GLS-HABER FROM
                                       SALDO-ANTERIOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

      *IMPRIME LA CUENTA CON SU SALDO FINAL EN LA COLUMNA DEUDORA O
      *ACREEDORA Y LA SUMA A LOS TOTALES
           IMPRIME-CUENTA.
               ADD 1 TO CNT-CUENTAS
               COMPUTE SALDO-FINAL = SALDO-ANTERIOR + DEBE-MES
                   - HABER-MES
               MOVE 0 TO SALDO-DEUDOR
               MOVE 0 TO SALDO-ACREEDOR
               IF SALDO-FINAL > 0
                   MOVE SALDO-FINAL TO SALDO-DEUDOR
               ELSE
                   COMPUTE SALDO-ACREEDOR = 0 - SALDO-FINAL
               END-IF
               ADD SALDO-ANTERIOR TO TOTAL-ANTERIOR
               ADD DEBE-MES TO TOTAL-DEBE
               ADD HABER-MES TO TOTAL-HABER
               ADD SALDO-DEUDOR TO TOTAL-DEUDOR
               ADD SALDO-ACREEDOR TO TOTAL-ACREEDOR
               PERFORM NOMBRE-TIPO
               MOVE SALDO-ANTERIOR TO ANTERIOR-EDIT
               MOVE DEBE-MES TO DEBE-EDIT
               MOVE HABER-MES TO HABER-EDIT
               MOVE SALDO-DEUDOR TO DEUDOR-EDIT
               MOVE SALDO-ACREEDOR TO ACREEDOR-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING GLC-CUENTA " " GLC-DESCRIPCION " " TIPO-NOMBRE
                   " " ANTERIOR-EDIT " " DEBE-EDIT " " HABER-EDIT
                   " " DEUDOR-EDIT " " ACREEDOR-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *NOMBRE DEL TIPO DE CUENTA PARA EL REPORTE
           NOMBRE-TIPO.
               EVALUATE TRUE
                   WHEN GLC-ES-ACTIVO
                       MOVE "ACTIVO" TO TIPO-NOMBRE
                   WHEN GLC-ES-PASIVO
                       MOVE "PASIVO" TO TIPO-NOMBRE
                   WHEN GLC-ES-PATRIMONIO
                       MOVE "PATRIMONIO" TO TIPO-NOMBRE
                   WHEN GLC-ES-INGRESO
                       MOVE "INGRESO" TO TIPO-NOMBRE
                   WHEN GLC-ES-GASTO
                       MOVE "GASTO" TO TIPO-NOMBRE
                   WHEN OTHER
                       MOVE "?" TO TIPO-NOMBRE
               END-EVALUATE.

      *TOTALES, DIFERENCIA Y VEREDICTO: LA BALANZA DEBE DAR CERO
           IMPRIME-TOTALES.
               COMPUTE DIFERENCIA = TOTAL-DEUDOR - TOTAL-ACREEDOR
               MOVE TOTAL-ANTERIOR TO ANTERIOR-EDIT
               MOVE TOTAL-DEBE TO DEBE-EDIT
               MOVE TOTAL-HABER TO HABER-EDIT
               MOVE TOTAL-DEUDOR TO DEUDOR-EDIT
               MOVE TOTAL-ACREEDOR TO ACREEDOR-EDIT
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "TOTALES" BLANCOS-TOTALES
                   ANTERIOR-EDIT " " DEBE-EDIT " " HABER-EDIT " "
                   DEUDOR-EDIT " " ACREEDOR-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE DIFERENCIA TO DIFERENCIA-EDIT
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               IF DIFERENCIA = 0 AND TOTAL-DEBE = TOTAL-HABER
                   STRING "DIFERENCIA " DIFERENCIA-EDIT
                       "   BALANZA BALANCEA"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               ELSE
                   STRING "DIFERENCIA " DIFERENCIA-EDIT
                       "   *** BALANZA NO BALANCEA ***"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE.

       END PROGRAM GLBALANZA.
