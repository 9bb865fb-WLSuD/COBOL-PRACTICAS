      ******************************************************************
      * Author:
      * Date:
      * Purpose: Count-sheet print for the annual physical count of
      *          the fixed assets. For the branch asked (blank for
      *          every branch on SUCURSAL.DAT) it lists on its own
      *          pages the assets in service the ACTIVOS.DAT master
      *          places there, in master order, with a box for
      *          found and a blank for the location where each one
      *          was actually found, plus room for the tagged
      *          assets on the floor that are not on the sheet.
      *          Assets with no branch or a branch no longer
      *          on SUCURSAL.DAT go on a SIN SUCURSAL sheet of their
      *          own. The returned sheets are keyed onto ACTCONT.DAT
      *          and reconciled by ACTIVO-CONT. Output: ACTHOJA.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVO-HOJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVOS-FILE ASSIGN TO "ACTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVOS-STATUS.

           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCURSAL-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "ACTHOJA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACTIVOS-REC.
           COPY ACTIVO.

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUCURSAL-REC.
           COPY SUCURSAL.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(100).

       WORKING-STORAGE SECTION.
           77 ACTIVOS-STATUS    PIC X(2) VALUE "00".
               88 ACTIVOS-NEW-FILE  VALUE "35".
           77 ACTIVOS-EOF-SW    PIC X VALUE "N".
               88 ACTIVOS-EOF       VALUE "Y".
           77 SUCURSAL-STATUS   PIC X(2) VALUE "00".
               88 SUCURSAL-NEW-FILE VALUE "35".
           77 SUCURSAL-EOF-SW   PIC X VALUE "N".
               88 SUCURSAL-EOF      VALUE "Y".

           77 SUCURSAL-PEDIDA   PIC X(3).
           77 FECHA-RPT         PIC 9(8).

      *SUCURSALES CON SU NOMBRE
           01 TABLA-SUCURSALES.
               05 SUCURSALES OCCURS 100 TIMES.
                   10 TAB-SUC-CODIGO    PIC X(3).
                   10 TAB-SUC-NOMBRE    PIC X(30).
           77 SUC-CNT           PIC 9(3) VALUE 0.
           77 SX                PIC 9(3) VALUE 0.
           77 SUCURSAL-BUSCADA  PIC X(3).
           77 SUCURSAL-OK-SW    PIC X VALUE "N".
               88 SUCURSAL-OK       VALUE "Y".

      *ACTIVOS EN SERVICIO A CONTAR
           01 TABLA-ACTIVOS.
               05 ACTIVOS-T OCCURS 100 TIMES.
                   10 TAB-CODIGO        PIC X(10).
                   10 TAB-DESCRIPCION   PIC X(30).
                   10 TAB-SUCURSAL      PIC X(3).
                   10 TAB-UBICACION     PIC X(10).
                   10 TAB-SIN-SUC-SW    PIC X.
                       88 TAB-SIN-SUCURSAL  VALUE "Y".
           77 AST-CNT           PIC 9(3) VALUE 0.
           77 AX                PIC 9(3) VALUE 0.
           77 CNT-DESBORDE      PIC 9(5) VALUE 0.

      *HOJA EN CURSO
           77 HOJA-CODIGO       PIC X(3).
           77 HOJA-NOMBRE       PIC X(30).
           77 HOJA-SIN-SUC-SW   PIC X VALUE "N".
               88 HOJA-SIN-SUCURSAL VALUE "Y".
           77 CNT-HOJA          PIC 9(3) VALUE 0.
           77 CNT-HOJAS         PIC 9(3) VALUE 0.
           77 CNT-LISTADOS      PIC 9(5) VALUE 0.
           77 RENGLON-IX        PIC 9(2) VALUE 0.

           77 LINEA-ARMADA      PIC X(100).
           77 LINEA-PAGINA      PIC 9(2) VALUE 99.
           77 PAGINA-NRO        PIC 9(4) VALUE 0.
           77 PAGINA-EDIT       PIC ZZZ9.
           77 LINEAS-POR-PAGINA PIC 9(2) VALUE 60.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-RPT FROM DATE YYYYMMDD
            DISPLAY "HOJAS DE CONTEO FISICO DE ACTIVOS"
            DISPLAY "SUCURSAL A CONTAR (BLANCO = TODAS): "
            ACCEPT SUCURSAL-PEDIDA
            MOVE FUNCTION UPPER-CASE(SUCURSAL-PEDIDA)
                TO SUCURSAL-PEDIDA

            PERFORM CARGA-SUCURSALES
            IF SUCURSAL-PEDIDA NOT = SPACES
                MOVE SUCURSAL-PEDIDA TO SUCURSAL-BUSCADA
                PERFORM BUSCA-SUCURSAL
                IF NOT SUCURSAL-OK
                    DISPLAY "LA SUCURSAL " SUCURSAL-PEDIDA
                        " NO FIGURA EN SUCURSAL.DAT"
                    STOP RUN
                END-IF
            END-IF

            OPEN INPUT ACTIVOS-FILE
            IF ACTIVOS-NEW-FILE
                DISPLAY "NO EXISTE ACTIVOS.DAT, CARGUE EL MAESTRO "
                    "CON ACTIVO-MANT"
                CLOSE ACTIVOS-FILE
                STOP RUN
            END-IF
            PERFORM CARGA-ACTIVOS
            CLOSE ACTIVOS-FILE

            OPEN OUTPUT REPORTE-FILE
            IF SUCURSAL-PEDIDA = SPACES
                PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUC-CNT
                    PERFORM IMPRIME-HOJA-SUCURSAL
                END-PERFORM
                MOVE "Y" TO HOJA-SIN-SUC-SW
                MOVE SPACES TO HOJA-CODIGO
                MOVE "SIN SUCURSAL ASIGNADA" TO HOJA-NOMBRE
                PERFORM IMPRIME-HOJA
            ELSE
                MOVE SUCURSAL-PEDIDA TO SUCURSAL-BUSCADA
                PERFORM BUSCA-SUCURSAL
                PERFORM IMPRIME-HOJA-SUCURSAL
            END-IF
            CLOSE REPORTE-FILE

            IF CNT-DESBORDE > 0
                DISPLAY "ATENCION: " CNT-DESBORDE " ACTIVOS NO "
                    "ENTRARON EN LA TABLA Y NO SE LISTARON"
            END-IF
            DISPLAY CNT-LISTADOS " ACTIVOS EN " CNT-HOJAS
                " HOJAS, VER ACTHOJA.RPT"

            STOP RUN.

      *CARGA LAS SUCURSALES CON SU NOMBRE
           CARGA-SUCURSALES.
               OPEN INPUT SUCURSAL-FILE
               IF SUCURSAL-NEW-FILE
                   CLOSE SUCURSAL-FILE
               ELSE
                   PERFORM UNTIL SUCURSAL-EOF OR SUC-CNT = 100
                       READ SUCURSAL-FILE
                           AT END
                               SET SUCURSAL-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO SUC-CNT
                               MOVE SUC-CODIGO TO
                                   TAB-SUC-CODIGO(SUC-CNT)
                               MOVE SUC-NOMBRE TO
                                   TAB-SUC-NOMBRE(SUC-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE SUCURSAL-FILE
               END-IF.

      *BUSCA SUCURSAL-BUSCADA EN LA TABLA DE SUCURSALES
           BUSCA-SUCURSAL.
               MOVE "N" TO SUCURSAL-OK-SW
               MOVE 0 TO SX
               PERFORM UNTIL SUCURSAL-OK OR SX >= SUC-CNT
                   ADD 1 TO SX
                   IF TAB-SUC-CODIGO(SX) = SUCURSAL-BUSCADA
                       SET SUCURSAL-OK TO TRUE
                   END-IF
               END-PERFORM.

      *CARGA LOS ACTIVOS EN SERVICIO; LOS DADOS DE BAJA NO SE
      *CUENTAN. MARCA LOS QUE NO TIENEN UNA SUCURSAL VALIDA
           CARGA-ACTIVOS.
               PERFORM UNTIL ACTIVOS-EOF
                   READ ACTIVOS-FILE
                       AT END
                           SET ACTIVOS-EOF TO TRUE
                       NOT AT END
                           IF NOT AST-RETIRADO
                               PERFORM GUARDA-ACTIVO
                           END-IF
                   END-READ
               END-PERFORM.

      *GUARDA EL ACTIVO LEIDO EN LA TABLA
           GUARDA-ACTIVO.
               IF AST-CNT < 100
                   ADD 1 TO AST-CNT
                   MOVE AST-CODIGO TO TAB-CODIGO(AST-CNT)
                   MOVE AST-DESCRIPCION TO TAB-DESCRIPCION(AST-CNT)
                   MOVE AST-SUCURSAL TO TAB-SUCURSAL(AST-CNT)
                   MOVE AST-UBICACION TO TAB-UBICACION(AST-CNT)
                   MOVE AST-SUCURSAL TO SUCURSAL-BUSCADA
                   PERFORM BUSCA-SUCURSAL
                   IF SUCURSAL-OK AND AST-SUCURSAL NOT = SPACES
                       MOVE "N" TO TAB-SIN-SUC-SW(AST-CNT)
                   ELSE
                       MOVE "Y" TO TAB-SIN-SUC-SW(AST-CNT)
                   END-IF
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF.

      *HOJA DE LA SUCURSAL SX DE LA TABLA
           IMPRIME-HOJA-SUCURSAL.
               MOVE "N" TO HOJA-SIN-SUC-SW
               MOVE TAB-SUC-CODIGO(SX) TO HOJA-CODIGO
               MOVE TAB-SUC-NOMBRE(SX) TO HOJA-NOMBRE
               PERFORM IMPRIME-HOJA.

      *IMPRIME LA HOJA DE CONTEO DE LA SUCURSAL EN CURSO, EMPEZANDO
      *PAGINA NUEVA, CON SU PIE PARA LOS ACTIVOS SOBRANTES Y LA
      *FIRMA DE QUIEN CONTO. UNA HOJA SIN ACTIVOS NO SE IMPRIME
           IMPRIME-HOJA.
               MOVE 0 TO CNT-HOJA
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > AST-CNT
                   IF (HOJA-SIN-SUCURSAL AND TAB-SIN-SUCURSAL(AX))
                       OR (NOT HOJA-SIN-SUCURSAL AND
                           NOT TAB-SIN-SUCURSAL(AX) AND
                           TAB-SUCURSAL(AX) = HOJA-CODIGO)
                       ADD 1 TO CNT-HOJA
                   END-IF
               END-PERFORM
               IF CNT-HOJA > 0
                   ADD 1 TO CNT-HOJAS
                   MOVE 99 TO LINEA-PAGINA
                   PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > AST-CNT
                       IF (HOJA-SIN-SUCURSAL AND
                           TAB-SIN-SUCURSAL(AX))
                           OR (NOT HOJA-SIN-SUCURSAL AND
                               NOT TAB-SIN-SUCURSAL(AX) AND
                               TAB-SUCURSAL(AX) = HOJA-CODIGO)
                           PERFORM IMPRIME-RENGLON
                       END-IF
                   END-PERFORM
                   PERFORM IMPRIME-PIE
               END-IF.

      *RENGLON DEL ACTIVO AX: LO QUE DICE EL MAESTRO Y LOS ESPACIOS
      *PARA EL CONTADOR
           IMPRIME-RENGLON.
               ADD 1 TO CNT-LISTADOS
               MOVE SPACES TO LINEA-ARMADA
               STRING TAB-CODIGO(AX) " " TAB-DESCRIPCION(AX) " "
                   TAB-SUCURSAL(AX) " " TAB-UBICACION(AX)
                   "   [  ]   ____________"
                   DELIMITED BY SIZE INTO LINEA-ARMADA
               PERFORM ESCRIBE-LINEA.

      *PIE DE LA HOJA: TOTAL A CONTAR, RENGLONES PARA LOS ACTIVOS
      *ETIQUETADOS QUE NO FIGURAN Y FIRMA
           IMPRIME-PIE.
               MOVE SPACES TO LINEA-ARMADA
               PERFORM ESCRIBE-LINEA
               MOVE SPACES TO LINEA-ARMADA
               STRING "ACTIVOS A CONTAR EN ESTA HOJA: " CNT-HOJA
                   DELIMITED BY SIZE INTO LINEA-ARMADA
               PERFORM ESCRIBE-LINEA
               MOVE "ACTIVOS ETIQUETADOS HALLADOS QUE NO FIGURAN EN "
                   & "LA HOJA (CODIGO Y UBICACION):" TO LINEA-ARMADA
               PERFORM ESCRIBE-LINEA
               PERFORM VARYING RENGLON-IX FROM 1 BY 1
                       UNTIL RENGLON-IX > 5
                   MOVE "  __________   ____________" TO LINEA-ARMADA
                   PERFORM ESCRIBE-LINEA
               END-PERFORM
               MOVE SPACES TO LINEA-ARMADA
               PERFORM ESCRIBE-LINEA
               MOVE "CONTADO POR: ____________________   FECHA: "
                   & "__________" TO LINEA-ARMADA
               PERFORM ESCRIBE-LINEA.

      *ESCRIBE LINEA-ARMADA EN EL REPORTE, ABRIENDO PAGINA NUEVA
      *CADA LINEAS-POR-PAGINA LINEAS
           ESCRIBE-LINEA.
               IF LINEA-PAGINA >= LINEAS-POR-PAGINA
                   PERFORM ENCABEZADO-PAGINA
               END-IF
               MOVE LINEA-ARMADA TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO LINEA-PAGINA.

      *ENCABEZADO DE PAGINA: TITULO, SUCURSAL, FECHA, NUMERO DE
      *PAGINA Y TITULOS DE COLUMNA
           ENCABEZADO-PAGINA.
               ADD 1 TO PAGINA-NRO
               MOVE PAGINA-NRO TO PAGINA-EDIT
               MOVE "HOJA DE CONTEO FISICO DE ACTIVOS"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "SUCURSAL " HOJA-CODIGO " " HOJA-NOMBRE
                   "  FECHA " FECHA-RPT " PAGINA " PAGINA-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "CODIGO     DESCRIPCION                    SUC "
                   & "UBICACION  HALLADO UBIC HALLADA"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE 4 TO LINEA-PAGINA.

       END PROGRAM ACTIVO-HOJA.
