      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loader and reconciliation for the annual physical
      *          count of the fixed assets. Loads the returned count
      *          file ACTCONT.DAT (asset code and the branch and
      *          location where it was found, keyed from the
      *          ACTIVO-HOJA sheets) for the branch asked, or for
      *          every branch when left blank, rejecting lines with
      *          no code, a branch not on SUCURSAL.DAT, a branch
      *          outside the count, or an asset counted twice. Then
      *          reconciles it against ACTIVOS.DAT on ACTCONT.RPT:
      *          assets found where the master expects them, found
      *          in another branch or location, missing (in service
      *          in the counted branches and not found), and tagged
      *          on the floor but not on the master (unknown codes
      *          and assets already retired). The master is not
      *          touched: the moves confirmed are keyed as
      *          ACTIVO-MANT traslados, audited on REFAUD.DAT, so the
      *          next count starts from the truth.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVO-CONT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVOS-FILE ASSIGN TO "ACTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVOS-STATUS.

           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCURSAL-STATUS.

           SELECT CONTEO-FILE ASSIGN TO "ACTCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTEO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "ACTCONT.RPT"
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

       FD  CONTEO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTEO-REC.
           COPY ACTCNT.

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
           77 CONTEO-STATUS     PIC X(2) VALUE "00".
               88 CONTEO-NEW-FILE   VALUE "35".
           77 CONTEO-EOF-SW     PIC X VALUE "N".
               88 CONTEO-EOF        VALUE "Y".

           77 SUCURSAL-PEDIDA   PIC X(3).
           77 FECHA-RPT         PIC 9(8).

           01 TABLA-SUCURSALES.
               05 SUCURSALES OCCURS 100 TIMES.
                   10 TAB-SUC-CODIGO    PIC X(3).
           77 SUC-CNT           PIC 9(3) VALUE 0.
           77 SX                PIC 9(3) VALUE 0.
           77 SUCURSAL-BUSCADA  PIC X(3).
           77 SUCURSAL-OK-SW    PIC X VALUE "N".
               88 SUCURSAL-OK       VALUE "Y".

      *MAESTRO DE ACTIVOS CON LO HALLADO EN EL CONTEO
           01 TABLA-ACTIVOS.
               05 ACTIVOS-T OCCURS 100 TIMES.
                   10 TAB-CODIGO        PIC X(10).
                   10 TAB-DESCRIPCION   PIC X(30).
                   10 TAB-SUCURSAL      PIC X(3).
                   10 TAB-UBICACION     PIC X(10).
                   10 TAB-ESTADO        PIC X.
                       88 TAB-RETIRADO      VALUE "R".
                   10 TAB-HALLADO-SW    PIC X.
                       88 TAB-HALLADO       VALUE "Y".
                   10 TAB-SUC-HALLADA   PIC X(3).
                   10 TAB-UBIC-HALLADA  PIC X(10).
           77 AST-CNT           PIC 9(3) VALUE 0.
           77 AX                PIC 9(3) VALUE 0.
           77 CNT-DESBORDE      PIC 9(5) VALUE 0.
           77 ACTIVO-HALLADO-SW PIC X VALUE "N".
               88 ACTIVO-HALLADO    VALUE "Y".

      *RENGLONES DEL CONTEO QUE NO SE PUEDEN CASAR CON EL MAESTRO:
      *RECHAZADOS Y SOBRANTES
           01 TABLA-OBSERVADOS.
               05 OBSERVADOS OCCURS 200 TIMES.
                   10 OBS-TIPO          PIC X.
                       88 OBS-RECHAZO       VALUE "R".
                       88 OBS-SOBRANTE      VALUE "S".
                   10 OBS-CODIGO        PIC X(10).
                   10 OBS-SUCURSAL      PIC X(3).
                   10 OBS-UBICACION     PIC X(10).
                   10 OBS-MOTIVO        PIC X(30).
           77 OBS-CNT           PIC 9(3) VALUE 0.
           77 OX                PIC 9(3) VALUE 0.
           77 MOTIVO-OBS        PIC X(30).
           77 TIPO-OBS          PIC X.

           77 CNT-LEIDOS        PIC 9(5) VALUE 0.
           77 CNT-EN-LUGAR      PIC 9(5) VALUE 0.
           77 CNT-OTRO-LUGAR    PIC 9(5) VALUE 0.
           77 CNT-FALTANTES     PIC 9(5) VALUE 0.
           77 CNT-SOBRANTES     PIC 9(5) VALUE 0.
           77 CNT-RECHAZOS      PIC 9(5) VALUE 0.
           77 CNT-SECCION       PIC 9(5) VALUE 0.
           77 TITULO-SECCION    PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-RPT FROM DATE YYYYMMDD
            DISPLAY "CONCILIACION DEL CONTEO FISICO DE ACTIVOS"
            DISPLAY "SUCURSAL CONTADA (BLANCO = TODAS): "
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

            OPEN INPUT CONTEO-FILE
            IF CONTEO-NEW-FILE
                DISPLAY "NO EXISTE ACTCONT.DAT, CARGUE LAS HOJAS DE "
                    "CONTEO DEVUELTAS"
                CLOSE CONTEO-FILE
                STOP RUN
            END-IF
            PERFORM CARGA-CONTEO
            CLOSE CONTEO-FILE

            OPEN OUTPUT REPORTE-FILE
            PERFORM IMPRIME-ENCABEZADO
            PERFORM IMPRIME-EN-LUGAR
            PERFORM IMPRIME-OTRO-LUGAR
            PERFORM IMPRIME-FALTANTES
            PERFORM IMPRIME-SOBRANTES
            PERFORM IMPRIME-RECHAZOS
            PERFORM IMPRIME-RESUMEN
            CLOSE REPORTE-FILE

            DISPLAY CNT-LEIDOS " RENGLONES DE CONTEO: " CNT-EN-LUGAR
                " EN SU LUGAR, " CNT-OTRO-LUGAR " EN OTRO LUGAR, "
                CNT-FALTANTES " FALTANTES, " CNT-SOBRANTES
                " SOBRANTES, " CNT-RECHAZOS " RECHAZADOS"
            IF CNT-DESBORDE > 0
                DISPLAY "ATENCION: " CNT-DESBORDE " REGISTROS NO "
                    "ENTRARON EN LAS TABLAS"
            END-IF
            DISPLAY "VER ACTCONT.RPT"

            STOP RUN.

      *CARGA LOS CODIGOS DE SUCURSAL VALIDOS
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

      *CARGA EL MAESTRO COMPLETO, RETIRADOS INCLUIDOS, PARA PODER
      *RECONOCER UN ACTIVO DADO DE BAJA QUE APARECE EN EL PISO
           CARGA-ACTIVOS.
               PERFORM UNTIL ACTIVOS-EOF
                   READ ACTIVOS-FILE
                       AT END
                           SET ACTIVOS-EOF TO TRUE
                       NOT AT END
                           IF AST-CNT < 100
                               ADD 1 TO AST-CNT
                               MOVE AST-CODIGO TO TAB-CODIGO(AST-CNT)
                               MOVE AST-DESCRIPCION TO
                                   TAB-DESCRIPCION(AST-CNT)
                               MOVE AST-SUCURSAL TO
                                   TAB-SUCURSAL(AST-CNT)
                               MOVE AST-UBICACION TO
                                   TAB-UBICACION(AST-CNT)
                               MOVE AST-ESTADO TO TAB-ESTADO(AST-CNT)
                               MOVE "N" TO TAB-HALLADO-SW(AST-CNT)
                               MOVE SPACES TO TAB-SUC-HALLADA(AST-CNT)
                               MOVE SPACES TO
                                   TAB-UBIC-HALLADA(AST-CNT)
                           ELSE
                               ADD 1 TO CNT-DESBORDE
                           END-IF
                   END-READ
               END-PERFORM.

      *CARGA EL ARCHIVO DE CONTEO DEVUELTO, RENGLON POR RENGLON
           CARGA-CONTEO.
               PERFORM UNTIL CONTEO-EOF
                   READ CONTEO-FILE
                       AT END
                           SET CONTEO-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CNT-LEIDOS
                           PERFORM CARGA-RENGLON
                   END-READ
               END-PERFORM.

      *VALIDA EL RENGLON LEIDO Y LO CASA CON EL MAESTRO: MARCA EL
      *ACTIVO HALLADO O DEJA EL RENGLON COMO RECHAZO O SOBRANTE
           CARGA-RENGLON.
               MOVE FUNCTION UPPER-CASE(ACN-CODIGO) TO ACN-CODIGO
               MOVE FUNCTION UPPER-CASE(ACN-SUCURSAL) TO ACN-SUCURSAL
               MOVE FUNCTION UPPER-CASE(ACN-UBICACION)
                   TO ACN-UBICACION
               MOVE ACN-SUCURSAL TO SUCURSAL-BUSCADA
               PERFORM BUSCA-SUCURSAL
               MOVE "R" TO TIPO-OBS
               EVALUATE TRUE
                   WHEN ACN-CODIGO = SPACES
                       MOVE "SIN CODIGO DE ACTIVO" TO MOTIVO-OBS
                       PERFORM GUARDA-OBSERVADO
                   WHEN NOT SUCURSAL-OK OR ACN-SUCURSAL = SPACES
                       MOVE "SUCURSAL INEXISTENTE" TO MOTIVO-OBS
                       PERFORM GUARDA-OBSERVADO
                   WHEN SUCURSAL-PEDIDA NOT = SPACES AND
                       ACN-SUCURSAL NOT = SUCURSAL-PEDIDA
                       MOVE "FUERA DE LA SUCURSAL CONTADA"
                           TO MOTIVO-OBS
                       PERFORM GUARDA-OBSERVADO
                   WHEN OTHER
                       PERFORM CASA-RENGLON
               END-EVALUATE.

      *BUSCA EL ACTIVO DEL RENGLON EN EL MAESTRO
           CASA-RENGLON.
               MOVE "N" TO ACTIVO-HALLADO-SW
               MOVE 0 TO AX
               PERFORM UNTIL ACTIVO-HALLADO OR AX >= AST-CNT
                   ADD 1 TO AX
                   IF TAB-CODIGO(AX) = ACN-CODIGO
                       SET ACTIVO-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT ACTIVO-HALLADO
                       MOVE "S" TO TIPO-OBS
                       MOVE "NO FIGURA EN EL MAESTRO" TO MOTIVO-OBS
                       PERFORM GUARDA-OBSERVADO
                   WHEN TAB-RETIRADO(AX)
                       MOVE "S" TO TIPO-OBS
                       MOVE "DADO DE BAJA EN EL MAESTRO"
                           TO MOTIVO-OBS
                       PERFORM GUARDA-OBSERVADO
                   WHEN TAB-HALLADO(AX)
                       MOVE "CONTADO DOS VECES" TO MOTIVO-OBS
                       PERFORM GUARDA-OBSERVADO
                   WHEN OTHER
                       MOVE "Y" TO TAB-HALLADO-SW(AX)
                       MOVE ACN-SUCURSAL TO TAB-SUC-HALLADA(AX)
                       MOVE ACN-UBICACION TO TAB-UBIC-HALLADA(AX)
               END-EVALUATE.

      *GUARDA EL RENGLON LEIDO COMO RECHAZO O SOBRANTE (TIPO-OBS)
           GUARDA-OBSERVADO.
               IF TIPO-OBS = "S"
                   ADD 1 TO CNT-SOBRANTES
               ELSE
                   ADD 1 TO CNT-RECHAZOS
               END-IF
               IF OBS-CNT < 200
                   ADD 1 TO OBS-CNT
                   MOVE TIPO-OBS TO OBS-TIPO(OBS-CNT)
                   MOVE ACN-CODIGO TO OBS-CODIGO(OBS-CNT)
                   MOVE ACN-SUCURSAL TO OBS-SUCURSAL(OBS-CNT)
                   MOVE ACN-UBICACION TO OBS-UBICACION(OBS-CNT)
                   MOVE MOTIVO-OBS TO OBS-MOTIVO(OBS-CNT)
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF.

      *ENCABEZADO DEL REPORTE
           IMPRIME-ENCABEZADO.
               MOVE SPACES TO LINEA-REPORTE
               IF SUCURSAL-PEDIDA = SPACES
                   STRING "CONCILIACION DEL CONTEO FISICO DE ACTIVOS "
                       "- TODAS LAS SUCURSALES - " FECHA-RPT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               ELSE
                   STRING "CONCILIACION DEL CONTEO FISICO DE ACTIVOS "
                       "- SUCURSAL " SUCURSAL-PEDIDA " - " FECHA-RPT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE.

      *TITULO DE UNA SECCION, CON LINEA EN BLANCO ANTES
           IMPRIME-TITULO.
               MOVE 0 TO CNT-SECCION
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE TITULO-SECCION TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ACTIVOS HALLADOS DONDE EL MAESTRO LOS UBICA
           IMPRIME-EN-LUGAR.
               MOVE "HALLADOS EN SU UBICACION:" TO TITULO-SECCION
               PERFORM IMPRIME-TITULO
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > AST-CNT
                   IF TAB-HALLADO(AX) AND
                       TAB-SUC-HALLADA(AX) = TAB-SUCURSAL(AX) AND
                       TAB-UBIC-HALLADA(AX) = TAB-UBICACION(AX)
                       ADD 1 TO CNT-EN-LUGAR
                       ADD 1 TO CNT-SECCION
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " TAB-CODIGO(AX) " "
                           TAB-DESCRIPCION(AX) " " TAB-SUCURSAL(AX)
                           " " TAB-UBICACION(AX)
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM
               PERFORM IMPRIME-CANTIDAD.

      *ACTIVOS HALLADOS EN OTRA SUCURSAL O UBICACION
           IMPRIME-OTRO-LUGAR.
               MOVE "HALLADOS EN OTRA UBICACION (ESPERADA -> HALLADA)"
                   & " - REGISTRE EL TRASLADO EN ACTIVO-MANT:"
                   TO TITULO-SECCION
               PERFORM IMPRIME-TITULO
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > AST-CNT
                   IF TAB-HALLADO(AX) AND
                       (TAB-SUC-HALLADA(AX) NOT = TAB-SUCURSAL(AX) OR
                        TAB-UBIC-HALLADA(AX) NOT = TAB-UBICACION(AX))
                       ADD 1 TO CNT-OTRO-LUGAR
                       ADD 1 TO CNT-SECCION
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " TAB-CODIGO(AX) " "
                           TAB-DESCRIPCION(AX) " " TAB-SUCURSAL(AX)
                           " " TAB-UBICACION(AX) " -> "
                           TAB-SUC-HALLADA(AX) " "
                           TAB-UBIC-HALLADA(AX)
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM
               PERFORM IMPRIME-CANTIDAD.

      *ACTIVOS EN SERVICIO DE LAS SUCURSALES CONTADAS QUE NO SE
      *HALLARON
           IMPRIME-FALTANTES.
               MOVE "FALTANTES (EN EL MAESTRO Y NO HALLADOS):"
                   TO TITULO-SECCION
               PERFORM IMPRIME-TITULO
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > AST-CNT
                   IF NOT TAB-HALLADO(AX) AND NOT TAB-RETIRADO(AX)
                       AND (SUCURSAL-PEDIDA = SPACES OR
                            TAB-SUCURSAL(AX) = SUCURSAL-PEDIDA)
                       ADD 1 TO CNT-FALTANTES
                       ADD 1 TO CNT-SECCION
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " TAB-CODIGO(AX) " "
                           TAB-DESCRIPCION(AX) " " TAB-SUCURSAL(AX)
                           " " TAB-UBICACION(AX)
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM
               PERFORM IMPRIME-CANTIDAD.

      *ETIQUETAS HALLADAS EN EL PISO QUE NO ESTAN EN EL MAESTRO
      *ACTIVO
           IMPRIME-SOBRANTES.
               MOVE "EN EL PISO Y NO EN EL MAESTRO:" TO TITULO-SECCION
               PERFORM IMPRIME-TITULO
               MOVE "S" TO TIPO-OBS
               PERFORM IMPRIME-OBSERVADOS.

      *RENGLONES DEL CONTEO QUE NO SE PUDIERON CARGAR
           IMPRIME-RECHAZOS.
               MOVE "RENGLONES RECHAZADOS DEL ARCHIVO DE CONTEO:"
                   TO TITULO-SECCION
               PERFORM IMPRIME-TITULO
               MOVE "R" TO TIPO-OBS
               PERFORM IMPRIME-OBSERVADOS.

      *LISTA LOS RENGLONES OBSERVADOS DEL TIPO TIPO-OBS
           IMPRIME-OBSERVADOS.
               PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OBS-CNT
                   IF OBS-TIPO(OX) = TIPO-OBS
                       ADD 1 TO CNT-SECCION
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " OBS-CODIGO(OX) " "
                           OBS-SUCURSAL(OX) " " OBS-UBICACION(OX)
                           " " OBS-MOTIVO(OX)
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM
               PERFORM IMPRIME-CANTIDAD.

      *CANTIDAD DE RENGLONES DE LA SECCION
           IMPRIME-CANTIDAD.
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CANTIDAD: " CNT-SECCION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *RESUMEN DE LA CONCILIACION
           IMPRIME-RESUMEN.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "RENGLONES DE CONTEO LEIDOS " CNT-LEIDOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF CNT-OTRO-LUGAR = 0 AND CNT-FALTANTES = 0 AND
                   CNT-SOBRANTES = 0 AND CNT-RECHAZOS = 0
                   MOVE "CONTEO CONCILIADO SIN DIFERENCIAS"
                       TO LINEA-REPORTE
               ELSE
                   MOVE "*** CONTEO CON DIFERENCIAS, VER LAS SECCIONES"
                       & " ANTERIORES" TO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE
               IF CNT-DESBORDE > 0
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "*** " CNT-DESBORDE " REGISTROS NO ENTRARON"
                       " EN LAS TABLAS, CONCILIACION INCOMPLETA"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

       END PROGRAM ACTIVO-CONT.
