      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly returned-mail report. Takes the dunning
      *          letters on COBRCOR.DAT dated in the operator-entered
      *          year-month and, with the branch and postal code of
      *          each customer on CLIENTE.DAT (the code being the
      *          last word of CONTACTO-DIRECCION, as CPVALID reads
      *          it), prints on CORDEV-MES.RPT the letters sent, the
      *          ones stamped DEVUELTA by COBRDEV and the return rate
      *          per branch (names from SUCURSAL.DAT) and per postal
      *          code (localities from CODPOST.DAT), so the offices
      *          and areas with the worst addresses stand out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRDEV-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT CORRESP-FILE ASSIGN TO "COBRCOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRESP-STATUS.

           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCURSAL-STATUS.

           SELECT CODPOST-FILE ASSIGN TO "CODPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODPOST-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CORDEV-MES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  CORRESP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRESP-REC.
           COPY COBCOR.

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUCURSAL-REC.
           COPY SUCURSAL.

       FD  CODPOST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODPOST-REC.
           COPY CODPOS.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CORRESP-STATUS    PIC X(2) VALUE "00".
               88 CORRESP-NEW-FILE  VALUE "35".
           77 CORRESP-EOF-SW    PIC X VALUE "N".
               88 CORRESP-EOF       VALUE "Y".
           77 SUCURSAL-STATUS   PIC X(2) VALUE "00".
               88 SUCURSAL-NEW-FILE VALUE "35".
           77 SUCURSAL-EOF-SW   PIC X VALUE "N".
               88 SUCURSAL-EOF      VALUE "Y".
           77 CODPOST-STATUS    PIC X(2) VALUE "00".
               88 CODPOST-NEW-FILE  VALUE "35".
           77 CODPOST-EOF-SW    PIC X VALUE "N".
               88 CODPOST-EOF       VALUE "Y".

           77 ANIOMES-PEDIDO    PIC 9(6).
           77 ANIOMES-REG       PIC 9(6).

      *CARTAS Y DEVOLUCIONES POR SUCURSAL
           01 TABLA-SUCURSALES.
               05 SUCURSALES OCCURS 100 TIMES.
                   10 SUC-T-CODIGO      PIC X(3).
                   10 SUC-T-NOMBRE      PIC X(30).
                   10 SUC-T-ENVIADAS    PIC 9(6).
                   10 SUC-T-DEVUELTAS   PIC 9(6).
           77 SUC-CNT           PIC 9(3) VALUE 0.

      *CARTAS Y DEVOLUCIONES POR CODIGO POSTAL
           01 TABLA-CODIGOS.
               05 CODIGOS OCCURS 500 TIMES.
                   10 CPT-CODIGO        PIC X(8).
                   10 CPT-LOCALIDAD     PIC X(30).
                   10 CPT-ENVIADAS      PIC 9(6).
                   10 CPT-DEVUELTAS     PIC 9(6).
           77 CPT-CNT           PIC 9(3) VALUE 0.

           77 I                 PIC 9(3) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 SUCURSAL-BUSCADA  PIC X(3).
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.

      *CODIGO POSTAL COMO ULTIMA PALABRA DE LA DIRECCION
           77 P                 PIC 9(2) VALUE 0.
           77 FIN-PALABRA       PIC 9(2) VALUE 0.
           77 INICIO-PALABRA    PIC 9(2) VALUE 0.
           77 LARGO-PALABRA     PIC 9(2) VALUE 0.
           77 CODIGO-EXTRAIDO   PIC X(8).

           77 TOT-ENVIADAS      PIC 9(6) VALUE 0.
           77 TOT-DEVUELTAS     PIC 9(6) VALUE 0.
           77 ENVIADAS-AUX      PIC 9(6) VALUE 0.
           77 DEVUELTAS-AUX     PIC 9(6) VALUE 0.
           77 TASA              PIC 9(3)V9 VALUE 0.
           77 TASA-EDIT         PIC ZZ9.9.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 DEV-EDIT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY "INGRESE EL MES A REPORTAR (AAAAMM): "
            ACCEPT ANIOMES-PEDIDO

            PERFORM CARGA-SUCURSALES
            PERFORM CARGA-CODIGOS
            PERFORM RECORRE-CARTAS
            IF CNT-DESBORDE > 0
                DISPLAY CNT-DESBORDE " CARTAS FUERA DE LAS TABLAS "
                    "DE SUCURSAL O CODIGO POSTAL"
            END-IF
            PERFORM IMPRIME-REPORTE

            DISPLAY TOT-DEVUELTAS " DEVUELTAS DE " TOT-ENVIADAS
                " CARTAS DEL MES " ANIOMES-PEDIDO
                ", VER CORDEV-MES.RPT"

            STOP RUN.

      *CARGA LOS NOMBRES DE LAS SUCURSALES
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
                                   SUC-T-CODIGO(SUC-CNT)
                               MOVE SUC-NOMBRE TO
                                   SUC-T-NOMBRE(SUC-CNT)
                               MOVE 0 TO SUC-T-ENVIADAS(SUC-CNT)
                               MOVE 0 TO SUC-T-DEVUELTAS(SUC-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE SUCURSAL-FILE
               END-IF.

      *CARGA LAS LOCALIDADES DE LOS CODIGOS POSTALES
           CARGA-CODIGOS.
               OPEN INPUT CODPOST-FILE
               IF CODPOST-NEW-FILE
                   CLOSE CODPOST-FILE
               ELSE
                   PERFORM UNTIL CODPOST-EOF OR CPT-CNT = 500
                       READ CODPOST-FILE
                           AT END
                               SET CODPOST-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CPT-CNT
                               MOVE CP-CODIGO TO CPT-CODIGO(CPT-CNT)
                               MOVE CP-LOCALIDAD TO
                                   CPT-LOCALIDAD(CPT-CNT)
                               MOVE 0 TO CPT-ENVIADAS(CPT-CNT)
                               MOVE 0 TO CPT-DEVUELTAS(CPT-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE CODPOST-FILE
               END-IF.

      *CUENTA CADA CARTA DEL MES EN LA SUCURSAL Y EL CODIGO POSTAL
      *DEL CLIENTE
           RECORRE-CARTAS.
               OPEN INPUT CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   DISPLAY "NO EXISTE CLIENTE.DAT"
                   CLOSE CLIENTE-FILE
                   STOP RUN
               END-IF
               OPEN INPUT CORRESP-FILE
               IF CORRESP-NEW-FILE
                   CLOSE CORRESP-FILE
               ELSE
                   PERFORM UNTIL CORRESP-EOF
                       READ CORRESP-FILE
                           AT END
                               SET CORRESP-EOF TO TRUE
                           NOT AT END
                               DIVIDE COR-FECHA BY 100
                                   GIVING ANIOMES-REG
                               IF ANIOMES-REG = ANIOMES-PEDIDO
                                   PERFORM CUENTA-CARTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CORRESP-FILE
               END-IF
               CLOSE CLIENTE-FILE.

      *UBICA AL CLIENTE DE LA CARTA LEIDA Y LA SUMA A SU SUCURSAL Y
      *A SU CODIGO POSTAL
           CUENTA-CARTA.
               ADD 1 TO TOT-ENVIADAS
               IF COR-DEVUELTA
                   ADD 1 TO TOT-DEVUELTAS
               END-IF
               MOVE COR-CLIENTE-ID TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE SPACES TO CLIENTE-SUCURSAL
                       MOVE SPACES TO CONTACTO-DIRECCION
               END-READ

               MOVE CLIENTE-SUCURSAL TO SUCURSAL-BUSCADA
               PERFORM BUSCA-SUCURSAL
               IF ENCONTRADO
                   ADD 1 TO SUC-T-ENVIADAS(I)
                   IF COR-DEVUELTA
                       ADD 1 TO SUC-T-DEVUELTAS(I)
                   END-IF
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF

               PERFORM EXTRAE-CODIGO-POSTAL
               PERFORM BUSCA-CODIGO
               IF ENCONTRADO
                   ADD 1 TO CPT-ENVIADAS(I)
                   IF COR-DEVUELTA
                       ADD 1 TO CPT-DEVUELTAS(I)
                   END-IF
               ELSE
                   ADD 1 TO CNT-DESBORDE
               END-IF.

      *BUSCA LA SUCURSAL EN LA TABLA, AGREGANDOLA SI NO FIGURA EN
      *SUCURSAL.DAT
           BUSCA-SUCURSAL.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= SUC-CNT
                   ADD 1 TO I
                   IF SUC-T-CODIGO(I) = SUCURSAL-BUSCADA
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENCONTRADO AND SUC-CNT < 100
                   ADD 1 TO SUC-CNT
                   MOVE SUC-CNT TO I
                   MOVE SUCURSAL-BUSCADA TO SUC-T-CODIGO(I)
                   MOVE "(SIN SUCURSAL REGISTRADA)" TO SUC-T-NOMBRE(I)
                   MOVE 0 TO SUC-T-ENVIADAS(I)
                   MOVE 0 TO SUC-T-DEVUELTAS(I)
                   SET ENCONTRADO TO TRUE
               END-IF.

      *BUSCA EL CODIGO POSTAL EN LA TABLA, AGREGANDOLO SI NO FIGURA
      *EN CODPOST.DAT
           BUSCA-CODIGO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= CPT-CNT
                   ADD 1 TO I
                   IF CPT-CODIGO(I) = CODIGO-EXTRAIDO
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENCONTRADO AND CPT-CNT < 500
                   ADD 1 TO CPT-CNT
                   MOVE CPT-CNT TO I
                   MOVE CODIGO-EXTRAIDO TO CPT-CODIGO(I)
                   MOVE "(NO REGISTRADO EN CODPOST)"
                       TO CPT-LOCALIDAD(I)
                   MOVE 0 TO CPT-ENVIADAS(I)
                   MOVE 0 TO CPT-DEVUELTAS(I)
                   SET ENCONTRADO TO TRUE
               END-IF.

      *AISLA LA ULTIMA PALABRA DE LA DIRECCION COMO CODIGO POSTAL,
      *IGUAL QUE CPVALID (HASTA 8 CARACTERES, SI NO QUEDA EN BLANCO)
           EXTRAE-CODIGO-POSTAL.
               MOVE 0 TO FIN-PALABRA
               MOVE 40 TO P
               PERFORM UNTIL FIN-PALABRA > 0 OR P = 0
                   IF CONTACTO-DIRECCION(P:1) NOT = SPACE
                       MOVE P TO FIN-PALABRA
                   ELSE
                       SUBTRACT 1 FROM P
                   END-IF
               END-PERFORM
               MOVE SPACES TO CODIGO-EXTRAIDO
               IF FIN-PALABRA > 0
                   MOVE FIN-PALABRA TO INICIO-PALABRA
                   PERFORM UNTIL INICIO-PALABRA = 1 OR
                       CONTACTO-DIRECCION(INICIO-PALABRA - 1:1)
                       = SPACE
                       SUBTRACT 1 FROM INICIO-PALABRA
                   END-PERFORM
                   COMPUTE LARGO-PALABRA =
                       FIN-PALABRA - INICIO-PALABRA + 1
                   IF LARGO-PALABRA NOT > 8
                       MOVE CONTACTO-DIRECCION
                           (INICIO-PALABRA:LARGO-PALABRA)
                           TO CODIGO-EXTRAIDO
                   END-IF
               END-IF.

      *ESCRIBE LAS DOS SECCIONES DEL REPORTE Y EL TOTAL DEL MES
           IMPRIME-REPORTE.
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CARTAS DEVUELTAS POR EL CORREO - MES "
                   ANIOMES-PEDIDO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "POR SUCURSAL:          ENVIADAS DEVUELTAS  TASA%"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SUC-CNT
                   IF SUC-T-ENVIADAS(I) > 0
                       MOVE SUC-T-ENVIADAS(I) TO ENVIADAS-AUX
                       MOVE SUC-T-DEVUELTAS(I) TO DEVUELTAS-AUX
                       PERFORM CALCULA-TASA
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " SUC-T-CODIGO(I) " "
                           SUC-T-NOMBRE(I) " " CNT-EDIT " "
                           DEV-EDIT " " TASA-EDIT
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM

               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "POR CODIGO POSTAL:     ENVIADAS DEVUELTAS  TASA%"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > CPT-CNT
                   IF CPT-ENVIADAS(I) > 0
                       MOVE CPT-ENVIADAS(I) TO ENVIADAS-AUX
                       MOVE CPT-DEVUELTAS(I) TO DEVUELTAS-AUX
                       PERFORM CALCULA-TASA
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  " CPT-CODIGO(I) " "
                           CPT-LOCALIDAD(I) " " CNT-EDIT " "
                           DEV-EDIT " " TASA-EDIT
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM

               MOVE TOT-ENVIADAS TO ENVIADAS-AUX
               MOVE TOT-DEVUELTAS TO DEVUELTAS-AUX
               PERFORM CALCULA-TASA
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "TOTAL DEL MES: " CNT-EDIT " CARTAS, "
                   DEV-EDIT " DEVUELTAS, TASA " TASA-EDIT "%"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               CLOSE REPORTE-FILE.

      *PORCENTAJE DE DEVUELTAS SOBRE ENVIADAS, EDITADO CON LOS DOS
      *CONTADORES
           CALCULA-TASA.
               MOVE 0 TO TASA
               IF ENVIADAS-AUX > 0
                   COMPUTE TASA ROUNDED =
                       DEVUELTAS-AUX * 100 / ENVIADAS-AUX
               END-IF
               MOVE TASA TO TASA-EDIT
               MOVE ENVIADAS-AUX TO CNT-EDIT
               MOVE DEVUELTAS-AUX TO DEV-EDIT.

       END PROGRAM COBRDEV-RPT.
