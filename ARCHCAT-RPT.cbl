      ******************************************************************
      * Author:
      * Date:
      * Purpose: Data-file catalog report. Lists on ARCHCAT.RPT every
      *          ARCHCAT.DAT entry (read through CATLEE) with its
      *          organization, owner, backup, retention, date
      *          position, volumetrics and verification settings, and
      *          contrasts the catalog with the disk: operations
      *          leaves the directory listing on DISCO.LST, one file
      *          name per line, before the run. Every data file on
      *          the listing that nobody catalogued is flagged - it is
      *          neither backed up, archived, measured nor verified -
      *          as is every catalogued file the listing does not
      *          show. Reports, work files, backup and archive
      *          generations, listings and source members are not
      *          data files and are left out of the comparison.
      *          Return code 8 when an uncatalogued data file is
      *          found.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHCAT-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOGO-STATUS.

           SELECT DISCO-FILE ASSIGN TO "DISCO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "ARCHCAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOGO-REC            PIC X(80).

       FD  DISCO-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISCO-REC               PIC X(80).

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(100).

       WORKING-STORAGE SECTION.
           77 CATALOGO-STATUS   PIC X(2) VALUE "00".
               88 CATALOGO-NEW-FILE VALUE "35".
           77 DISCO-STATUS      PIC X(2) VALUE "00".
               88 DISCO-NEW-FILE    VALUE "35".
           77 DISCO-EOF-SW      PIC X VALUE "N".
               88 DISCO-EOF         VALUE "Y".
           77 LISTADO-SW        PIC X VALUE "N".
               88 CON-LISTADO       VALUE "Y".
           77 CATALOGO-SW       PIC X VALUE "N".
               88 CATALOGO-EXISTE   VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).

      *CATALOGO VIGENTE (VIA CATLEE)
           01 TABLA-CATALOGO.
               05 CATALOGO OCCURS 100 TIMES.
                   10 TAB-CATALOGO      PIC X(80).
           77 CAT-CNT           PIC 9(3) VALUE 0.
           77 CX                PIC 9(3) VALUE 0.
           01 CATALOGO-VISTA.
               COPY ARCCAT.

      *ARCHIVOS DE DATOS DEL LISTADO DE DISCO
           01 TABLA-DISCO.
               05 DISCO OCCURS 500 TIMES.
                   10 DIS-NOMBRE        PIC X(30).
           77 DIS-CNT           PIC 9(3) VALUE 0.
           77 DX                PIC 9(3) VALUE 0.
           77 CNT-DESCARTADOS   PIC 9(4) VALUE 0.

      *DESARME DEL NOMBRE LEIDO: BASE, EXTENSION Y CUANTAS PARTES
           77 NOMBRE-LEIDO      PIC X(30).
           77 PARTE-BASE        PIC X(30).
           77 PARTE-EXT         PIC X(30).
           77 PARTE-OTRA        PIC X(30).
           77 CNT-PARTES        PIC 9(2) VALUE 0.
           77 EXTENSION         PIC X(4).
               88 EXTENSION-NO-DATOS VALUE "RPT " "TMP " "BAK "
                                           "ARC " "LST " "PREV"
                                           "CBL " "CPY " "JCL "
                                           "MD  " "TXT " "SH  ".
           77 DATOS-SW          PIC X VALUE "N".
               88 ES-DATOS          VALUE "Y".

           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 ESTADO-DISCO      PIC X(16).
           77 CNT-SIN-CATALOGO  PIC 9(4) VALUE 0.
           77 CNT-AUSENTES      PIC 9(4) VALUE 0.
           77 RETENCION-EDIT    PIC ZZZ9.
           77 FACTOR-EDIT       PIC Z9.99.
           77 CNT-EDIT          PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM VERIFICA-CATALOGO
            CALL "CATLEE" USING TABLA-CATALOGO CAT-CNT
            PERFORM CARGA-DISCO

            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "CATALOGO DE ARCHIVOS DE DATOS AL " FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE
            IF NOT CATALOGO-EXISTE
                MOVE SPACES TO LINEA-REPORTE
                STRING "SIN ARCHCAT.DAT: RIGEN LAS LISTAS HISTORICAS "
                    "DE LOS PROGRAMAS"
                    DELIMITED BY SIZE INTO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF
            PERFORM LISTA-CATALOGO
            PERFORM LISTA-SIN-CATALOGO
            PERFORM LISTA-TOTALES
            CLOSE REPORTE-FILE

            IF CON-LISTADO
                DISPLAY "ARCHCAT-RPT: " CAT-CNT " CATALOGADOS, "
                    CNT-SIN-CATALOGO " SIN CATALOGAR, " CNT-AUSENTES
                    " AUSENTES DEL DISCO"
            ELSE
                DISPLAY "ARCHCAT-RPT: " CAT-CNT " CATALOGADOS, SIN "
                    "DISCO.LST PARA CONTRASTAR"
            END-IF
            IF CNT-SIN-CATALOGO > 0
                MOVE 8 TO RETURN-CODE
            END-IF

            GOBACK.

      *MIRA SI EL CATALOGO YA EXISTE O SI RIGEN LAS LISTAS
      *HISTORICAS
           VERIFICA-CATALOGO.
               OPEN INPUT CATALOGO-FILE
               IF NOT CATALOGO-NEW-FILE
                   SET CATALOGO-EXISTE TO TRUE
               END-IF
               CLOSE CATALOGO-FILE.

      *CARGA DEL LISTADO DE DISCO LOS NOMBRES QUE SON ARCHIVOS DE
      *DATOS
           CARGA-DISCO.
               OPEN INPUT DISCO-FILE
               IF DISCO-NEW-FILE
                   CLOSE DISCO-FILE
               ELSE
                   SET CON-LISTADO TO TRUE
                   PERFORM UNTIL DISCO-EOF
                       READ DISCO-FILE
                           AT END
                               SET DISCO-EOF TO TRUE
                           NOT AT END
                               PERFORM CLASIFICA-NOMBRE
                               IF ES-DATOS AND DIS-CNT < 500
                                   ADD 1 TO DIS-CNT
                                   MOVE NOMBRE-LEIDO TO
                                       DIS-NOMBRE(DIS-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESCARTADOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISCO-FILE
               END-IF.

      *UN NOMBRE ES DE DATOS SI TIENE UNA SOLA EXTENSION Y NO ES DE
      *REPORTE, TRABAJO, RESPALDO, ARCHIVO HISTORICO, LISTADO O
      *FUENTE; LOS NOMBRES CON VARIOS PUNTOS SON GENERACIONES
           CLASIFICA-NOMBRE.
               MOVE "N" TO DATOS-SW
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DISCO-REC))
                   TO NOMBRE-LEIDO
               MOVE SPACES TO PARTE-BASE PARTE-EXT PARTE-OTRA
               MOVE 0 TO CNT-PARTES
               UNSTRING NOMBRE-LEIDO DELIMITED BY "."
                   INTO PARTE-BASE PARTE-EXT PARTE-OTRA
                   TALLYING IN CNT-PARTES
               MOVE PARTE-EXT TO EXTENSION
               IF NOMBRE-LEIDO NOT = SPACES AND CNT-PARTES = 2
                   AND PARTE-BASE NOT = SPACES
                   AND PARTE-EXT NOT = SPACES
                   AND NOT EXTENSION-NO-DATOS
                   SET ES-DATOS TO TRUE
               END-IF.

      *LISTA CADA ARCHIVO CATALOGADO CON SUS ATRIBUTOS Y SI EL
      *LISTADO DE DISCO LO MUESTRA
           LISTA-CATALOGO.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "ARCHIVO      ORG DUENO        RESP RETEN POS "
                   "VOL FACTOR VERIF EN DISCO"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                   MOVE TAB-CATALOGO(CX) TO CATALOGO-VISTA
                   PERFORM BUSCA-EN-DISCO
                   MOVE FCA-RETENCION TO RETENCION-EDIT
                   MOVE FCA-FACTOR TO FACTOR-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING FCA-ARCHIVO " " FCA-ORGANIZACION "   "
                       FCA-DUENO " " FCA-RESPALDO "    "
                       RETENCION-EDIT "  " FCA-FECHA-POS " "
                       FCA-VOLUMEN "   " FACTOR-EDIT "  "
                       FCA-VERIFICA "     " ESTADO-DISCO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-PERFORM.

      *BUSCA EL ARCHIVO CATALOGADO EN EL LISTADO DE DISCO
           BUSCA-EN-DISCO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO DX
               PERFORM UNTIL ENCONTRADO OR DX >= DIS-CNT
                   ADD 1 TO DX
                   IF DIS-NOMBRE(DX) = FCA-ARCHIVO
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT CON-LISTADO
                       MOVE SPACES TO ESTADO-DISCO
                   WHEN ENCONTRADO
                       MOVE "SI" TO ESTADO-DISCO
                   WHEN OTHER
                       MOVE "*** NO ESTA" TO ESTADO-DISCO
                       ADD 1 TO CNT-AUSENTES
               END-EVALUATE.

      *LISTA LOS ARCHIVOS DE DATOS DEL DISCO QUE NADIE CATALOGO
           LISTA-SIN-CATALOGO.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF NOT CON-LISTADO
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "SIN DISCO.LST: NO SE CONTRASTA EL CATALOGO "
                       "CONTRA EL DISCO"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               ELSE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "ARCHIVOS DE DATOS EN DISCO SIN CATALOGAR "
                       "(SIN RESPALDO, ARCHIVO, VOLUMETRIA NI "
                       "VERIFICACION)"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DIS-CNT
                       PERFORM BUSCA-EN-CATALOGO
                   END-PERFORM
               END-IF.

      *SENALA EL ARCHIVO DX DEL DISCO SI NO FIGURA EN EL CATALOGO
           BUSCA-EN-CATALOGO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO CX
               PERFORM UNTIL ENCONTRADO OR CX >= CAT-CNT
                   ADD 1 TO CX
                   IF TAB-CATALOGO(CX)(1:12) = DIS-NOMBRE(DX)
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENCONTRADO
                   ADD 1 TO CNT-SIN-CATALOGO
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  *** " FUNCTION TRIM(DIS-NOMBRE(DX))
                       " SIN CATALOGAR"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *TOTALES DEL REPORTE
           LISTA-TOTALES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CAT-CNT TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "ARCHIVOS CATALOGADOS:          " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF CON-LISTADO
                   MOVE CNT-AUSENTES TO CNT-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "CATALOGADOS AUSENTES DEL DISCO: " CNT-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE CNT-SIN-CATALOGO TO CNT-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "DATOS EN DISCO SIN CATALOGAR:  " CNT-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE CNT-DESCARTADOS TO CNT-EDIT
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "NOMBRES DEL LISTADO NO DE DATOS:" CNT-EDIT
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

       END PROGRAM ARCHCAT-RPT.
