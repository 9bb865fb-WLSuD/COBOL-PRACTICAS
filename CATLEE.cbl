      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable loader of the data-file catalog, in the
      *          style of PARMGET. Fills the caller's table with the
      *          ARCHCAT.DAT entries, in file order, and their count.
      *          Without a catalog file it hands out the shop's
      *          historical lists - the masters RESPALDO backed up,
      *          the files ARCHIVADOR archived, VOLUMEN measured and
      *          VERIFICA checked - so the housekeeping batch runs as
      *          it always did until the catalog is loaded. Used by
      *          RESPALDO, RESPALDO-ROT, RESTAURA, ARCHIVADOR, VOLUMEN,
      *          VERIFICA and the ARCHCAT-RPT catalog report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATLEE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOGO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOGO-REC            PIC X(80).

       WORKING-STORAGE SECTION.
           77 CATALOGO-STATUS   PIC X(2) VALUE "00".
               88 CATALOGO-NEW-FILE VALUE "35".
           77 CATALOGO-EOF-SW   PIC X VALUE "N".
               88 CATALOGO-EOF      VALUE "Y".

      *LISTAS HISTORICAS DE LOS PROGRAMAS DE MANTENIMIENTO, PARA
      *CUANDO NO HAY CATALOGO: ARCHIVO, ORGANIZACION, DUENO,
      *RESPALDO, RETENCION, POSICION DE FECHA, VOLUMETRIA, FACTOR Y
      *VERIFICACION
           01 TABLA-BASE.
               05 FILLER PIC X(39) VALUE
                   "CLIENTE.DAT ICLIENTES    Y0000000Y0000Y".
               05 FILLER PIC X(39) VALUE
                   "CODIGOS.DAT ISISTEMAS    Y0000000Y0000Y".
               05 FILLER PIC X(39) VALUE
                   "REGORD.DAT  RORDENAMIENTOY0000000N0000N".
               05 FILLER PIC X(39) VALUE
                   "GRANTOT.DAT SCONTABILIDADY0000000N0000N".
               05 FILLER PIC X(39) VALUE
                   "MATAVG.DAT  SOPERACIONES Y0000000N0000N".
               05 FILLER PIC X(39) VALUE
                   "CLIAUD.DAT  SCLIENTES    N0730009Y0000Y".
               05 FILLER PIC X(39) VALUE
                   "CALCULOG.DATSCAJA        N0365026Y0000N".
               05 FILLER PIC X(39) VALUE
                   "ERRORES.LOG SSISTEMAS    N0090041Y0000N".
               05 FILLER PIC X(39) VALUE
                   "BISIESTO.OUTSSISTEMAS    N0030000N0000N".
               05 FILLER PIC X(39) VALUE
                   "COBRANZA.OUTSCOBRANZA    N0000000Y0000N".
               05 FILLER PIC X(39) VALUE
                   "NUMEROS.DAT SSISTEMAS    N0000000N0000Y".
           01 TABLA-BASE-R REDEFINES TABLA-BASE.
               05 BASE OCCURS 11 TIMES.
                   10 BAS-ARCHIVO       PIC X(12).
                   10 BAS-ORGANIZACION  PIC X.
                   10 BAS-DUENO         PIC X(12).
                   10 BAS-RESPALDO      PIC X.
                   10 BAS-RETENCION     PIC 9(4).
                   10 BAS-FECHA-POS     PIC 9(3).
                   10 BAS-VOLUMEN       PIC X.
                   10 BAS-FACTOR        PIC 9(2)V99.
                   10 BAS-VERIFICA      PIC X.
           77 B                 PIC 9(2) VALUE 0.

      *ENTRADA DEL CATALOGO QUE SE ARMA DESDE LA LISTA HISTORICA
           01 ENTRADA-BASE.
               COPY ARCCAT.

       LINKAGE SECTION.
           01 CATALOGO-TABLA.
               05 CATALOGO-LINEA OCCURS 100 TIMES PIC X(80).
           77 CATALOGO-CNT      PIC 9(3).

       PROCEDURE DIVISION USING CATALOGO-TABLA CATALOGO-CNT.
       MAIN-PROCEDURE.
            MOVE 0 TO CATALOGO-CNT
            MOVE "N" TO CATALOGO-EOF-SW
            OPEN INPUT CATALOGO-FILE
            IF CATALOGO-NEW-FILE
                CLOSE CATALOGO-FILE
                PERFORM VARYING B FROM 1 BY 1 UNTIL B > 11
                    PERFORM ARMA-ENTRADA-BASE
                END-PERFORM
            ELSE
                PERFORM UNTIL CATALOGO-EOF
                    READ CATALOGO-FILE
                        AT END
                            SET CATALOGO-EOF TO TRUE
                        NOT AT END
                            IF CATALOGO-CNT < 100
                                ADD 1 TO CATALOGO-CNT
                                MOVE CATALOGO-REC TO
                                    CATALOGO-LINEA(CATALOGO-CNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOGO-FILE
            END-IF
            GOBACK.

      *ARMA LA ENTRADA B DE LA LISTA HISTORICA CON EL LAYOUT DEL
      *CATALOGO
           ARMA-ENTRADA-BASE.
               MOVE SPACES TO ENTRADA-BASE
               MOVE BAS-ARCHIVO(B) TO FCA-ARCHIVO
               MOVE BAS-ORGANIZACION(B) TO FCA-ORGANIZACION
               MOVE BAS-DUENO(B) TO FCA-DUENO
               MOVE BAS-RESPALDO(B) TO FCA-RESPALDO
               MOVE BAS-RETENCION(B) TO FCA-RETENCION
               MOVE BAS-FECHA-POS(B) TO FCA-FECHA-POS
               MOVE BAS-VOLUMEN(B) TO FCA-VOLUMEN
               MOVE BAS-FACTOR(B) TO FCA-FACTOR
               MOVE BAS-VERIFICA(B) TO FCA-VERIFICA
               MOVE "TOMADO DE LA LISTA HISTORICA" TO FCA-DESCRIPCION
               ADD 1 TO CATALOGO-CNT
               MOVE ENTRADA-BASE TO CATALOGO-LINEA(CATALOGO-CNT).

       END PROGRAM CATLEE.
