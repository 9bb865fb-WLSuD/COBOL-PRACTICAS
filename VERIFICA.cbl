      * Author:
      * Date:
      * Purpose: Data-file integrity sweep run ahead of the nightly
      *          chain. Validates every record of the files the
      *          ARCHCAT.DAT file catalog marks for verification
      *          (through CATLEE; without a catalog CLIENTE.DAT,
      *          CLIAUD.DAT, CODIGOS.DAT and NUMEROS.DAT) - ESTADO on
      *          CLIENTE.DAT must be 1-4, AUD-FECHA and AUD-HORA on
      *          CLIAUD.DAT must be numeric and plausible dates,
      *          REGCOD-CODIGO must be non-blank, NUMEROS.DAT entries
      *          must be numeric, and any other catalogued flat file
      *          must carry no blank records and, where the catalog
      *          gives its date position, a real date there - writing a
      *          damage report (DANIOS.RPT) with file, record number and
      *          reason, and returning RETURN-CODE 8 so the NOCTURNO
      *          driver can hold the chain on a corrupt master. Damage
      *          found is also queued as one critical alert on
      *          ALERTAS.DAT through ALERTGRB.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  Damage found is also queued as one critical alert on
      *             the central operations alert file ALERTAS.DAT
      *             through ALERTGRB.
      * 2026-10-15  The files verified come from the ARCHCAT.DAT file
      *             catalog through CATLEE instead of a hardcoded list
      *             of four; any other catalogued flat file is checked
      *             for blank records and, where the catalog gives a
      *             date position, a real date there. The flat-file
      *             buffer is 250 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMEROS-STATUS.

           SELECT PLANO-FILE ASSIGN USING PLANO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "DANIOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  NUMERO-REC.
           COPY NUMTAB.

       FD  PLANO-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLANO-REC               PIC X(250).

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).
               88 CODIGOS-NEW-FILE  VALUE "35".
           77 NUMEROS-STATUS    PIC X(2) VALUE "00".
               88 NUMEROS-NEW-FILE  VALUE "35".
           77 PLANO-NOMBRE      PIC X(30).
           77 PLANO-STATUS      PIC X(2) VALUE "00".
               88 PLANO-NEW-FILE    VALUE "35".
           77 FUENTE-EOF-SW     PIC X VALUE "N".
               88 FUENTE-EOF        VALUE "Y".

      *ARCHIVOS A VERIFICAR: LOS QUE EL CATALOGO DE ARCHIVOS (VIA
      *CATLEE) MARCA CON FCA-VERIFICA Y
           01 TABLA-CATALOGO.
               05 CATALOGO OCCURS 100 TIMES.
                   10 TAB-CATALOGO      PIC X(80).
           77 CAT-CNT           PIC 9(3) VALUE 0.
           77 CX                PIC 9(3) VALUE 0.
           01 CATALOGO-VISTA.
               COPY ARCCAT.

           77 NRO-REGISTRO      PIC 9(6) VALUE 0.
           77 CNT-DANIOS        PIC 9(6) VALUE 0.
           77 ARCHIVO-ACTUAL    PIC X(12).
           77 MOTIVO-DANIO      PIC X(30).
           77 NRO-EDIT          PIC ZZZ,ZZ9.

      *ALERTA PARA LA COLA CENTRAL DE OPERACIONES (ALERTGRB)
           77 ALERTA-ORIGEN     PIC X(12) VALUE "VERIFICA".
           77 ALERTA-SEVERIDAD  PIC X.
           77 ALERTA-MENSAJE    PIC X(70).

      *VALIDACION DE PLAUSIBILIDAD DE FECHAS
           01 FECHA-PRUEBA      PIC 9(8).
           01 FECHA-PRUEBA-DET REDEFINES FECHA-PRUEBA.
                TO LINEA-REPORTE
            WRITE LINEA-REPORTE

            CALL "CATLEE" USING TABLA-CATALOGO CAT-CNT
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                MOVE TAB-CATALOGO(CX) TO CATALOGO-VISTA
                IF FCA-CON-VERIFICA AND FCA-ARCHIVO NOT = SPACES
                    PERFORM VERIFICA-UN-ARCHIVO
                END-IF
            END-PERFORM

            MOVE CNT-DANIOS TO NRO-EDIT
            MOVE SPACES TO LINEA-REPORTE
            CLOSE REPORTE-FILE

            IF CNT-DANIOS > 0
                MOVE "C" TO ALERTA-SEVERIDAD
                MOVE SPACES TO ALERTA-MENSAJE
                STRING NRO-EDIT " DANIOS EN ARCHIVOS MAESTROS, "
                    "CADENA RETENIDA, VER DANIOS.RPT"
                    DELIMITED BY SIZE INTO ALERTA-MENSAJE
                CALL "ALERTGRB" USING ALERTA-ORIGEN ALERTA-SEVERIDAD
                    ALERTA-MENSAJE
                MOVE 8 TO RETURN-CODE
                DISPLAY CNT-DANIOS " DANIOS DETECTADOS, VER "
                    "DANIOS.RPT"

            GOBACK.

      *VERIFICA EL ARCHIVO CATALOGADO EN CURSO: LOS MAESTROS
      *CONOCIDOS CON SUS REGLAS PROPIAS, CUALQUIER OTRO SECUENCIAL
      *POR LA FECHA DE SU POSICION CATALOGADA, Y UN INDEXADO O
      *RELATIVO SIN LECTOR QUEDA SENALADO EN EL REPORTE
           VERIFICA-UN-ARCHIVO.
               EVALUATE TRUE
                   WHEN FCA-ARCHIVO = "CLIENTE.DAT"
                       PERFORM VERIFICA-CLIENTE
                   WHEN FCA-ARCHIVO = "CLIAUD.DAT"
                       PERFORM VERIFICA-AUDITORIA
                   WHEN FCA-ARCHIVO = "CODIGOS.DAT"
                       PERFORM VERIFICA-CODIGOS
                   WHEN FCA-ARCHIVO = "NUMEROS.DAT"
                       PERFORM VERIFICA-NUMEROS
                   WHEN FCA-INDEXADO OR FCA-RELATIVO
                       MOVE SPACES TO LINEA-REPORTE
                       STRING FCA-ARCHIVO " SIN LECTOR EN VERIFICA, "
                           "NO SE REVISA"
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   WHEN OTHER
                       PERFORM VERIFICA-PLANO
               END-EVALUATE.

      *RECORRE EL MAESTRO DE CLIENTES VALIDANDO QUE ESTADO SEA 1-4
           VERIFICA-CLIENTE.
               MOVE "CLIENTE.DAT" TO ARCHIVO-ACTUAL
                   CLOSE NUMEROS-FILE
               END-IF.

      *RECORRE UN ARCHIVO PLANO CATALOGADO: CADA REGISTRO DEBE
      *TRAER CONTENIDO Y, SI EL CATALOGO DA LA POSICION DE SU FECHA,
      *UNA FECHA NUMERICA Y REAL EN ESA POSICION
           VERIFICA-PLANO.
               MOVE FCA-ARCHIVO TO ARCHIVO-ACTUAL
               MOVE FCA-ARCHIVO TO PLANO-NOMBRE
               MOVE 0 TO NRO-REGISTRO
               MOVE "N" TO FUENTE-EOF-SW
               OPEN INPUT PLANO-FILE
               IF PLANO-NEW-FILE
                   CLOSE PLANO-FILE
               ELSE
                   PERFORM UNTIL FUENTE-EOF
                       READ PLANO-FILE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO NRO-REGISTRO
                               PERFORM VALIDA-REG-PLANO
                       END-READ
                   END-PERFORM
                   CLOSE PLANO-FILE
               END-IF.

      *VALIDA EL REGISTRO PLANO LEIDO
           VALIDA-REG-PLANO.
               IF PLANO-REC = SPACES
                   MOVE "REGISTRO EN BLANCO" TO MOTIVO-DANIO
                   PERFORM GRABA-DANIO
               ELSE
                   IF FCA-FECHA-POS > 0 AND FCA-FECHA-POS < 244
                       IF PLANO-REC(FCA-FECHA-POS:8) IS NOT NUMERIC
                           MOVE "FECHA NO NUMERICA" TO MOTIVO-DANIO
                           PERFORM GRABA-DANIO
                       ELSE
                           MOVE PLANO-REC(FCA-FECHA-POS:8)
                               TO FECHA-PRUEBA
                           PERFORM VALIDA-FECHA-PLAUSIBLE
                           IF NOT FECHA-OK
                               MOVE "FECHA IMPLAUSIBLE"
                                   TO MOTIVO-DANIO
                               PERFORM GRABA-DANIO
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *MARCA FECHA-OK SI FECHA-PRUEBA ES UNA FECHA REAL: ANIO
      *RAZONABLE, MES 1-12 Y DIA DENTRO DEL LARGO REAL DEL MES
      *(FEBRERO VIA BISLEAP)
