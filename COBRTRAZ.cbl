      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly skip-trace extract. Takes each customer's
      *          latest call outcome from COBRACT.DAT and, for every
      *          MOROSO customer not handed to the agency whose last
      *          outcome is NUMERO ERRADO and whose wrong number has
      *          not been traced yet, writes the contact on record
      *          to the SKIPTRAZ.OUT vendor extract and opens a
      *          PENDIENTE trace on SKIPTRAZ.DAT (COBTRZ) - which
      *          keeps the customer off the COBRCALL lists until
      *          COBRTRAZ-RET applies the vendor's find. Customers
      *          whose current address the post office bounced
      *          (DIRMALA.DAT, see COBRDEV) are sent the same way,
      *          once per return taken in. COBRTRAZ.RPT
      *          lists what was sent tonight and, for the collections
      *          supervisor, every trace still open more than
      *          TRAZA-DIAS days (PARAMS.DAT, 30 by default).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRTRAZ.
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

           SELECT ACTIVIDAD-FILE ASSIGN TO "COBRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVIDAD-STATUS.

           SELECT TRAZA-FILE ASSIGN TO "SKIPTRAZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAZA-STATUS.

           SELECT DIRMALA-FILE ASSIGN TO "DIRMALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIRMALA-STATUS.

           SELECT EXTRACTO-FILE ASSIGN TO "SKIPTRAZ.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE-FILE ASSIGN TO "COBRTRAZ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  ACTIVIDAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACTIVIDAD-REC.
           COPY COBACT.

       FD  TRAZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRAZA-REC.
           COPY COBTRZ.

       FD  DIRMALA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIRMALA-REC.
           COPY DIRMAL.

       FD  EXTRACTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACTO-REC.
           05 TRX-CLIENTE-ID          PIC 9(6).
           05 TRX-NOMBRE              PIC X(30).
           05 TRX-TELEFONO            PIC X(15).
           05 TRX-EMAIL               PIC X(30).
           05 TRX-DIRECCION           PIC X(40).
           05 TRX-FECHA-ENVIO         PIC 9(8).

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 ACTIVIDAD-STATUS  PIC X(2) VALUE "00".
               88 ACTIVIDAD-NEW-FILE VALUE "35".
           77 ACTIVIDAD-EOF-SW  PIC X VALUE "N".
               88 ACTIVIDAD-EOF     VALUE "Y".
           77 TRAZA-STATUS      PIC X(2) VALUE "00".
               88 TRAZA-NEW-FILE    VALUE "35".
           77 TRAZA-EOF-SW      PIC X VALUE "N".
               88 TRAZA-EOF         VALUE "Y".
           77 DIRMALA-STATUS    PIC X(2) VALUE "00".
               88 DIRMALA-NEW-FILE  VALUE "35".
           77 DIRMALA-EOF-SW    PIC X VALUE "N".
               88 DIRMALA-EOF       VALUE "Y".
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 DIAS-TRAZA        PIC 9(3) VALUE 30.

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).

      *ULTIMO RESULTADO DE GESTION DE CADA CLIENTE LLAMADO
           01 TABLA-ACTIVIDAD.
               05 ACTIVIDADES OCCURS 2000 TIMES.
                   10 ULT-ACT-ID        PIC 9(6).
                   10 ULT-ACT-RESULTADO PIC X.
                   10 ULT-ACT-FECHA     PIC 9(8).
           77 ACT-CNT           PIC 9(4) VALUE 0.

      *TRAZAS YA ABIERTAS, PARA NO MANDAR DOS VECES EL MISMO
      *NUMERO ERRADO Y PARA INFORMAR LAS QUE SIGUEN SIN HALLAR
           01 TABLA-TRAZAS.
               05 TRAZAS OCCURS 2000 TIMES.
                   10 TRZ-T-ID          PIC 9(6).
                   10 TRZ-T-FECHA-ACT   PIC 9(8).
                   10 TRZ-T-FECHA-ENVIO PIC 9(8).
                   10 TRZ-T-ESTADO      PIC X.
           77 TRZ-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.

           77 I                 PIC 9(4) VALUE 0.
           77 K                 PIC 9(4) VALUE 0.
           77 CLIENTE-BUSCADO   PIC 9(6) VALUE 0.
           77 FECHA-EVENTO      PIC 9(8) VALUE 0.
           77 ORIGEN-TRAZA      PIC X VALUE SPACE.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 YA-TRAZADO-SW     PIC X VALUE "N".
               88 YA-TRAZADO        VALUE "Y".

           01 FECHA-ORIGEN      PIC 9(8).
           01 FECHA-ORI-DET REDEFINES FECHA-ORIGEN.
               05 ORI-ANIO      PIC 9(4).
               05 ORI-MES       PIC 9(2).
               05 ORI-DIA       PIC 9(2).
           77 DIAS-ABIERTA      PIC S9(7) VALUE 0.
           77 DIAS-EDIT         PIC ZZZZ9.

           77 CNT-ENVIADOS      PIC 9(6) VALUE 0.
           77 CNT-VENCIDAS      PIC 9(6) VALUE 0.
           77 CNT-EDIT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-ACTIVIDAD
            PERFORM CARGA-TRAZAS
            IF CNT-DESBORDE > 0
                DISPLAY "TABLA DE TRAZAS LLENA, " CNT-DESBORDE
                    " TRAZAS SIN LUGAR - NO SE EXTRAE PARA NO "
                    "MANDAR DOS VECES"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT EXTRACTO-FILE
            OPEN OUTPUT REPORTE-FILE
            OPEN EXTEND TRAZA-FILE
            IF TRAZA-NEW-FILE
                OPEN OUTPUT TRAZA-FILE
                CLOSE TRAZA-FILE
                OPEN EXTEND TRAZA-FILE
            END-IF
            MOVE SPACES TO LINEA-REPORTE
            STRING "BUSQUEDA DE CLIENTES CON NUMERO ERRADO - "
                FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE "ENVIADOS HOY AL PROVEEDOR:" TO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACT-CNT
                IF ULT-ACT-RESULTADO(I) = "E"
                    MOVE ULT-ACT-ID(I) TO CLIENTE-BUSCADO
                    MOVE ULT-ACT-FECHA(I) TO FECHA-EVENTO
                    MOVE "E" TO ORIGEN-TRAZA
                    PERFORM EVALUA-CANDIDATO
                END-IF
            END-PERFORM
            PERFORM RECORRE-DIRMALA
            MOVE CNT-ENVIADOS TO CNT-EDIT
            MOVE SPACES TO LINEA-REPORTE
            STRING "CLIENTES ENVIADOS: " CNT-EDIT
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM INFORMA-VENCIDAS

            CLOSE CLIENTE-FILE
            CLOSE EXTRACTO-FILE
            CLOSE REPORTE-FILE
            CLOSE TRAZA-FILE

            DISPLAY CNT-ENVIADOS " CLIENTES ENVIADOS A BUSQUEDA, "
                CNT-VENCIDAS " SIN HALLAR HACE MAS DE " DIAS-TRAZA
                " DIAS, VER COBRTRAZ.RPT"

            GOBACK.

      *LEE DE LA TABLA CENTRAL DE PARAMETROS LOS DIAS TRAS LOS
      *CUALES UNA BUSQUEDA SIN RESULTADO SE INFORMA AL SUPERVISOR
           CARGA-PARAMETROS.
               MOVE "TRAZA-DIAS" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-TRAZA =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *GUARDA EL ULTIMO RESULTADO DE GESTION DE CADA CLIENTE CON LA
      *FECHA EN QUE SE REGISTRO
           CARGA-ACTIVIDAD.
               OPEN INPUT ACTIVIDAD-FILE
               IF ACTIVIDAD-NEW-FILE
                   CLOSE ACTIVIDAD-FILE
               ELSE
                   PERFORM UNTIL ACTIVIDAD-EOF
                       READ ACTIVIDAD-FILE
                           AT END
                               SET ACTIVIDAD-EOF TO TRUE
                           NOT AT END
                               PERFORM GUARDA-ACTIVIDAD
                       END-READ
                   END-PERFORM
                   CLOSE ACTIVIDAD-FILE
               END-IF.

      *ACTUALIZA O AGREGA EL RESULTADO DEL CLIENTE LEIDO
           GUARDA-ACTIVIDAD.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO K
               PERFORM UNTIL ENCONTRADO OR K >= ACT-CNT
                   ADD 1 TO K
                   IF ULT-ACT-ID(K) = ACT-CLIENTE-ID
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENCONTRADO AND ACT-CNT < 2000
                   ADD 1 TO ACT-CNT
                   MOVE ACT-CNT TO K
                   MOVE ACT-CLIENTE-ID TO ULT-ACT-ID(K)
                   SET ENCONTRADO TO TRUE
               END-IF
               IF ENCONTRADO
                   MOVE ACT-RESULTADO TO ULT-ACT-RESULTADO(K)
                   MOVE ACT-FECHA TO ULT-ACT-FECHA(K)
               END-IF.

      *CARGA LAS TRAZAS EXISTENTES
           CARGA-TRAZAS.
               OPEN INPUT TRAZA-FILE
               IF TRAZA-NEW-FILE
                   CLOSE TRAZA-FILE
               ELSE
                   PERFORM UNTIL TRAZA-EOF
                       READ TRAZA-FILE
                           AT END
                               SET TRAZA-EOF TO TRUE
                           NOT AT END
                               IF TRZ-CNT < 2000
                                   ADD 1 TO TRZ-CNT
                                   MOVE TRZ-CLIENTE-ID TO
                                       TRZ-T-ID(TRZ-CNT)
                                   MOVE TRZ-FECHA-ACT TO
                                       TRZ-T-FECHA-ACT(TRZ-CNT)
                                   MOVE TRZ-FECHA-ENVIO TO
                                       TRZ-T-FECHA-ENVIO(TRZ-CNT)
                                   MOVE TRZ-ESTADO TO
                                       TRZ-T-ESTADO(TRZ-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRAZA-FILE
               END-IF.

      *RECORRE LAS DIRECCIONES DEVUELTAS POR EL CORREO; LA QUE EL
      *MAESTRO TODAVIA TIENE ES CANDIDATA A BUSQUEDA
           RECORRE-DIRMALA.
               OPEN INPUT DIRMALA-FILE
               IF DIRMALA-NEW-FILE
                   CLOSE DIRMALA-FILE
               ELSE
                   PERFORM UNTIL DIRMALA-EOF
                       READ DIRMALA-FILE
                           AT END
                               SET DIRMALA-EOF TO TRUE
                           NOT AT END
                               MOVE DMA-CLIENTE-ID TO CLIENTE-BUSCADO
                               MOVE DMA-FECHA TO FECHA-EVENTO
                               MOVE "D" TO ORIGEN-TRAZA
                               PERFORM EVALUA-CANDIDATO
                       END-READ
                   END-PERFORM
                   CLOSE DIRMALA-FILE
               END-IF.

      *UN CLIENTE CON TRAZA ABIERTA, O CUYO NUMERO ERRADO O
      *DIRECCION DEVUELTA YA SE TRAZO, NO SE VUELVE A MANDAR; EL
      *RESTO, SI SIGUE MOROSO Y NO ESTA EN LA AGENCIA, VA AL
      *EXTRACTO
           EVALUA-CANDIDATO.
               MOVE "N" TO YA-TRAZADO-SW
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > TRZ-CNT
                   IF TRZ-T-ID(K) = CLIENTE-BUSCADO AND
                       (TRZ-T-ESTADO(K) NOT = "H" OR
                       TRZ-T-FECHA-ACT(K) >= FECHA-EVENTO)
                       SET YA-TRAZADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT YA-TRAZADO
                   MOVE CLIENTE-BUSCADO TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MOROSO AND NOT EN-AGENCIA AND
                               (ORIGEN-TRAZA = "E" OR
                               CONTACTO-DIRECCION = DMA-DIRECCION)
                               PERFORM ENVIA-A-TRAZA
                           END-IF
                   END-READ
               END-IF.

      *ESCRIBE EL CLIENTE AL EXTRACTO DEL PROVEEDOR Y ABRE SU TRAZA
           ENVIA-A-TRAZA.
               MOVE CLIENTE-ID TO TRX-CLIENTE-ID
               MOVE CONTACTO-NOMBRE TO TRX-NOMBRE
               MOVE CONTACTO-TELEFONO TO TRX-TELEFONO
               MOVE CONTACTO-EMAIL TO TRX-EMAIL
               MOVE CONTACTO-DIRECCION TO TRX-DIRECCION
               MOVE FECHA-PROCESO TO TRX-FECHA-ENVIO
               WRITE EXTRACTO-REC
               MOVE CLIENTE-ID TO TRZ-CLIENTE-ID
               MOVE FECHA-EVENTO TO TRZ-FECHA-ACT
               MOVE FECHA-PROCESO TO TRZ-FECHA-ENVIO
               MOVE "P" TO TRZ-ESTADO
               MOVE 0 TO TRZ-FECHA-RESULTADO
               MOVE ORIGEN-TRAZA TO TRZ-ORIGEN
               WRITE TRAZA-REC
               ADD 1 TO CNT-ENVIADOS
      *QUEDA EN LA TABLA PARA NO MANDARLO DOS VECES EN LA CORRIDA
               IF TRZ-CNT < 2000
                   ADD 1 TO TRZ-CNT
                   MOVE CLIENTE-ID TO TRZ-T-ID(TRZ-CNT)
                   MOVE FECHA-EVENTO TO TRZ-T-FECHA-ACT(TRZ-CNT)
                   MOVE FECHA-PROCESO TO TRZ-T-FECHA-ENVIO(TRZ-CNT)
                   MOVE "P" TO TRZ-T-ESTADO(TRZ-CNT)
               END-IF
               MOVE SPACES TO LINEA-REPORTE
               IF ORIGEN-TRAZA = "D"
                   STRING "  " CLIENTE-ID " " CONTACTO-NOMBRE
                       " DIRECCION DEVUELTA"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               ELSE
                   STRING "  " CLIENTE-ID " " CONTACTO-NOMBRE
                       " TEL " CONTACTO-TELEFONO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE.

      *LISTA PARA EL SUPERVISOR LAS TRAZAS TODAVIA ABIERTAS CON MAS
      *DE DIAS-TRAZA DIAS DESDE EL ENVIO
           INFORMA-VENCIDAS.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "SIN HALLAR HACE MAS DE " DIAS-TRAZA " DIAS:"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > TRZ-CNT
                   IF TRZ-T-ESTADO(K) = "P" OR TRZ-T-ESTADO(K) = "N"
                       MOVE TRZ-T-FECHA-ENVIO(K) TO FECHA-ORIGEN
                       CALL "DATEDIF" USING ORI-DIA ORI-MES ORI-ANIO
                           PROC-DIA PROC-MES PROC-ANIO DIAS-ABIERTA
                       IF DIAS-ABIERTA > DIAS-TRAZA
                           PERFORM IMPRIME-VENCIDA
                       END-IF
                   END-IF
               END-PERFORM
               MOVE CNT-VENCIDAS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "TRAZAS VENCIDAS: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ESCRIBE LA LINEA DE LA TRAZA VENCIDA K CON EL NOMBRE DEL
      *MAESTRO
           IMPRIME-VENCIDA.
               ADD 1 TO CNT-VENCIDAS
               MOVE SPACES TO CONTACTO-NOMBRE
               MOVE TRZ-T-ID(K) TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE "SIN DATOS EN EL MAESTRO"
                           TO CONTACTO-NOMBRE
               END-READ
               MOVE DIAS-ABIERTA TO DIAS-EDIT
               MOVE SPACES TO LINEA-REPORTE
               IF TRZ-T-ESTADO(K) = "N"
                   STRING "  " TRZ-T-ID(K) " " CONTACTO-NOMBRE
                       " ENVIO " TRZ-T-FECHA-ENVIO(K)
                       " DIAS " DIAS-EDIT " NO HALLADO"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               ELSE
                   STRING "  " TRZ-T-ID(K) " " CONTACTO-NOMBRE
                       " ENVIO " TRZ-T-FECHA-ENVIO(K)
                       " DIAS " DIAS-EDIT " SIN RESPUESTA"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE.

       END PROGRAM COBRTRAZ.
