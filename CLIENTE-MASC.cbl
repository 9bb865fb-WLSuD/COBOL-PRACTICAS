      ******************************************************************
      * Author:
      * Date:
      * Purpose: Masked copy of the customer files for the test
      *          environment. A supervisor signs on and names the
      *          destination directory (PRUEBA unless told otherwise,
      *          it has to exist already); CLIENTE.DAT is copied there
      *          key for key and the flat customer files after it.
      *          Names, phones, emails and addresses on the master,
      *          the CONTAUD.DAT before/after images and the
      *          DIRMALA.DAT returned addresses, and the CLINOTAS.DAT
      *          note text, are replaced by realistic fake values -
      *          the same fake person for the same customer in every
      *          file, since each value is built from the CLIENTE-ID
      *          alone - and every fake address ends in a postal code
      *          taken from CODPOST.DAT, so CPVALID accepts it on the
      *          copy. IDs (and their check digit), status, dates,
      *          amounts and flags are copied as they are; CLIBAL,
      *          CLIPAGOS, CLIAUD, CLIVINC, CLISEG, CLISCORE and the
      *          CODPOST table itself carry no contact data and go
      *          across unchanged. Each copy is read back and its
      *          record count checked against the original; the
      *          counts, the records masked and the result per file
      *          are listed on CLIMASC.RPT, and a difference ends the
      *          run with return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-MASC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT PRUEBA-FILE ASSIGN USING PRUEBA-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRU-CLIENTE-ID
               ALTERNATE RECORD KEY IS PRU-CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS PRUEBA-STATUS.

           SELECT CODPOST-FILE ASSIGN TO "CODPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODPOST-STATUS.

           SELECT ENTRADA-FILE ASSIGN USING ENTRADA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT SALIDA-FILE ASSIGN USING SALIDA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CLIMASC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

      *MISMO TENDIDO DE CLIREC, CON LAS CLAVES A LA VISTA
       FD  PRUEBA-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRUEBA-REC.
           05 PRU-CLIENTE-ID          PIC 9(6).
           05 FILLER                  PIC X.
           05 PRU-CONTACTO-NOMBRE     PIC X(30).
           05 FILLER                  PIC X(107).

       FD  CODPOST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODPOST-REC.
           COPY CODPOS.

       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENTRADA-REC             PIC X(200).

       FD  SALIDA-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALIDA-REC              PIC X(200).

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(100).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CLIENTE-EOF-SW    PIC X VALUE "N".
               88 CLIENTE-EOF       VALUE "Y".
           77 PRUEBA-NOMBRE     PIC X(60).
           77 PRUEBA-STATUS     PIC X(2) VALUE "00".
           77 PRUEBA-EOF-SW     PIC X VALUE "N".
               88 PRUEBA-EOF        VALUE "Y".
           77 CODPOST-STATUS    PIC X(2) VALUE "00".
               88 CODPOST-NEW-FILE  VALUE "35".
           77 CODPOST-EOF-SW    PIC X VALUE "N".
               88 CODPOST-EOF       VALUE "Y".
           77 ENTRADA-NOMBRE    PIC X(30).
           77 ENTRADA-STATUS    PIC X(2) VALUE "00".
               88 ENTRADA-NEW-FILE  VALUE "35".
           77 ENTRADA-EOF-SW    PIC X VALUE "N".
               88 ENTRADA-EOF       VALUE "Y".
           77 SALIDA-NOMBRE     PIC X(60).
           77 SALIDA-STATUS     PIC X(2) VALUE "00".
           77 SALIDA-EOF-SW     PIC X VALUE "N".
               88 SALIDA-EOF        VALUE "Y".
           77 REPORTE-STATUS    PIC X(2) VALUE "00".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

           77 FECHA-HOY         PIC 9(8).
           77 HORA-HOY          PIC 9(8).
           77 DIRECTORIO        PIC X(20).
           77 CONFIRMA-ENTRADA  PIC X.

      *ARCHIVOS PLANOS DEL SUBSISTEMA DE CLIENTES QUE SE COPIAN Y QUE
      *SE HACE CON CADA UNO (T TAL CUAL, C CONTAUD, N NOTAS, D
      *DIRECCIONES DEVUELTAS, X TRANSACCIONES DE CLIENTE CON SOBRE)
           01 ARCHIVOS-VALORES.
               05 FILLER PIC X(13) VALUE "CLIBAL.DAT  T".
               05 FILLER PIC X(13) VALUE "CLIPAGOS.DATT".
               05 FILLER PIC X(13) VALUE "CLIAUD.DAT  T".
               05 FILLER PIC X(13) VALUE "CLIVINC.DAT T".
               05 FILLER PIC X(13) VALUE "CLISEG.DAT  T".
               05 FILLER PIC X(13) VALUE "CLISCORE.DATT".
               05 FILLER PIC X(13) VALUE "CODPOST.DAT T".
               05 FILLER PIC X(13) VALUE "CONTAUD.DAT C".
               05 FILLER PIC X(13) VALUE "CLINOTAS.DATN".
               05 FILLER PIC X(13) VALUE "DIRMALA.DAT D".
               05 FILLER PIC X(13) VALUE "CLITRX.ENT  X".
           01 TABLA-ARCHIVOS REDEFINES ARCHIVOS-VALORES.
               05 ARCHIVOS OCCURS 11 TIMES.
                   10 ARC-NOMBRE        PIC X(12).
                   10 ARC-TIPO          PIC X.
           77 ARC-CNT           PIC 9(3) VALUE 11.
           77 A                 PIC 9(3) VALUE 0.

      *NOMBRES, APELLIDOS Y CALLES DE LOS DATOS FICTICIOS; NOMBRE Y
      *APELLIDO NO PASAN DE 8 LETRAS PARA QUE EL EMAIL ENTRE EN 30
           01 NOMBRES-VALORES.
               05 FILLER PIC X(8) VALUE "ANA".
               05 FILLER PIC X(8) VALUE "CARLOS".
               05 FILLER PIC X(8) VALUE "MARIA".
               05 FILLER PIC X(8) VALUE "JORGE".
               05 FILLER PIC X(8) VALUE "LUCIA".
               05 FILLER PIC X(8) VALUE "PEDRO".
               05 FILLER PIC X(8) VALUE "SOFIA".
               05 FILLER PIC X(8) VALUE "DIEGO".
               05 FILLER PIC X(8) VALUE "LAURA".
               05 FILLER PIC X(8) VALUE "PABLO".
               05 FILLER PIC X(8) VALUE "ELENA".
               05 FILLER PIC X(8) VALUE "MARTIN".
               05 FILLER PIC X(8) VALUE "CLARA".
               05 FILLER PIC X(8) VALUE "RAUL".
               05 FILLER PIC X(8) VALUE "JULIA".
               05 FILLER PIC X(8) VALUE "TOMAS".
               05 FILLER PIC X(8) VALUE "INES".
               05 FILLER PIC X(8) VALUE "SERGIO".
               05 FILLER PIC X(8) VALUE "PAULA".
               05 FILLER PIC X(8) VALUE "ANDRES".
           01 TABLA-NOMBRES REDEFINES NOMBRES-VALORES.
               05 NOMBRE-FICTICIO   PIC X(8) OCCURS 20 TIMES.

           01 APELLIDOS-VALORES.
               05 FILLER PIC X(8) VALUE "GARCIA".
               05 FILLER PIC X(8) VALUE "LOPEZ".
               05 FILLER PIC X(8) VALUE "MARTINEZ".
               05 FILLER PIC X(8) VALUE "PEREZ".
               05 FILLER PIC X(8) VALUE "GOMEZ".
               05 FILLER PIC X(8) VALUE "DIAZ".
               05 FILLER PIC X(8) VALUE "ROMERO".
               05 FILLER PIC X(8) VALUE "SOSA".
               05 FILLER PIC X(8) VALUE "TORRES".
               05 FILLER PIC X(8) VALUE "RUIZ".
               05 FILLER PIC X(8) VALUE "ALVAREZ".
               05 FILLER PIC X(8) VALUE "BENITEZ".
               05 FILLER PIC X(8) VALUE "ACOSTA".
               05 FILLER PIC X(8) VALUE "MEDINA".
               05 FILLER PIC X(8) VALUE "HERRERA".
               05 FILLER PIC X(8) VALUE "SUAREZ".
               05 FILLER PIC X(8) VALUE "AGUIRRE".
               05 FILLER PIC X(8) VALUE "CASTRO".
               05 FILLER PIC X(8) VALUE "MOLINA".
               05 FILLER PIC X(8) VALUE "ORTIZ".
           01 TABLA-APELLIDOS REDEFINES APELLIDOS-VALORES.
               05 APELLIDO-FICTICIO PIC X(8) OCCURS 20 TIMES.

           01 CALLES-VALORES.
               05 FILLER PIC X(16) VALUE "AV SAN MARTIN".
               05 FILLER PIC X(16) VALUE "CALLE MITRE".
               05 FILLER PIC X(16) VALUE "AV BELGRANO".
               05 FILLER PIC X(16) VALUE "CALLE SARMIENTO".
               05 FILLER PIC X(16) VALUE "AV RIVADAVIA".
               05 FILLER PIC X(16) VALUE "CALLE CORRIENTES".
               05 FILLER PIC X(16) VALUE "PASAJE LAS ROSAS".
               05 FILLER PIC X(16) VALUE "CALLE ITALIA".
               05 FILLER PIC X(16) VALUE "AV LIBERTAD".
               05 FILLER PIC X(16) VALUE "CALLE ESPANA".
           01 TABLA-CALLES REDEFINES CALLES-VALORES.
               05 CALLE-FICTICIA    PIC X(16) OCCURS 10 TIMES.

      *TEXTOS DE NOTA FICTICIOS
           01 NOTAS-VALORES.
               05 FILLER PIC X(60) VALUE
                   "CLIENTE LLAMO PARA CONSULTAR SU SALDO".
               05 FILLER PIC X(60) VALUE
                   "SE ENVIO RECORDATORIO DE PAGO POR CORREO".
               05 FILLER PIC X(60) VALUE
                   "ACTUALIZO SUS DATOS DE CONTACTO EN SUCURSAL".
               05 FILLER PIC X(60) VALUE
                   "PIDE QUE NO SE LO LLAME ANTES DE LAS 10".
               05 FILLER PIC X(60) VALUE
                   "SE COMPROMETE A PAGAR EL SALDO A FIN DE MES".
               05 FILLER PIC X(60) VALUE
                   "CONSULTA POR CAMBIO DE DOMICILIO".
               05 FILLER PIC X(60) VALUE
                   "SE LE EXPLICO EL DETALLE DEL ULTIMO CARGO".
               05 FILLER PIC X(60) VALUE
                   "NO ATIENDE, SE DEJA MENSAJE PARA VOLVER A LLAMAR".
           01 TABLA-NOTAS REDEFINES NOTAS-VALORES.
               05 NOTA-FICTICIA     PIC X(60) OCCURS 8 TIMES.

      *CODIGOS POSTALES VIGENTES DE CODPOST.DAT
           01 TABLA-CODPOST.
               05 CP-TABLA          PIC X(8) OCCURS 500 TIMES.
           77 CP-CNT            PIC 9(3) VALUE 0.

      *PERSONA FICTICIA DEL CLIENTE EN CURSO, ARMADA SOLO CON SU ID
           77 FALSO-ID          PIC 9(6).
           77 FALSO-ARMADO-ID   PIC 9(6) VALUE 0.
           77 FALSO-ARMADO-SW   PIC X VALUE "N".
               88 FALSO-ARMADO      VALUE "Y".
           77 FALSO-NOMBRE      PIC X(30).
           77 FALSO-TELEFONO    PIC X(15).
           77 FALSO-EMAIL       PIC X(30).
           77 FALSO-CALLE       PIC X(26).
           77 FALSO-CODIGO      PIC X(8).
           77 FALSO-DIRECCION   PIC X(40).
           77 FALSO-NOTA        PIC X(60).
           77 FALSO-VALOR       PIC X(40).
           77 COCIENTE          PIC 9(8).
           77 RESTO             PIC 9(4).
           77 NX                PIC 9(2).
           77 AX                PIC 9(2).
           77 AX-2              PIC 9(2).
           77 CX                PIC 9(3).
           77 NUMERO-CALLE      PIC 9(4).
           77 NUMERO-EDIT       PIC Z(3)9.

      *ULTIMA PALABRA DE UNA DIRECCION, CUANDO NO HAY TABLA DE
      *CODIGOS POSTALES DE DONDE TOMAR UNO
           77 DIRECCION-ORIGINAL PIC X(40).
           77 CODIGO-ORIGINAL   PIC X(8).
           77 I                 PIC 9(2).
           77 FIN-PALABRA       PIC 9(2).
           77 INICIO-PALABRA    PIC 9(2).
           77 LARGO-PALABRA     PIC 9(2).

      *VISTAS DE COPYBOOK SOBRE EL REGISTRO GENERICO
           01 BUFFER-REG            PIC X(200).
           01 BUF-CTA REDEFINES BUFFER-REG.
               COPY CTAAUD.
           01 BUF-NOTA REDEFINES BUFFER-REG.
               COPY CLINOTA.
           01 BUF-DMA REDEFINES BUFFER-REG.
               COPY DIRMAL.
           01 BUF-TRX REDEFINES BUFFER-REG.
               COPY CLITRX.
           01 BUF-ENV REDEFINES BUFFER-REG.
               COPY LOTENV.

           77 REGISTRO-CAMBIADO-SW PIC X VALUE "N".
               88 REGISTRO-CAMBIADO VALUE "Y".
           77 CNT-LEIDOS        PIC 9(7) VALUE 0.
           77 CNT-COPIA         PIC 9(7) VALUE 0.
           77 CNT-MASCARAS      PIC 9(7) VALUE 0.
           77 CNT-COPIADOS      PIC 9(3) VALUE 0.
           77 CNT-DIFERENCIAS   PIC 9(3) VALUE 0.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 CNT-EDIT-2        PIC ZZZ,ZZ9.
           77 CNT-EDIT-3        PIC ZZZ,ZZ9.
           77 RESULTADO-ARCHIVO PIC X(30).
           77 ARCHIVO-REPORTE   PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF
            IF SUPERV-OPER NOT = "Y"
                DISPLAY "LA COPIA DE PRUEBA RECORRE TODOS LOS DATOS DE "
                    "CLIENTES: ES UNA OPERACION DE SUPERVISOR"
                STOP RUN
            END-IF
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD
            ACCEPT HORA-HOY FROM TIME

            DISPLAY "DIRECTORIO DESTINO DE LA COPIA ENMASCARADA "
                "(ENTER = PRUEBA): "
            ACCEPT DIRECTORIO
            IF DIRECTORIO = SPACES
                MOVE "PRUEBA" TO DIRECTORIO
            END-IF
            IF DIRECTORIO = "." OR DIRECTORIO = "./"
                DISPLAY "LA COPIA NO PUEDE ESCRIBIRSE SOBRE LOS "
                    "ARCHIVOS VIVOS"
                STOP RUN
            END-IF
            DISPLAY "SE COPIAN ENMASCARADOS CLIENTE.DAT Y LOS ARCHIVOS "
                "DE CLIENTES EN " DIRECTORIO ", REEMPLAZANDO LO QUE "
                "HAYA ALLI. CONFIRMA (S/N): "
            ACCEPT CONFIRMA-ENTRADA
            IF CONFIRMA-ENTRADA NOT = "S" AND
                CONFIRMA-ENTRADA NOT = "s"
                DISPLAY "COPIA CANCELADA"
                STOP RUN
            END-IF

            PERFORM CARGA-CODPOST
            PERFORM ABRE-REPORTE
            PERFORM COPIA-MAESTRO
            PERFORM VARYING A FROM 1 BY 1 UNTIL A > ARC-CNT
                PERFORM COPIA-ARCHIVO
            END-PERFORM
            PERFORM CIERRA-REPORTE

            IF CNT-DIFERENCIAS > 0
                DISPLAY CNT-DIFERENCIAS " ARCHIVOS CON DIFERENCIA, "
                    "VER CLIMASC.RPT: LA COPIA NO ESTA COMPLETA"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "COPIA ENMASCARADA TERMINADA EN " DIRECTORIO
                    ", " CNT-COPIADOS " ARCHIVOS, VER CLIMASC.RPT"
            END-IF

            STOP RUN.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *CARGA LOS CODIGOS POSTALES DE DONDE SALEN LAS DIRECCIONES
      *FICTICIAS
           CARGA-CODPOST.
               OPEN INPUT CODPOST-FILE
               IF CODPOST-NEW-FILE
                   CLOSE CODPOST-FILE
                   DISPLAY "NO EXISTE CODPOST.DAT: LAS DIRECCIONES "
                       "FICTICIAS CONSERVAN EL CODIGO POSTAL ORIGINAL"
               ELSE
                   PERFORM UNTIL CODPOST-EOF
                       READ CODPOST-FILE
                           AT END
                               SET CODPOST-EOF TO TRUE
                           NOT AT END
                               IF CP-CODIGO NOT = SPACES AND
                                   CP-CNT < 500
                                   ADD 1 TO CP-CNT
                                   MOVE CP-CODIGO TO CP-TABLA(CP-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CODPOST-FILE
               END-IF.

      *ENCABEZA EL REPORTE DE LA COPIA
           ABRE-REPORTE.
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "COPIA ENMASCARADA DE CLIENTES EN " DIRECTORIO
                   " - " FECHA-HOY " " HORA-HOY(1:6) " POR " OPERADOR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "ARCHIVO        ORIGINAL    COPIA  ENMASCARADOS  "
                   TO LINEA-REPORTE
               MOVE "RESULTADO" TO LINEA-REPORTE(47:9)
               WRITE LINEA-REPORTE.

      *CIERRA EL REPORTE CON LOS TOTALES
           CIERRA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "ARCHIVOS COPIADOS " CNT-COPIADOS
                   "  CON DIFERENCIA DE CONTEO " CNT-DIFERENCIAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               CLOSE REPORTE-FILE.

      *DEJA EN EL REPORTE LA LINEA DEL ARCHIVO EN CURSO
           LINEA-ARCHIVO.
               MOVE CNT-LEIDOS TO CNT-EDIT
               MOVE CNT-COPIA TO CNT-EDIT-2
               MOVE CNT-MASCARAS TO CNT-EDIT-3
               MOVE SPACES TO LINEA-REPORTE
               STRING ARCHIVO-REPORTE "  " CNT-EDIT "  " CNT-EDIT-2
                   "       " CNT-EDIT-3 "  " RESULTADO-ARCHIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *COPIA EL MAESTRO CLAVE POR CLAVE CON EL CONTACTO FICTICIO Y
      *RELEE LA COPIA PARA CONTAR
           COPIA-MAESTRO.
               MOVE "CLIENTE.DAT" TO ARCHIVO-REPORTE
               MOVE 0 TO CNT-LEIDOS
               MOVE 0 TO CNT-COPIA
               MOVE 0 TO CNT-MASCARAS
               MOVE SPACES TO PRUEBA-NOMBRE
               STRING DIRECTORIO DELIMITED BY SPACE
                   "/CLIENTE.DAT" DELIMITED BY SIZE INTO PRUEBA-NOMBRE
               OPEN INPUT CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   CLOSE CLIENTE-FILE
                   MOVE "NO EXISTE, NO SE COPIA" TO RESULTADO-ARCHIVO
                   ADD 1 TO CNT-DIFERENCIAS
                   PERFORM LINEA-ARCHIVO
               ELSE
                   OPEN OUTPUT PRUEBA-FILE
                   IF PRUEBA-STATUS NOT = "00"
                       CLOSE CLIENTE-FILE
                       PERFORM DESTINO-INVALIDO
                   ELSE
                       MOVE "N" TO CLIENTE-EOF-SW
                       PERFORM UNTIL CLIENTE-EOF
                           READ CLIENTE-FILE NEXT RECORD
                               AT END
                                   SET CLIENTE-EOF TO TRUE
                               NOT AT END
                                   ADD 1 TO CNT-LEIDOS
                                   PERFORM ENMASCARA-MAESTRO
                                   WRITE PRUEBA-REC FROM CLIENTE-REC
                           END-READ
                       END-PERFORM
                       CLOSE CLIENTE-FILE
                       CLOSE PRUEBA-FILE
                       OPEN INPUT PRUEBA-FILE
                       MOVE "N" TO PRUEBA-EOF-SW
                       PERFORM UNTIL PRUEBA-EOF
                           READ PRUEBA-FILE NEXT RECORD
                               AT END
                                   SET PRUEBA-EOF TO TRUE
                               NOT AT END
                                   ADD 1 TO CNT-COPIA
                           END-READ
                       END-PERFORM
                       CLOSE PRUEBA-FILE
                       PERFORM RESULTADO-CONTEO
                   END-IF
               END-IF.

      *EL DIRECTORIO DESTINO NO EXISTE O NO ADMITE ESCRITURA
           DESTINO-INVALIDO.
               MOVE "NO SE PUDO CREAR LA COPIA" TO RESULTADO-ARCHIVO
               ADD 1 TO CNT-DIFERENCIAS
               PERFORM LINEA-ARCHIVO
               DISPLAY "NO SE PUDO CREAR " ARCHIVO-REPORTE " EN "
                   DIRECTORIO ": VERIFIQUE QUE EL DIRECTORIO EXISTA".

      *COMPARA EL CONTEO DE LA COPIA CON EL DEL ORIGINAL
           RESULTADO-CONTEO.
               IF CNT-COPIA = CNT-LEIDOS
                   MOVE "OK" TO RESULTADO-ARCHIVO
                   ADD 1 TO CNT-COPIADOS
               ELSE
                   MOVE "DIFERENCIA DE CONTEO" TO RESULTADO-ARCHIVO
                   ADD 1 TO CNT-DIFERENCIAS
               END-IF
               PERFORM LINEA-ARCHIVO.

      *REEMPLAZA EL CONTACTO DEL MAESTRO; LO QUE ESTA EN BLANCO
      *QUEDA EN BLANCO
           ENMASCARA-MAESTRO.
               MOVE "N" TO REGISTRO-CAMBIADO-SW
               MOVE CLIENTE-ID TO FALSO-ID
               PERFORM ARMA-FALSO
               IF CONTACTO-NOMBRE NOT = SPACES
                   MOVE FALSO-NOMBRE TO CONTACTO-NOMBRE
                   SET REGISTRO-CAMBIADO TO TRUE
               END-IF
               IF CONTACTO-TELEFONO NOT = SPACES
                   MOVE FALSO-TELEFONO TO CONTACTO-TELEFONO
                   SET REGISTRO-CAMBIADO TO TRUE
               END-IF
               IF CONTACTO-EMAIL NOT = SPACES
                   MOVE FALSO-EMAIL TO CONTACTO-EMAIL
                   SET REGISTRO-CAMBIADO TO TRUE
               END-IF
               IF CONTACTO-DIRECCION NOT = SPACES
                   MOVE CONTACTO-DIRECCION TO DIRECCION-ORIGINAL
                   PERFORM ARMA-DIRECCION
                   MOVE FALSO-DIRECCION TO CONTACTO-DIRECCION
                   SET REGISTRO-CAMBIADO TO TRUE
               END-IF
               IF REGISTRO-CAMBIADO
                   ADD 1 TO CNT-MASCARAS
               END-IF.

      *COPIA UN ARCHIVO PLANO, ENMASCARANDO SEGUN SU LAYOUT, Y RELEE
      *LA COPIA PARA CONTAR
           COPIA-ARCHIVO.
               MOVE ARC-NOMBRE(A) TO ARCHIVO-REPORTE
               MOVE ARC-NOMBRE(A) TO ENTRADA-NOMBRE
               MOVE SPACES TO SALIDA-NOMBRE
               STRING DIRECTORIO DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   ARC-NOMBRE(A) DELIMITED BY SPACE
                   INTO SALIDA-NOMBRE
               MOVE 0 TO CNT-LEIDOS
               MOVE 0 TO CNT-COPIA
               MOVE 0 TO CNT-MASCARAS
               OPEN INPUT ENTRADA-FILE
               IF ENTRADA-NEW-FILE
                   CLOSE ENTRADA-FILE
                   MOVE "NO EXISTE, NO SE COPIA" TO RESULTADO-ARCHIVO
                   PERFORM LINEA-ARCHIVO
               ELSE
                   OPEN OUTPUT SALIDA-FILE
                   IF SALIDA-STATUS NOT = "00"
                       CLOSE ENTRADA-FILE
                       PERFORM DESTINO-INVALIDO
                   ELSE
                       MOVE "N" TO ENTRADA-EOF-SW
                       PERFORM UNTIL ENTRADA-EOF
                           READ ENTRADA-FILE
                               AT END
                                   SET ENTRADA-EOF TO TRUE
                               NOT AT END
                                   ADD 1 TO CNT-LEIDOS
                                   MOVE ENTRADA-REC TO BUFFER-REG
                                   PERFORM ENMASCARA-REGISTRO
                                   WRITE SALIDA-REC FROM BUFFER-REG
                           END-READ
                       END-PERFORM
                       CLOSE ENTRADA-FILE
                       CLOSE SALIDA-FILE
                       OPEN INPUT SALIDA-FILE
                       MOVE "N" TO SALIDA-EOF-SW
                       PERFORM UNTIL SALIDA-EOF
                           READ SALIDA-FILE
                               AT END
                                   SET SALIDA-EOF TO TRUE
                               NOT AT END
                                   ADD 1 TO CNT-COPIA
                           END-READ
                       END-PERFORM
                       CLOSE SALIDA-FILE
                       PERFORM RESULTADO-CONTEO
                   END-IF
               END-IF.

      *ENMASCARA EL REGISTRO SEGUN EL LAYOUT DEL ARCHIVO
           ENMASCARA-REGISTRO.
               MOVE "N" TO REGISTRO-CAMBIADO-SW
               EVALUATE ARC-TIPO(A)
                   WHEN "C"
                       PERFORM ENMASCARA-CONTAUD
                   WHEN "N"
                       PERFORM ENMASCARA-NOTA
                   WHEN "D"
                       PERFORM ENMASCARA-DIRMALA
                   WHEN "X"
                       PERFORM ENMASCARA-TRANSACCION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF REGISTRO-CAMBIADO
                   ADD 1 TO CNT-MASCARAS
               END-IF.

      *IMAGENES ANTES/DESPUES DE LOS CAMPOS DE CONTACTO; LAS DOS
      *QUEDAN CON EL DATO FICTICIO DEL CLIENTE
           ENMASCARA-CONTAUD.
               IF CTA-CLIENTE-ID IS NUMERIC
                   MOVE CTA-CLIENTE-ID TO FALSO-ID
               ELSE
                   MOVE 0 TO FALSO-ID
               END-IF
               PERFORM ARMA-FALSO
               EVALUATE CTA-CAMPO
                   WHEN "NOMBRE"
                       MOVE FALSO-NOMBRE TO FALSO-VALOR
                   WHEN "TELEFONO"
                       MOVE FALSO-TELEFONO TO FALSO-VALOR
                   WHEN "EMAIL"
                       MOVE FALSO-EMAIL TO FALSO-VALOR
                   WHEN OTHER
                       MOVE SPACES TO FALSO-VALOR
               END-EVALUATE
               IF CTA-CAMPO = "NOMBRE" OR CTA-CAMPO = "TELEFONO" OR
                   CTA-CAMPO = "EMAIL"
                   IF CTA-ANTES NOT = SPACES
                       MOVE FALSO-VALOR TO CTA-ANTES
                       SET REGISTRO-CAMBIADO TO TRUE
                   END-IF
                   IF CTA-DESPUES NOT = SPACES
                       MOVE FALSO-VALOR TO CTA-DESPUES
                       SET REGISTRO-CAMBIADO TO TRUE
                   END-IF
               END-IF
               IF CTA-CAMPO = "DIRECCION"
                   IF CTA-ANTES NOT = SPACES
                       MOVE CTA-ANTES TO DIRECCION-ORIGINAL
                       PERFORM ARMA-DIRECCION
                       MOVE FALSO-DIRECCION TO CTA-ANTES
                       SET REGISTRO-CAMBIADO TO TRUE
                   END-IF
                   IF CTA-DESPUES NOT = SPACES
                       MOVE CTA-DESPUES TO DIRECCION-ORIGINAL
                       PERFORM ARMA-DIRECCION
                       MOVE FALSO-DIRECCION TO CTA-DESPUES
                       SET REGISTRO-CAMBIADO TO TRUE
                   END-IF
               END-IF.

      *TEXTO DE LA NOTA
           ENMASCARA-NOTA.
               IF NOTA-TEXTO NOT = SPACES
                   IF NOTA-CLIENTE-ID IS NUMERIC
                       MOVE NOTA-CLIENTE-ID TO FALSO-ID
                   ELSE
                       MOVE 0 TO FALSO-ID
                   END-IF
                   PERFORM ARMA-NOTA
                   MOVE FALSO-NOTA TO NOTA-TEXTO
                   SET REGISTRO-CAMBIADO TO TRUE
               END-IF.

      *DIRECCION A LA QUE SE DEVOLVIO LA CARTA
           ENMASCARA-DIRMALA.
               IF DMA-DIRECCION NOT = SPACES
                   IF DMA-CLIENTE-ID IS NUMERIC
                       MOVE DMA-CLIENTE-ID TO FALSO-ID
                   ELSE
                       MOVE 0 TO FALSO-ID
                   END-IF
                   PERFORM ARMA-FALSO
                   MOVE DMA-DIRECCION TO DIRECCION-ORIGINAL
                   PERFORM ARMA-DIRECCION
                   MOVE FALSO-DIRECCION TO DMA-DIRECCION
                   SET REGISTRO-CAMBIADO TO TRUE
               END-IF.

      *TRANSACCION DE CLIENTE; CABECERA Y COLA DEL SOBRE PASAN TAL
      *CUAL, Y CON ELLAS LA CANTIDAD Y EL HASH
           ENMASCARA-TRANSACCION.
               IF NOT ENV-CABECERA AND NOT ENV-FINAL
                   IF TRX-CLIENTE-ID IS NUMERIC
                       MOVE TRX-CLIENTE-ID TO FALSO-ID
                   ELSE
                       MOVE 0 TO FALSO-ID
                   END-IF
                   PERFORM ARMA-FALSO
                   IF TRX-NOMBRE NOT = SPACES
                       MOVE FALSO-NOMBRE TO TRX-NOMBRE
                       SET REGISTRO-CAMBIADO TO TRUE
                   END-IF
                   IF TRX-TELEFONO NOT = SPACES
                       MOVE FALSO-TELEFONO TO TRX-TELEFONO
                       SET REGISTRO-CAMBIADO TO TRUE
                   END-IF
                   IF TRX-EMAIL NOT = SPACES
                       MOVE FALSO-EMAIL TO TRX-EMAIL
                       SET REGISTRO-CAMBIADO TO TRUE
                   END-IF
                   IF TRX-DIRECCION NOT = SPACES
                       MOVE TRX-DIRECCION TO DIRECCION-ORIGINAL
                       PERFORM ARMA-DIRECCION
                       MOVE FALSO-DIRECCION TO TRX-DIRECCION
                       SET REGISTRO-CAMBIADO TO TRUE
                   END-IF
               END-IF.

      *ARMA LA PERSONA FICTICIA DEL CLIENTE FALSO-ID: NOMBRE Y DOS
      *APELLIDOS SALEN DE LOS DIGITOS DEL ID, EL TELEFONO Y EL EMAIL
      *LLEVAN EL ID, Y LA CALLE Y EL NUMERO TAMBIEN SALEN DEL ID, ASI
      *EL MISMO CLIENTE ES LA MISMA PERSONA EN TODOS LOS ARCHIVOS
           ARMA-FALSO.
               IF NOT FALSO-ARMADO OR FALSO-ID NOT = FALSO-ARMADO-ID
                   DIVIDE FALSO-ID BY 20 GIVING COCIENTE
                       REMAINDER RESTO
                   COMPUTE NX = RESTO + 1
                   DIVIDE COCIENTE BY 20 GIVING COCIENTE
                       REMAINDER RESTO
                   COMPUTE AX = RESTO + 1
                   DIVIDE COCIENTE BY 20 GIVING COCIENTE
                       REMAINDER RESTO
                   COMPUTE AX-2 = RESTO + 1
                   MOVE SPACES TO FALSO-NOMBRE
                   STRING NOMBRE-FICTICIO(NX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       APELLIDO-FICTICIO(AX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       APELLIDO-FICTICIO(AX-2) DELIMITED BY SPACE
                       INTO FALSO-NOMBRE
                   MOVE SPACES TO FALSO-TELEFONO
                   STRING "555-" FALSO-ID(1:3) "-" FALSO-ID(4:3)
                       DELIMITED BY SIZE INTO FALSO-TELEFONO
                   MOVE SPACES TO FALSO-EMAIL
                   STRING NOMBRE-FICTICIO(NX) DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       APELLIDO-FICTICIO(AX) DELIMITED BY SPACE
                       FALSO-ID(4:3) "@MAIL.TEST" DELIMITED BY SIZE
                       INTO FALSO-EMAIL
                   DIVIDE FALSO-ID BY 10 GIVING COCIENTE
                       REMAINDER RESTO
                   COMPUTE CX = RESTO + 1
                   DIVIDE FALSO-ID BY 1999 GIVING COCIENTE
                       REMAINDER RESTO
                   COMPUTE NUMERO-CALLE = RESTO + 1
                   MOVE NUMERO-CALLE TO NUMERO-EDIT
                   MOVE SPACES TO FALSO-CALLE
                   STRING CALLE-FICTICIA(CX) DELIMITED BY "  "
                       " " FUNCTION TRIM(NUMERO-EDIT)
                       DELIMITED BY SIZE INTO FALSO-CALLE
                   MOVE SPACES TO FALSO-CODIGO
                   IF CP-CNT > 0
                       DIVIDE FALSO-ID BY CP-CNT GIVING COCIENTE
                           REMAINDER RESTO
                       MOVE CP-TABLA(RESTO + 1) TO FALSO-CODIGO
                   END-IF
                   MOVE FALSO-ID TO FALSO-ARMADO-ID
                   SET FALSO-ARMADO TO TRUE
               END-IF.

      *DIRECCION FICTICIA: CALLE Y NUMERO DEL CLIENTE Y AL FINAL UN
      *CODIGO POSTAL DE CODPOST.DAT (SIN TABLA, EL DE LA DIRECCION
      *ORIGINAL, QUE ES LO QUE CPVALID DEJA PASAR)
           ARMA-DIRECCION.
               IF FALSO-CODIGO NOT = SPACES
                   MOVE FALSO-CODIGO TO CODIGO-ORIGINAL
               ELSE
                   PERFORM EXTRAE-ULTIMA-PALABRA
               END-IF
               MOVE SPACES TO FALSO-DIRECCION
               STRING FALSO-CALLE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   CODIGO-ORIGINAL DELIMITED BY SPACE
                   INTO FALSO-DIRECCION.

      *AISLA LA ULTIMA PALABRA DE LA DIRECCION ORIGINAL COMO CODIGO
      *POSTAL, COMO LO HACE CPVALID
           EXTRAE-ULTIMA-PALABRA.
               MOVE 0 TO FIN-PALABRA
               MOVE 40 TO I
               PERFORM UNTIL FIN-PALABRA > 0 OR I = 0
                   IF DIRECCION-ORIGINAL(I:1) NOT = SPACE
                       MOVE I TO FIN-PALABRA
                   ELSE
                       SUBTRACT 1 FROM I
                   END-IF
               END-PERFORM
               MOVE SPACES TO CODIGO-ORIGINAL
               IF FIN-PALABRA > 0
                   MOVE FIN-PALABRA TO INICIO-PALABRA
                   PERFORM UNTIL INICIO-PALABRA = 1 OR
                       DIRECCION-ORIGINAL(INICIO-PALABRA - 1:1) = SPACE
                       SUBTRACT 1 FROM INICIO-PALABRA
                   END-PERFORM
                   COMPUTE LARGO-PALABRA =
                       FIN-PALABRA - INICIO-PALABRA + 1
                   IF LARGO-PALABRA NOT > 8
                       MOVE DIRECCION-ORIGINAL
                           (INICIO-PALABRA:LARGO-PALABRA)
                           TO CODIGO-ORIGINAL
                   END-IF
               END-IF.

      *TEXTO DE NOTA FICTICIO, ELEGIDO POR EL CLIENTE Y LA POSICION
      *DE LA NOTA EN EL ARCHIVO
           ARMA-NOTA.
               COMPUTE COCIENTE = FALSO-ID + CNT-LEIDOS
               DIVIDE COCIENTE BY 8 GIVING COCIENTE REMAINDER RESTO
               MOVE NOTA-FICTICIA(RESTO + 1) TO FALSO-NOTA.

       END PROGRAM CLIENTE-MASC.
