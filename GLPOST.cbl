      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly general-ledger posting step, run after
      *          GLEXTRAC. Reads each released journal - GLDIARIO.OUT
      *          from GLEXTRAC and GLDEPRE.OUT from the monthly
      *          DEPRECIA-MES run - checks its LOTENV envelope (count
      *          and hash of the debit amounts), that debits equal
      *          credits and that
      *          every line's account is on the GLCUENTA.DAT chart of
      *          accounts and active, and accumulates each line into
      *          the per-account period balances on GLSALDO.DAT (the
      *          period is the AAAAMM of the line date). The batch is
      *          then registered on GLPOSTE.DAT with its envelope
      *          source and sequence: a batch whose sequence is not
      *          above the last one posted from its source, or a
      *          second release for a business day already posted, is
      *          never posted again. A defective batch posts NOTHING
      *          and returns RETURN-CODE 8; a gap in the sequence
      *          returns 4. A journal already posted or not there is
      *          simply left alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-FILE ASSIGN USING DIARIO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "GLCUENTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLC-CUENTA
               FILE STATUS IS CUENTA-STATUS.

           SELECT SALDO-FILE ASSIGN TO "GLSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLS-CLAVE
               FILE STATUS IS SALDO-STATUS.

           SELECT POSTEO-FILE ASSIGN TO "GLPOSTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTEO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIARIO-REC.
           COPY GLJRN.
       01  DIARIO-ENV.
           COPY LOTENV.

       FD  CUENTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUENTA-REC.
           COPY GLCTA.

       FD  SALDO-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALDO-REC.
           COPY GLSAL.

       FD  POSTEO-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTEO-REC.
           COPY GLPOS.

       WORKING-STORAGE SECTION.
           77 DIARIO-STATUS     PIC X(2) VALUE "00".
               88 DIARIO-NEW-FILE   VALUE "35".
           77 DIARIO-EOF-SW     PIC X VALUE "N".
               88 DIARIO-EOF        VALUE "Y".
           77 CUENTA-STATUS     PIC X(2) VALUE "00".
               88 CUENTA-NEW-FILE   VALUE "35".
           77 SALDO-STATUS      PIC X(2) VALUE "00".
               88 SALDO-NEW-FILE    VALUE "35".
           77 POSTEO-STATUS     PIC X(2) VALUE "00".
               88 POSTEO-NEW-FILE   VALUE "35".
           77 POSTEO-EOF-SW     PIC X VALUE "N".
               88 POSTEO-EOF        VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).

      *DIARIOS LIBERADOS QUE SE POSTEAN CADA NOCHE
           01 NOMBRES-DIARIO-DATOS.
               05 FILLER            PIC X(12) VALUE "GLDIARIO.OUT".
               05 FILLER            PIC X(12) VALUE "GLDEPRE.OUT".
           01 NOMBRES-DIARIO REDEFINES NOMBRES-DIARIO-DATOS.
               05 NOMBRE-DIARIO OCCURS 2 TIMES PIC X(12).
           77 DX                PIC 9 VALUE 0.
           77 DIARIO-NOMBRE     PIC X(12).
           77 CODIGO-RETORNO    PIC 9 VALUE 0.

      *ESTADO DEL LOTE: SOLO UN LOTE SANO Y NUEVO SE POSTEA
           77 LOTE-SW           PIC X VALUE "N".
               88 LOTE-OK           VALUE "Y".
           77 TRAILER-SW        PIC X VALUE "N".
               88 TRAILER-VISTO     VALUE "Y".
           77 REPETIDO-SW       PIC X VALUE "N".
               88 LOTE-REPETIDO     VALUE "Y".

      *ENVOLTURA DEL LOTE LEIDO
           77 ORIGEN-LOTE       PIC X(4) VALUE SPACES.
           77 SECUENCIA-LOTE    PIC 9(6) VALUE 0.
           77 FECHA-LOTE        PIC 9(8) VALUE 0.
           77 CANT-DECLARADA    PIC 9(6) VALUE 0.
           77 HASH-DECLARADO    PIC S9(10) VALUE 0.
           77 CNT-LOTE          PIC 9(6) VALUE 0.
           77 HASH-LOTE         PIC S9(10) VALUE 0.

      *REGISTRO DE LOTES YA POSTEADOS
           77 ULT-SECUENCIA     PIC 9(6) VALUE 0.
           77 SECUENCIA-DIA     PIC 9(6) VALUE 0.

      *LINEAS DEL LOTE EN MEMORIA: NADA SE POSTEA HASTA VALIDAR TODAS
           01 TABLA-LINEAS.
               05 LINEAS OCCURS 200 TIMES.
                   10 LIN-FECHA         PIC 9(8).
                   10 LIN-CUENTA        PIC X(8).
                   10 LIN-DEBE          PIC 9(11)V99.
                   10 LIN-HABER         PIC 9(11)V99.
           77 LIN-CNT           PIC 9(3) VALUE 0.
           77 LX                PIC 9(3) VALUE 0.
           77 SW-EXCEDIDO       PIC X VALUE "N".
               88 TABLA-EXCEDIDA    VALUE "Y".

           77 TOTAL-DEBE        PIC 9(13)V99 VALUE 0.
           77 TOTAL-HABER       PIC 9(13)V99 VALUE 0.
           77 TOTAL-EDIT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            MOVE 0 TO CODIGO-RETORNO

            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 2
                MOVE NOMBRE-DIARIO(DX) TO DIARIO-NOMBRE
                PERFORM PROCESA-DIARIO
            END-PERFORM

            MOVE CODIGO-RETORNO TO RETURN-CODE

            GOBACK.

      *POSTEA UN DIARIO LIBERADO SI ESTA SANO Y ES NUEVO
           PROCESA-DIARIO.
               MOVE "N" TO LOTE-SW
               MOVE "N" TO TRAILER-SW
               MOVE "N" TO REPETIDO-SW
               MOVE "N" TO DIARIO-EOF-SW
               MOVE "N" TO POSTEO-EOF-SW
               MOVE "N" TO SW-EXCEDIDO
               MOVE SPACES TO ORIGEN-LOTE
               MOVE 0 TO SECUENCIA-LOTE
               MOVE 0 TO FECHA-LOTE
               MOVE 0 TO CANT-DECLARADA
               MOVE 0 TO HASH-DECLARADO
               MOVE 0 TO CNT-LOTE
               MOVE 0 TO HASH-LOTE
               MOVE 0 TO LIN-CNT
               MOVE 0 TO TOTAL-DEBE
               MOVE 0 TO TOTAL-HABER
               PERFORM CARGA-LOTE
               IF LOTE-OK
                   PERFORM CONTROLA-SECUENCIA
               END-IF
               IF LOTE-OK
                   PERFORM VALIDA-LINEAS
               END-IF
               EVALUATE TRUE
                   WHEN LOTE-OK
                       PERFORM POSTEA-LINEAS
                       PERFORM REGISTRA-LOTE
                       MOVE TOTAL-DEBE TO TOTAL-EDIT
                       DISPLAY "LOTE " ORIGEN-LOTE " " SECUENCIA-LOTE
                           " DEL " FECHA-LOTE " POSTEADO: " LIN-CNT
                           " LINEAS, DEBE/HABER " TOTAL-EDIT
                   WHEN LOTE-REPETIDO
                       CONTINUE
                   WHEN OTHER
                       DISPLAY DIARIO-NOMBRE " NO SE POSTEO, NADA SE "
                           "ACUMULO EN GLSALDO.DAT"
                       MOVE 8 TO CODIGO-RETORNO
               END-EVALUATE.

      *LEE EL DIARIO LIBERADO A MEMORIA: EXIGE LA CABECERA "H",
      *CUENTA LAS LINEAS Y SUMA LOS DEBITOS COMO HASH, IGUAL QUE
      *GLEXTRAC, Y LOS CONTRASTA CONTRA EL REGISTRO FINAL "T"
           CARGA-LOTE.
               MOVE "N" TO LOTE-SW
               OPEN INPUT DIARIO-FILE
               IF DIARIO-NEW-FILE
                   DISPLAY "NO EXISTE " DIARIO-NOMBRE ", NADA QUE "
                       "POSTEAR"
                   SET LOTE-REPETIDO TO TRUE
                   CLOSE DIARIO-FILE
               ELSE
                   READ DIARIO-FILE
                       AT END
                           SET DIARIO-EOF TO TRUE
                   END-READ
                   IF DIARIO-EOF OR NOT ENV-CABECERA
                       DISPLAY DIARIO-NOMBRE " SIN CABECERA DE LOTE, "
                           "ARCHIVO RECHAZADO"
                   ELSE
                       MOVE ENV-ORIGEN TO ORIGEN-LOTE
                       MOVE ENV-FECHA TO FECHA-LOTE
                       IF ENV-SECUENCIA IS NUMERIC
                           MOVE ENV-SECUENCIA TO SECUENCIA-LOTE
                       END-IF
                       PERFORM RECORRE-LINEAS
                       PERFORM EVALUA-ENVOLTURA
                   END-IF
                   CLOSE DIARIO-FILE
               END-IF.

      *GUARDA LAS LINEAS HASTA EL REGISTRO FINAL DEL LOTE
           RECORRE-LINEAS.
               PERFORM UNTIL DIARIO-EOF OR TRAILER-VISTO
                   READ DIARIO-FILE
                       AT END
                           SET DIARIO-EOF TO TRUE
                       NOT AT END
                           IF ENV-FINAL AND
                               ENV-CANTIDAD IS NUMERIC AND
                               ENV-HASH IS NUMERIC
                               SET TRAILER-VISTO TO TRUE
                               MOVE ENV-CANTIDAD TO CANT-DECLARADA
                               MOVE ENV-HASH TO HASH-DECLARADO
                           ELSE
                               ADD 1 TO CNT-LOTE
                               PERFORM GUARDA-LINEA
                           END-IF
                   END-READ
               END-PERFORM.

      *SUMA LA LINEA AL HASH Y LA GUARDA EN LA TABLA
           GUARDA-LINEA.
               IF GLJ-DEBE IS NUMERIC
                   ADD GLJ-DEBE TO HASH-LOTE
               END-IF
               IF LIN-CNT < 200
                   ADD 1 TO LIN-CNT
                   MOVE GLJ-FECHA TO LIN-FECHA(LIN-CNT)
                   MOVE GLJ-CUENTA TO LIN-CUENTA(LIN-CNT)
                   MOVE GLJ-DEBE TO LIN-DEBE(LIN-CNT)
                   MOVE GLJ-HABER TO LIN-HABER(LIN-CNT)
               ELSE
                   SET TABLA-EXCEDIDA TO TRUE
               END-IF.

      *CONTRASTA EL CONTEO Y EL HASH ACUMULADOS CONTRA EL FINAL
           EVALUA-ENVOLTURA.
               EVALUATE TRUE
                   WHEN NOT TRAILER-VISTO
                       DISPLAY DIARIO-NOMBRE " SIN REGISTRO FINAL, "
                           "ARCHIVO RECHAZADO"
                   WHEN CANT-DECLARADA NOT = CNT-LOTE
                       DISPLAY DIARIO-NOMBRE " FUERA DE BALANCE: EL "
                           "FINAL DECLARA " CANT-DECLARADA
                           " LINEAS Y HAY " CNT-LOTE
                   WHEN HASH-DECLARADO NOT = HASH-LOTE
                       DISPLAY DIARIO-NOMBRE " FUERA DE BALANCE: HASH "
                           "DECLARADO " HASH-DECLARADO " CALCULADO "
                           HASH-LOTE
                   WHEN TABLA-EXCEDIDA
                       DISPLAY DIARIO-NOMBRE " TRAE MAS DE 200 LINEAS, "
                           "ARCHIVO RECHAZADO"
                   WHEN SECUENCIA-LOTE = 0
                       DISPLAY DIARIO-NOMBRE " SIN SECUENCIA DE LOTE, "
                           "NO SE PUEDE ASEGURAR QUE NO ESTE POSTEADO"
                   WHEN OTHER
                       SET LOTE-OK TO TRUE
               END-EVALUATE.

      *CONTRASTA LA SECUENCIA DEL LOTE CONTRA LOS LOTES YA
      *POSTEADOS: UNA SECUENCIA QUE NO SUPERA LA ULTIMA, O UN DIA
      *YA POSTEADO CON OTRA SECUENCIA, NO SE POSTEA DOS VECES
           CONTROLA-SECUENCIA.
               PERFORM CARGA-POSTEADOS
               EVALUATE TRUE
                   WHEN SECUENCIA-LOTE NOT > ULT-SECUENCIA
                       DISPLAY "EL LOTE " ORIGEN-LOTE " "
                           SECUENCIA-LOTE " YA FUE POSTEADO (ULTIMA "
                           "SECUENCIA " ULT-SECUENCIA "), NADA QUE "
                           "POSTEAR"
                       MOVE "N" TO LOTE-SW
                       SET LOTE-REPETIDO TO TRUE
                   WHEN SECUENCIA-DIA > 0
                       DISPLAY "EL DIA " FECHA-LOTE " YA SE POSTEO "
                           "CON LA SECUENCIA " SECUENCIA-DIA
                           " - LA RELIBERACION " SECUENCIA-LOTE
                           " NO SE POSTEA, AJUSTE CONTABLE MANUAL"
                       MOVE "N" TO LOTE-SW
                   WHEN SECUENCIA-LOTE > ULT-SECUENCIA + 1 AND
                       ULT-SECUENCIA > 0
                       DISPLAY "*** ALARMA: SALTO DE SECUENCIA DE "
                           ULT-SECUENCIA " A " SECUENCIA-LOTE
                           ", FALTA POSTEAR UNA LIBERACION"
                       IF CODIGO-RETORNO < 4
                           MOVE 4 TO CODIGO-RETORNO
                       END-IF
               END-EVALUATE.

      *LEE EL REGISTRO DE LOTES POSTEADOS DEL MISMO ORIGEN: LA
      *ULTIMA SECUENCIA Y SI EL DIA DEL LOTE YA SE POSTEO
           CARGA-POSTEADOS.
               MOVE 0 TO ULT-SECUENCIA
               MOVE 0 TO SECUENCIA-DIA
               OPEN INPUT POSTEO-FILE
               IF POSTEO-NEW-FILE
                   CLOSE POSTEO-FILE
               ELSE
                   PERFORM UNTIL POSTEO-EOF
                       READ POSTEO-FILE
                           AT END
                               SET POSTEO-EOF TO TRUE
                           NOT AT END
                               IF GLP-ORIGEN = ORIGEN-LOTE
                                   IF GLP-SECUENCIA > ULT-SECUENCIA
                                       MOVE GLP-SECUENCIA TO
                                           ULT-SECUENCIA
                                   END-IF
                                   IF GLP-FECHA-LOTE = FECHA-LOTE
                                       MOVE GLP-SECUENCIA TO
                                           SECUENCIA-DIA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POSTEO-FILE
               END-IF.

      *VALIDA CADA LINEA CONTRA EL PLAN DE CUENTAS Y QUE EL LOTE
      *BALANCEE - UNA SOLA LINEA MALA RETIENE TODO EL LOTE
           VALIDA-LINEAS.
               MOVE 0 TO TOTAL-DEBE
               MOVE 0 TO TOTAL-HABER
               OPEN INPUT CUENTA-FILE
               IF CUENTA-NEW-FILE
                   DISPLAY "NO EXISTE GLCUENTA.DAT, NO SE PUEDE "
                       "VALIDAR EL LOTE"
                   MOVE "N" TO LOTE-SW
                   CLOSE CUENTA-FILE
               ELSE
                   PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LIN-CNT
                       PERFORM VALIDA-LINEA
                   END-PERFORM
                   CLOSE CUENTA-FILE
                   IF TOTAL-DEBE NOT = TOTAL-HABER
                       DISPLAY DIARIO-NOMBRE " NO BALANCEA: DEBE "
                           TOTAL-DEBE " HABER " TOTAL-HABER
                       MOVE "N" TO LOTE-SW
                   END-IF
               END-IF.

      *VALIDA LOS IMPORTES, LA FECHA Y LA CUENTA DE LA LINEA LX
           VALIDA-LINEA.
               IF LIN-DEBE(LX) IS NOT NUMERIC OR
                   LIN-HABER(LX) IS NOT NUMERIC OR
                   LIN-FECHA(LX) IS NOT NUMERIC
                   DISPLAY "LINEA " LX " CON FECHA O IMPORTES NO "
                       "NUMERICOS"
                   MOVE "N" TO LOTE-SW
               ELSE
                   ADD LIN-DEBE(LX) TO TOTAL-DEBE
                   ADD LIN-HABER(LX) TO TOTAL-HABER
                   MOVE LIN-CUENTA(LX) TO GLC-CUENTA
                   READ CUENTA-FILE
                       INVALID KEY
                           DISPLAY "LINEA " LX " CUENTA "
                               LIN-CUENTA(LX)
                               " NO ESTA EN EL PLAN DE CUENTAS"
                           MOVE "N" TO LOTE-SW
                       NOT INVALID KEY
                           IF NOT GLC-CUENTA-ACTIVA
                               DISPLAY "LINEA " LX " CUENTA "
                                   LIN-CUENTA(LX) " INACTIVA"
                               MOVE "N" TO LOTE-SW
                           END-IF
                   END-READ
               END-IF.

      *ACUMULA CADA LINEA EN EL SALDO DE SU CUENTA Y PERIODO
           POSTEA-LINEAS.
               OPEN I-O SALDO-FILE
               IF SALDO-NEW-FILE
                   OPEN OUTPUT SALDO-FILE
                   CLOSE SALDO-FILE
                   OPEN I-O SALDO-FILE
               END-IF
               PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LIN-CNT
                   PERFORM POSTEA-LINEA
               END-PERFORM
               CLOSE SALDO-FILE.

      *SUMA LA LINEA LX AL SALDO DEL PERIODO, ABRIENDOLO SI ES LA
      *PRIMERA LINEA DE LA CUENTA EN EL MES
           POSTEA-LINEA.
               MOVE LIN-CUENTA(LX) TO GLS-CUENTA
               MOVE LIN-FECHA(LX)(1:6) TO GLS-PERIODO
               READ SALDO-FILE
                   INVALID KEY
                       MOVE LIN-DEBE(LX) TO GLS-DEBE
                       MOVE LIN-HABER(LX) TO GLS-HABER
                       MOVE 1 TO GLS-LINEAS
                       WRITE SALDO-REC
                   NOT INVALID KEY
                       ADD LIN-DEBE(LX) TO GLS-DEBE
                       ADD LIN-HABER(LX) TO GLS-HABER
                       ADD 1 TO GLS-LINEAS
                       REWRITE SALDO-REC
               END-READ.

      *DEJA EL LOTE EN EL REGISTRO DE POSTEADOS CON SU SECUENCIA
           REGISTRA-LOTE.
               OPEN EXTEND POSTEO-FILE
               IF POSTEO-NEW-FILE
                   OPEN OUTPUT POSTEO-FILE
                   CLOSE POSTEO-FILE
                   OPEN EXTEND POSTEO-FILE
               END-IF
               MOVE ORIGEN-LOTE TO GLP-ORIGEN
               MOVE SECUENCIA-LOTE TO GLP-SECUENCIA
               MOVE FECHA-LOTE TO GLP-FECHA-LOTE
               MOVE FECHA-PROCESO TO GLP-FECHA-POSTEO
               MOVE LIN-CNT TO GLP-LINEAS
               MOVE TOTAL-DEBE TO GLP-DEBE
               MOVE TOTAL-HABER TO GLP-HABER
               WRITE POSTEO-REC
               CLOSE POSTEO-FILE.

       END PROGRAM GLPOST.
