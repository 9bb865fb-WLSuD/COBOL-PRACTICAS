      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt write-off proposal run. Proposes for write-
      *          off, through the PENDSOL maker-checker path, every
      *          account the collection agency returned incobrable on
      *          AGENRET.DAT (COBRAGEN-RET leaves those in agency
      *          instead of handing them back to the call lists) and
      *          every MOROSO balance older than the CASTIGO-DIAS
      *          parameter of PARAMS.DAT, counted from the customer's
      *          last status change. The amount proposed is the open
      *          balance (CLIBAL.DAT plus the journal entries
      *          CLIENTE-BAL has not applied yet); an incobrable with
      *          nothing owed is simply released from agency. A
      *          supervisor approves each proposal in APRUEBA, which
      *          writes the balance off, moves the customer to
      *          INACTIVO and records it on CASTIGOS.DAT. CASTIGO.RPT
      *          lists the proposals and the day's recoveries - the
      *          payments received on accounts already written off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGO.
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

           SELECT RETORNO-FILE ASSIGN TO "AGENRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETORNO-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "CLIBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT PENDIENTE-FILE ASSIGN TO "PENDIENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDIENTE-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CASTIGO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  RETORNO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETORNO-REC.
           COPY AGENRET.

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REC.
           COPY CLIBAL.

       FD  PAGOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGOS-REC.
           COPY CLIPAG.

       FD  PENDIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDIENTE-REC.
           COPY PENDCHG.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CLIENTE-EOF-SW    PIC X VALUE "N".
               88 CLIENTE-EOF       VALUE "Y".
           77 RETORNO-STATUS    PIC X(2) VALUE "00".
               88 RETORNO-NEW-FILE  VALUE "35".
           77 RETORNO-EOF-SW    PIC X VALUE "N".
               88 RETORNO-EOF       VALUE "Y".
           77 BALANCE-STATUS    PIC X(2) VALUE "00".
               88 BALANCE-NEW-FILE  VALUE "35".
           77 BALANCE-EOF-SW    PIC X VALUE "N".
               88 BALANCE-EOF       VALUE "Y".
           77 PAGOS-STATUS      PIC X(2) VALUE "00".
               88 PAGOS-NEW-FILE    VALUE "35".
           77 PAGOS-EOF-SW      PIC X VALUE "N".
               88 PAGOS-EOF         VALUE "Y".
           77 PENDIENTE-STATUS  PIC X(2) VALUE "00".
               88 PENDIENTE-NEW-FILE VALUE "35".
           77 PENDIENTE-EOF-SW  PIC X VALUE "N".
               88 PENDIENTE-EOF     VALUE "Y".

           01 FECHA-PROCESO     PIC 9(8).
           01 FECHA-PROC-DET REDEFINES FECHA-PROCESO.
               05 PROC-ANIO     PIC 9(4).
               05 PROC-MES      PIC 9(2).
               05 PROC-DIA      PIC 9(2).

           01 FECHA-ULTIMA      PIC 9(8).
           01 FECHA-ULT-DET REDEFINES FECHA-ULTIMA.
               05 ULT-ANIO      PIC 9(4).
               05 ULT-MES       PIC 9(2).
               05 ULT-DIA       PIC 9(2).
           77 DIAS-MORA         PIC S9(7) VALUE 0.

      *ANTIGUEDAD DE MORA A PARTIR DE LA CUAL SE PROPONE EL CASTIGO
           77 DIAS-CASTIGO      PIC 9(5) VALUE 180.
           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".

      *SALDOS DEL SUBLEDGER AJUSTADOS POR EL JOURNAL SIN APLICAR
           01 TABLA-SALDOS.
               05 SALDOS OCCURS 1000 TIMES.
                   10 SAL-ID            PIC 9(6).
                   10 SAL-SALDO         PIC S9(9)V99.
                   10 SAL-ULT-PAGO      PIC 9(6).
           77 SAL-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.

      *CLIENTES CON UN CASTIGO YA PROPUESTO Y SIN DECIDIR
           01 TABLA-EN-CURSO.
               05 EN-CURSO OCCURS 1000 TIMES.
                   10 CUR-ID            PIC 9(6).
           77 CUR-CNT           PIC 9(4) VALUE 0.

      *PARAMETROS DE LA LLAMADA A PENDSOL
           77 SOL-ARCHIVO       PIC X(12) VALUE "CASTIGOS.DAT".
           77 SOL-ACCION        PIC X VALUE "A".
           77 SOL-ANTES         PIC X(80) VALUE SPACES.
           77 SOL-DESPUES       PIC X(80).
           77 SOL-OPERADOR      PIC X(8) VALUE "CASTIGO".
           01 CASTIGO-PROPUESTO.
               COPY CASTIG.

           77 I                 PIC 9(4) VALUE 0.
           77 K                 PIC 9(4) VALUE 0.
           77 ID-BUSCADO        PIC 9(6) VALUE 0.
           77 ID-PRUEBA         PIC 9(6) VALUE 0.
           77 DIGITO-CALCULADO  PIC 9 VALUE 0.
           77 ID-VALIDO-SW      PIC X VALUE "N".
               88 ID-VALIDO         VALUE "Y".
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 YA-EN-CURSO-SW    PIC X VALUE "N".
               88 YA-EN-CURSO       VALUE "Y".

           77 CNT-PROPUESTOS    PIC 9(6) VALUE 0.
           77 CNT-LIBERADOS     PIC 9(6) VALUE 0.
           77 CNT-RECUPEROS     PIC 9(6) VALUE 0.
           77 TOTAL-PROPUESTO   PIC 9(9)V99 VALUE 0.
           77 TOTAL-RECUPERADO  PIC 9(9)V99 VALUE 0.
           77 MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 DIAS-EDIT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM CARGA-PARAMETROS
            PERFORM CARGA-SALDOS
            PERFORM AJUSTA-POR-JOURNAL
            PERFORM CARGA-EN-CURSO

            OPEN OUTPUT REPORTE-FILE
            MOVE SPACES TO LINEA-REPORTE
            STRING "PROPUESTAS DE CASTIGO DE DEUDAS INCOBRABLES - "
                FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-REPORTE
            WRITE LINEA-REPORTE

            OPEN I-O CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
            ELSE
                PERFORM PROPONE-ANTIGUOS
                PERFORM PROPONE-INCOBRABLES
                CLOSE CLIENTE-FILE
            END-IF

            PERFORM INFORMA-RECUPEROS
            PERFORM IMPRIME-TOTALES
            CLOSE REPORTE-FILE

            DISPLAY "CASTIGOS PROPUESTOS     : " CNT-PROPUESTOS
            DISPLAY "LIBERADOS SIN SALDO     : " CNT-LIBERADOS
            DISPLAY "RECUPEROS DEL DIA       : " CNT-RECUPEROS

            GOBACK.

      *LEE LA ANTIGUEDAD DE MORA PARA CASTIGAR DE LA TABLA CENTRAL
      *DE PARAMETROS, CONSERVANDO 180 DIAS POR DEFECTO
           CARGA-PARAMETROS.
               MOVE "CASTIGO-DIAS" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE DIAS-CASTIGO =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF.

      *CARGA LOS SALDOS DEL SUBLEDGER CON SU ULTIMO PAGO APLICADO
           CARGA-SALDOS.
               OPEN INPUT BALANCE-FILE
               IF BALANCE-NEW-FILE
                   CLOSE BALANCE-FILE
               ELSE
                   PERFORM UNTIL BALANCE-EOF
                       READ BALANCE-FILE
                           AT END
                               SET BALANCE-EOF TO TRUE
                           NOT AT END
                               IF SAL-CNT < 1000
                                   ADD 1 TO SAL-CNT
                                   MOVE BAL-CLIENTE-ID TO
                                       SAL-ID(SAL-CNT)
                                   MOVE BAL-SALDO TO
                                       SAL-SALDO(SAL-CNT)
                                   MOVE BAL-ULT-PAGO-SEC TO
                                       SAL-ULT-PAGO(SAL-CNT)
                               ELSE
                                   ADD 1 TO CNT-DESBORDE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
               IF CNT-DESBORDE > 0
                   DISPLAY "TABLA DE SALDOS LLENA, " CNT-DESBORDE
                       " CLIENTES QUEDAN FUERA DE LA CORRIDA"
               END-IF.

      *LLEVA LOS SALDOS AL DIA CON LOS MOVIMIENTOS DEL JOURNAL QUE
      *CLIENTE-BAL TODAVIA NO APLICO - UN RECUPERO NO LOS MUEVE
           AJUSTA-POR-JOURNAL.
               OPEN INPUT PAGOS-FILE
               IF PAGOS-NEW-FILE
                   CLOSE PAGOS-FILE
               ELSE
                   PERFORM UNTIL PAGOS-EOF
                       READ PAGOS-FILE
                           AT END
                               SET PAGOS-EOF TO TRUE
                           NOT AT END
                               MOVE PAG-CLIENTE-ID TO ID-BUSCADO
                               PERFORM BUSCA-SALDO
                               IF ENCONTRADO AND
                                   PAG-SECUENCIA > SAL-ULT-PAGO(I)
                                   EVALUATE TRUE
                                       WHEN PAG-ES-REVERSO
                                       WHEN PAG-ES-REEMBOLSO
                                           ADD PAG-MONTO TO
                                               SAL-SALDO(I)
                                       WHEN PAG-ES-RECUPERO
                                           CONTINUE
                                       WHEN OTHER
                                           SUBTRACT PAG-MONTO FROM
                                               SAL-SALDO(I)
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF.

      *UBICA EL SALDO DEL CLIENTE ID-BUSCADO
           BUSCA-SALDO.
               MOVE "N" TO ENCONTRADO-SW
               MOVE 0 TO I
               PERFORM UNTIL ENCONTRADO OR I >= SAL-CNT
                   ADD 1 TO I
                   IF SAL-ID(I) = ID-BUSCADO
                       SET ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM.

      *TOMA DE PENDIENT.DAT LOS CASTIGOS PROPUESTOS QUE NADIE
      *DECIDIO TODAVIA, PARA NO PROPONERLOS DOS VECES
           CARGA-EN-CURSO.
               OPEN INPUT PENDIENTE-FILE
               IF PENDIENTE-NEW-FILE
                   CLOSE PENDIENTE-FILE
               ELSE
                   PERFORM UNTIL PENDIENTE-EOF
                       READ PENDIENTE-FILE
                           AT END
                               SET PENDIENTE-EOF TO TRUE
                           NOT AT END
                               IF PEN-ARCHIVO = "CASTIGOS.DAT" AND
                                   PEN-PENDIENTE AND CUR-CNT < 1000
                                   ADD 1 TO CUR-CNT
                                   MOVE PEN-DESPUES(1:6) TO
                                       CUR-ID(CUR-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDIENTE-FILE
               END-IF.

      *VERIFICA SI EL CLIENTE ID-BUSCADO YA TIENE UN CASTIGO EN
      *CURSO
           BUSCA-EN-CURSO.
               MOVE "N" TO YA-EN-CURSO-SW
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > CUR-CNT
                   IF CUR-ID(K) = ID-BUSCADO
                       SET YA-EN-CURSO TO TRUE
                   END-IF
               END-PERFORM.

      *RECORRE EL MAESTRO PROPONIENDO LOS MOROSOS CUYA MORA SUPERA
      *LA ANTIGUEDAD DE CASTIGO - LOS QUE ESTAN EN AGENCIA LOS
      *DECIDE EL RETORNO DE LA AGENCIA
           PROPONE-ANTIGUOS.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "POR ANTIGUEDAD DE LA MORA:" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM UNTIL CLIENTE-EOF
                   READ CLIENTE-FILE NEXT RECORD
                       AT END
                           SET CLIENTE-EOF TO TRUE
                       NOT AT END
                           IF MOROSO AND NOT EN-AGENCIA AND
                               CLIENTE-ULT-FECHA > 0
                               PERFORM EVALUA-ANTIGUEDAD
                           END-IF
                   END-READ
               END-PERFORM.

      *MIDE LOS DIAS EN MORA DEL CLIENTE LEIDO Y LO PROPONE SI
      *SUPERA LA ANTIGUEDAD Y TIENE SALDO
           EVALUA-ANTIGUEDAD.
               MOVE CLIENTE-ULT-FECHA TO FECHA-ULTIMA
               CALL "DATEDIF" USING ULT-DIA ULT-MES ULT-ANIO
                   PROC-DIA PROC-MES PROC-ANIO DIAS-MORA
               IF DIAS-MORA > DIAS-CASTIGO
                   MOVE CLIENTE-ID TO ID-BUSCADO
                   PERFORM BUSCA-EN-CURSO
                   PERFORM BUSCA-SALDO
                   IF ENCONTRADO AND NOT YA-EN-CURSO AND
                       SAL-SALDO(I) > 0
                       MOVE "A" TO CAS-ORIGEN
                       PERFORM PROPONE-CASTIGO
                   END-IF
               END-IF.

      *PROPONE LOS CLIENTES QUE LA AGENCIA DEVOLVIO INCOBRABLES Y
      *SIGUEN EN AGENCIA; SIN SALDO QUE CASTIGAR, LOS LIBERA
           PROPONE-INCOBRABLES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "DEVUELTOS INCOBRABLES POR LA AGENCIA:"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               OPEN INPUT RETORNO-FILE
               IF RETORNO-NEW-FILE
                   CLOSE RETORNO-FILE
               ELSE
                   PERFORM UNTIL RETORNO-EOF
                       READ RETORNO-FILE
                           AT END
                               SET RETORNO-EOF TO TRUE
                           NOT AT END
                               IF ART-INCOBRABLE AND
                                   ART-CLIENTE-ID IS NUMERIC
                                   PERFORM EVALUA-INCOBRABLE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RETORNO-FILE
               END-IF.

      *LOS RETORNOS MAL FORMADOS YA LOS INFORMA COBRAGEN-RET; AQUI
      *SOLO SE TOMAN LOS CLIENTES QUE SIGUEN EN AGENCIA
           EVALUA-INCOBRABLE.
               MOVE ART-CLIENTE-ID TO ID-PRUEBA
               CALL "CHKDIG" USING ID-PRUEBA DIGITO-CALCULADO
                   ID-VALIDO-SW
               IF ID-VALIDO
                   MOVE ID-PRUEBA TO CLIENTE-ID
                   READ CLIENTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EN-AGENCIA
                               PERFORM DECIDE-INCOBRABLE
                           END-IF
                   END-READ
               END-IF.

      *CON SALDO SE PROPONE EL CASTIGO Y EL CLIENTE QUEDA EN
      *AGENCIA HASTA LA DECISION; SIN SALDO VUELVE AL CIRCUITO
           DECIDE-INCOBRABLE.
               MOVE CLIENTE-ID TO ID-BUSCADO
               PERFORM BUSCA-EN-CURSO
               PERFORM BUSCA-SALDO
               IF NOT YA-EN-CURSO
                   IF ENCONTRADO AND SAL-SALDO(I) > 0
                       MOVE 0 TO DIAS-MORA
                       IF CLIENTE-ULT-FECHA > 0
                           MOVE CLIENTE-ULT-FECHA TO FECHA-ULTIMA
                           CALL "DATEDIF" USING ULT-DIA ULT-MES
                               ULT-ANIO PROC-DIA PROC-MES PROC-ANIO
                               DIAS-MORA
                       END-IF
                       MOVE "I" TO CAS-ORIGEN
                       PERFORM PROPONE-CASTIGO
                   ELSE
                       MOVE "N" TO CLIENTE-AGENCIA
                       REWRITE CLIENTE-REC
                       ADD 1 TO CNT-LIBERADOS
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "  CLIENTE " CLIENTE-ID " "
                           CONTACTO-NOMBRE
                           " SIN SALDO, LIBERADO DE AGENCIA"
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-IF.

      *DEJA LA PROPUESTA DEL CLIENTE LEIDO EN PENDIENT.DAT PARA LA
      *APROBACION DE UN SUPERVISOR
           PROPONE-CASTIGO.
               MOVE CLIENTE-ID TO CAS-CLIENTE-ID
               MOVE SAL-SALDO(I) TO CAS-MONTO
               IF DIAS-MORA > 0
                   MOVE DIAS-MORA TO CAS-DIAS-MORA
               ELSE
                   MOVE 0 TO CAS-DIAS-MORA
               END-IF
               MOVE FECHA-PROCESO TO CAS-FECHA-PROPUESTA
               MOVE 0 TO CAS-FECHA
               MOVE SPACES TO CAS-APROBADOR
               MOVE 0 TO CAS-PAG-SECUENCIA
               MOVE CASTIGO-PROPUESTO TO SOL-DESPUES
               CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION SOL-ANTES
                   SOL-DESPUES SOL-OPERADOR
               IF CUR-CNT < 1000
                   ADD 1 TO CUR-CNT
                   MOVE CLIENTE-ID TO CUR-ID(CUR-CNT)
               END-IF
               ADD 1 TO CNT-PROPUESTOS
               ADD CAS-MONTO TO TOTAL-PROPUESTO
               MOVE CAS-MONTO TO MONTO-EDIT
               MOVE CAS-DIAS-MORA TO DIAS-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CLIENTE " CLIENTE-ID " " CONTACTO-NOMBRE
                   " " MONTO-EDIT " DIAS " DIAS-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *LISTA LOS RECUPEROS DEL DIA: PAGOS RECIBIDOS SOBRE CUENTAS
      *YA CASTIGADAS, QUE NO SON COBRANZA ORDINARIA
           INFORMA-RECUPEROS.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "RECUPEROS DE CUENTAS CASTIGADAS RECIBIDOS HOY:"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "N" TO PAGOS-EOF-SW
               OPEN INPUT PAGOS-FILE
               IF PAGOS-NEW-FILE
                   CLOSE PAGOS-FILE
               ELSE
                   PERFORM UNTIL PAGOS-EOF
                       READ PAGOS-FILE
                           AT END
                               SET PAGOS-EOF TO TRUE
                           NOT AT END
                               IF PAG-ES-RECUPERO AND
                                   PAG-FECHA = FECHA-PROCESO
                                   ADD 1 TO CNT-RECUPEROS
                                   ADD PAG-MONTO TO TOTAL-RECUPERADO
                                   MOVE PAG-MONTO TO MONTO-EDIT
                                   MOVE SPACES TO LINEA-REPORTE
                                   STRING "  CLIENTE " PAG-CLIENTE-ID
                                       " " MONTO-EDIT " "
                                       PAG-ORIGEN " REF "
                                       PAG-REFERENCIA " SEC "
                                       PAG-SECUENCIA
                                       DELIMITED BY SIZE
                                       INTO LINEA-REPORTE
                                   WRITE LINEA-REPORTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAGOS-FILE
               END-IF.

      *CIERRA EL REPORTE CON LOS TOTALES DE LA CORRIDA
           IMPRIME-TOTALES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-PROPUESTOS TO CNT-EDIT
               MOVE TOTAL-PROPUESTO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CASTIGOS PROPUESTOS  : " CNT-EDIT
                   "  " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-LIBERADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "LIBERADOS SIN SALDO  : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-RECUPEROS TO CNT-EDIT
               MOVE TOTAL-RECUPERADO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "RECUPEROS DEL DIA    : " CNT-EDIT
                   "  " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       END PROGRAM CASTIGO.
