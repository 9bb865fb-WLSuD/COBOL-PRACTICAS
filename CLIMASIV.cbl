      ******************************************************************
      * Author:
      * Date:
      * Purpose: Criteria-driven mass status change, proposal side.
      *          Reads the MASVCARD.DAT selection card (current
      *          ESTADO, days-in-status range, branch, minimum
      *          balance, target ESTADO and reason code), selects
      *          the customers on the master that match and files
      *          one proposal per customer through the PENDSOL
      *          maker-checker path, listing them on CLIMASIV.RPT.
      *          Nothing changes here: a supervisor approves or
      *          rejects each proposal in APRUEBA, the approved ones
      *          are staged as CLITRX transactions on MASVTRX.DAT
      *          and CLIENTE-CARGA applies them, so the audit, the
      *          last-transition stamp and the collections extract
      *          behave as for any other change. Customers in agency
      *          or with a proposal still undecided are left out.
      *          The balance is the CLIBAL.DAT one brought up to date
      *          with the journal entries not yet applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMASIV.
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

           SELECT TARJETA-FILE ASSIGN TO "MASVCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARJETA-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "CLIBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "CLIPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT PENDIENTE-FILE ASSIGN TO "PENDIENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDIENTE-STATUS.

           SELECT MOTIVOS-FILE ASSIGN TO "MOTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOTIVOS-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CLIMASIV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  TARJETA-FILE
           LABEL RECORDS ARE STANDARD.
       01  TARJETA-REC.
           COPY MASVCRD.

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

       FD  MOTIVOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOTIVOS-REC.
           COPY MOTIVO.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(100).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 CLIENTE-EOF-SW    PIC X VALUE "N".
               88 CLIENTE-EOF       VALUE "Y".
           77 TARJETA-STATUS    PIC X(2) VALUE "00".
               88 TARJETA-NEW-FILE  VALUE "35".
           77 TARJETA-LEIDA-SW  PIC X VALUE "N".
               88 TARJETA-LEIDA     VALUE "Y".
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
           77 MOTIVOS-STATUS    PIC X(2) VALUE "00".
               88 MOTIVOS-NEW-FILE  VALUE "35".
           77 MOTIVOS-EOF-SW    PIC X VALUE "N".
               88 MOTIVOS-EOF       VALUE "Y".

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
           77 DIAS-ESTADO       PIC S9(7) VALUE 0.
           77 HASTA-EFECTIVO    PIC 9(5) VALUE 99999.

      *SALDOS DEL SUBLEDGER AJUSTADOS POR EL JOURNAL SIN APLICAR
           01 TABLA-SALDOS.
               05 SALDOS OCCURS 1000 TIMES.
                   10 SAL-ID            PIC 9(6).
                   10 SAL-SALDO         PIC S9(9)V99.
                   10 SAL-ULT-PAGO      PIC 9(6).
           77 SAL-CNT           PIC 9(4) VALUE 0.
           77 CNT-DESBORDE      PIC 9(6) VALUE 0.
           77 SALDO-CLIENTE     PIC S9(9)V99 VALUE 0.

      *CLIENTES CON UN CAMBIO MASIVO YA PROPUESTO Y SIN DECIDIR
           01 TABLA-EN-CURSO.
               05 EN-CURSO OCCURS 1000 TIMES.
                   10 CUR-ID            PIC 9(6).
           77 CUR-CNT           PIC 9(4) VALUE 0.

           01 TABLA-MOTIVOS.
               05 MOTIVOS OCCURS 50 TIMES.
                   10 TAB-MOT-CODIGO    PIC X(2).
           77 MOTIVO-CNT        PIC 9(2) VALUE 0.
           77 M                 PIC 9(2) VALUE 0.
           77 MOTIVO-OK-SW      PIC X VALUE "N".
               88 MOTIVO-OK         VALUE "Y".
           77 TARJETA-OK-SW     PIC X VALUE "Y".
               88 TARJETA-OK        VALUE "Y".
           77 PASA-FILTRO-SW    PIC X VALUE "N".
               88 PASA-FILTRO       VALUE "Y".

      *PARAMETROS DE LA LLAMADA A PENDSOL
           77 SOL-ARCHIVO       PIC X(12) VALUE "MASVTRX.DAT".
           77 SOL-ACCION        PIC X VALUE "M".
           77 SOL-ANTES         PIC X(80).
           77 SOL-DESPUES       PIC X(80).
           77 SOL-OPERADOR      PIC X(8).
           01 CAMBIO-PROPUESTO.
               COPY MASVPRO.

           77 I                 PIC 9(4) VALUE 0.
           77 K                 PIC 9(4) VALUE 0.
           77 ID-BUSCADO        PIC 9(6) VALUE 0.
           77 ENCONTRADO-SW     PIC X VALUE "N".
               88 ENCONTRADO        VALUE "Y".
           77 YA-EN-CURSO-SW    PIC X VALUE "N".
               88 YA-EN-CURSO       VALUE "Y".

           77 CNT-PROPUESTOS    PIC 9(6) VALUE 0.
           77 CNT-EN-AGENCIA    PIC 9(6) VALUE 0.
           77 CNT-EN-CURSO      PIC 9(6) VALUE 0.
           77 TOTAL-PROPUESTO   PIC S9(11)V99 VALUE 0.
           77 MONTO-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
           77 TOTAL-EDIT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 DIAS-EDIT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO
            PERFORM LEE-TARJETA
            IF NOT TARJETA-LEIDA
                DISPLAY "SIN TARJETA DE SELECCION MASVCARD.DAT, NO "
                    "HAY NADA QUE PROPONER"
                STOP RUN
            END-IF
            PERFORM CARGA-MOTIVOS
            PERFORM VALIDA-TARJETA
            IF NOT TARJETA-OK
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            IF MSV-DIAS-HASTA = 0
                MOVE 99999 TO HASTA-EFECTIVO
            ELSE
                MOVE MSV-DIAS-HASTA TO HASTA-EFECTIVO
            END-IF
            IF MSV-SOLICITANTE = SPACES
                MOVE "CLIMASIV" TO SOL-OPERADOR
            ELSE
                MOVE MSV-SOLICITANTE TO SOL-OPERADOR
            END-IF

            PERFORM CARGA-SALDOS
            PERFORM AJUSTA-POR-JOURNAL
            PERFORM CARGA-EN-CURSO

            OPEN OUTPUT REPORTE-FILE
            PERFORM IMPRIME-ENCABEZADO

            OPEN INPUT CLIENTE-FILE
            IF CLIENTE-NEW-FILE
                DISPLAY "NO EXISTE CLIENTE.DAT"
                CLOSE CLIENTE-FILE
            ELSE
                PERFORM UNTIL CLIENTE-EOF
                    READ CLIENTE-FILE NEXT RECORD
                        AT END
                            SET CLIENTE-EOF TO TRUE
                        NOT AT END
                            PERFORM EVALUA-CLIENTE
                    END-READ
                END-PERFORM
                CLOSE CLIENTE-FILE
            END-IF

            PERFORM IMPRIME-TOTALES
            CLOSE REPORTE-FILE

            DISPLAY "CAMBIOS PROPUESTOS      : " CNT-PROPUESTOS
            DISPLAY "OMITIDOS EN AGENCIA     : " CNT-EN-AGENCIA
            DISPLAY "OMITIDOS YA PROPUESTOS  : " CNT-EN-CURSO

            STOP RUN.

      *LEE LA UNICA TARJETA DE SELECCION
           LEE-TARJETA.
               OPEN INPUT TARJETA-FILE
               IF TARJETA-NEW-FILE
                   CLOSE TARJETA-FILE
               ELSE
                   READ TARJETA-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           SET TARJETA-LEIDA TO TRUE
                   END-READ
                   CLOSE TARJETA-FILE
               END-IF.

      *UNA TARJETA CON ESTADOS FUERA DE 1-4, IGUALES, UN RANGO DE
      *DIAS INVERTIDO O UN MOTIVO QUE NO FIGURA NO SE PROCESA
           VALIDA-TARJETA.
               IF MSV-ESTADO-ACTUAL < 1 OR MSV-ESTADO-ACTUAL > 4 OR
                   MSV-ESTADO-NUEVO < 1 OR MSV-ESTADO-NUEVO > 4
                   DISPLAY "TARJETA: ESTADO FUERA DE RANGO 1-4"
                   MOVE "N" TO TARJETA-OK-SW
               END-IF
               IF MSV-ESTADO-ACTUAL = MSV-ESTADO-NUEVO
                   DISPLAY "TARJETA: EL ESTADO NUEVO ES EL ACTUAL"
                   MOVE "N" TO TARJETA-OK-SW
               END-IF
               IF MSV-DIAS-HASTA > 0 AND
                   MSV-DIAS-HASTA < MSV-DIAS-DESDE
                   DISPLAY "TARJETA: RANGO DE DIAS INVERTIDO"
                   MOVE "N" TO TARJETA-OK-SW
               END-IF
               PERFORM VALIDA-MOTIVO
               IF MOTIVO-CNT > 0 AND NOT MOTIVO-OK
                   DISPLAY "TARJETA: MOTIVO " MSV-MOTIVO
                       " INEXISTENTE EN MOTIVOS.DAT"
                   MOVE "N" TO TARJETA-OK-SW
               END-IF.

      *CARGA LOS CODIGOS DE MOTIVO VALIDOS - SIN MOTIVOS.DAT NO SE
      *VALIDA, COMO EN CLIENTE-CARGA
           CARGA-MOTIVOS.
               OPEN INPUT MOTIVOS-FILE
               IF MOTIVOS-NEW-FILE
                   CLOSE MOTIVOS-FILE
               ELSE
                   PERFORM UNTIL MOTIVOS-EOF OR MOTIVO-CNT = 50
                       READ MOTIVOS-FILE
                           AT END
                               SET MOTIVOS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO MOTIVO-CNT
                               MOVE MOT-CODIGO TO
                                   TAB-MOT-CODIGO(MOTIVO-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE MOTIVOS-FILE
               END-IF.

      *BUSCA EL MOTIVO DE LA TARJETA EN LA TABLA
           VALIDA-MOTIVO.
               MOVE "N" TO MOTIVO-OK-SW
               MOVE 0 TO M
               PERFORM UNTIL MOTIVO-OK OR M >= MOTIVO-CNT
                   ADD 1 TO M
                   IF TAB-MOT-CODIGO(M) = MSV-MOTIVO
                       SET MOTIVO-OK TO TRUE
                   END-IF
               END-PERFORM.

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
                       " CLIENTES QUEDAN CON SALDO CERO"
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

      *TOMA DE PENDIENT.DAT LOS CAMBIOS MASIVOS PROPUESTOS QUE NADIE
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
                               IF PEN-ARCHIVO = "MASVTRX.DAT" AND
                                   PEN-PENDIENTE AND CUR-CNT < 1000
                                   ADD 1 TO CUR-CNT
                                   MOVE PEN-DESPUES(1:6) TO
                                       CUR-ID(CUR-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDIENTE-FILE
               END-IF.

      *VERIFICA SI EL CLIENTE ID-BUSCADO YA TIENE UN CAMBIO MASIVO
      *EN CURSO
           BUSCA-EN-CURSO.
               MOVE "N" TO YA-EN-CURSO-SW
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > CUR-CNT
                   IF CUR-ID(K) = ID-BUSCADO
                       SET YA-EN-CURSO TO TRUE
                   END-IF
               END-PERFORM.

      *APLICA LOS CRITERIOS DE LA TARJETA AL CLIENTE LEIDO: ESTADO,
      *SUCURSAL, DIAS EN EL ESTADO Y SALDO MINIMO
           EVALUA-CLIENTE.
               MOVE "Y" TO PASA-FILTRO-SW
               IF ESTADO NOT = MSV-ESTADO-ACTUAL
                   MOVE "N" TO PASA-FILTRO-SW
               END-IF
               IF MSV-SUCURSAL NOT = SPACES AND
                   CLIENTE-SUCURSAL NOT = MSV-SUCURSAL
                   MOVE "N" TO PASA-FILTRO-SW
               END-IF
               IF PASA-FILTRO
                   PERFORM EVALUA-ANTIGUEDAD
               END-IF
               IF PASA-FILTRO
                   MOVE CLIENTE-ID TO ID-BUSCADO
                   PERFORM BUSCA-SALDO
                   MOVE 0 TO SALDO-CLIENTE
                   IF ENCONTRADO
                       MOVE SAL-SALDO(I) TO SALDO-CLIENTE
                   END-IF
                   IF SALDO-CLIENTE < MSV-SALDO-MINIMO
                       MOVE "N" TO PASA-FILTRO-SW
                   END-IF
               END-IF
               IF PASA-FILTRO
                   PERFORM BUSCA-EN-CURSO
                   EVALUATE TRUE
                       WHEN EN-AGENCIA
                           ADD 1 TO CNT-EN-AGENCIA
                       WHEN YA-EN-CURSO
                           ADD 1 TO CNT-EN-CURSO
                       WHEN OTHER
                           PERFORM PROPONE-CAMBIO
                   END-EVALUATE
               END-IF.

      *MIDE LOS DIAS EN EL ESTADO ACTUAL Y LOS CONTRASTA CON EL
      *RANGO - SIN ESTAMPA DE ULTIMA TRANSICION NO HAY DIAS QUE
      *MEDIR Y SOLO ENTRA CUANDO LA TARJETA NO PIDE RANGO
           EVALUA-ANTIGUEDAD.
               MOVE 0 TO DIAS-ESTADO
               IF CLIENTE-ULT-FECHA > 0
                   MOVE CLIENTE-ULT-FECHA TO FECHA-ULTIMA
                   CALL "DATEDIF" USING ULT-DIA ULT-MES ULT-ANIO
                       PROC-DIA PROC-MES PROC-ANIO DIAS-ESTADO
                   IF DIAS-ESTADO < MSV-DIAS-DESDE OR
                       DIAS-ESTADO > HASTA-EFECTIVO
                       MOVE "N" TO PASA-FILTRO-SW
                   END-IF
               ELSE
                   IF MSV-DIAS-DESDE > 0 OR MSV-DIAS-HASTA > 0
                       MOVE "N" TO PASA-FILTRO-SW
                   END-IF
               END-IF.

      *DEJA LA PROPUESTA DEL CLIENTE LEIDO EN PENDIENT.DAT PARA LA
      *APROBACION DE UN SUPERVISOR
           PROPONE-CAMBIO.
               MOVE CLIENTE-ID TO MSP-CLIENTE-ID
               MOVE ESTADO TO MSP-ESTADO-ACTUAL
               MOVE CLIENTE-ULT-FECHA TO MSP-ULT-FECHA
               MOVE CLIENTE-ULT-HORA TO MSP-ULT-HORA
               MOVE MSV-ESTADO-NUEVO TO MSP-ESTADO-NUEVO
               MOVE MSV-MOTIVO TO MSP-MOTIVO
               MOVE CLIENTE-SUCURSAL TO MSP-SUCURSAL
               MOVE DIAS-ESTADO TO MSP-DIAS
               MOVE SALDO-CLIENTE TO MSP-SALDO
               MOVE FECHA-PROCESO TO MSP-FECHA-PROPUESTA
               MOVE SPACES TO SOL-ANTES
               MOVE CAMBIO-PROPUESTO(1:23) TO SOL-ANTES
               MOVE CAMBIO-PROPUESTO TO SOL-DESPUES
               CALL "PENDSOL" USING SOL-ARCHIVO SOL-ACCION SOL-ANTES
                   SOL-DESPUES SOL-OPERADOR
               IF CUR-CNT < 1000
                   ADD 1 TO CUR-CNT
                   MOVE CLIENTE-ID TO CUR-ID(CUR-CNT)
               END-IF
               ADD 1 TO CNT-PROPUESTOS
               ADD SALDO-CLIENTE TO TOTAL-PROPUESTO
               MOVE SALDO-CLIENTE TO MONTO-EDIT
               MOVE DIAS-ESTADO TO DIAS-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  " CLIENTE-ID " " CONTACTO-NOMBRE " "
                   CLIENTE-SUCURSAL " " DIAS-EDIT " "
                   MONTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ENCABEZADO CON LOS CRITERIOS DE LA TARJETA
           IMPRIME-ENCABEZADO.
               MOVE SPACES TO LINEA-REPORTE
               STRING "PROPUESTA DE CAMBIO MASIVO DE ESTADO - "
                   FECHA-PROCESO " - SOLICITA " SOL-OPERADOR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE MSV-SALDO-MINIMO TO MONTO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "ESTADO " MSV-ESTADO-ACTUAL " A "
                   MSV-ESTADO-NUEVO " MOTIVO " MSV-MOTIVO
                   "  DIAS " MSV-DIAS-DESDE " A " HASTA-EFECTIVO
                   "  SUCURSAL " MSV-SUCURSAL
                   "  SALDO MINIMO " MONTO-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CLIENTE NOMBRE                         SUC"
                   "  DIAS           SALDO"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *CIERRA EL REPORTE CON LOS TOTALES DE LA CORRIDA
           IMPRIME-TOTALES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-PROPUESTOS TO CNT-EDIT
               MOVE TOTAL-PROPUESTO TO TOTAL-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CAMBIOS PROPUESTOS   : " CNT-EDIT
                   "  SALDO " TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-EN-AGENCIA TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "OMITIDOS EN AGENCIA  : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-EN-CURSO TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "OMITIDOS YA PROPUESTOS: " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CADA PROPUESTA LA APRUEBA UN SUPERVISOR EN "
                   "APRUEBA; LO APROBADO LO APLICA CLIENTE-CARGA"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       END PROGRAM CLIMASIV.
