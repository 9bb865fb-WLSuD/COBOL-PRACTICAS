      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  A customer whose account was settled through a
      *             payoff quote (a cancelacion on COTIZA.DAT dated on
      *             or after the latest status change) is not charged
      *             again: the quote already collected the late fees
      *             up to the payoff date.
      * 2026-10-15  Interest accrued by CLIENTE-INT (FEE-AJUSTE "I")
      *             on today's date no longer counts as today's late
      *             fee in the same-day re-run guard.
      * 2026-10-15  The run date now comes from the business processing
      *             date on FECHAPRO.DAT (through the FECHAPRO lookup)
      *             instead of the wall clock, so a run past midnight
      *             or a rerun next morning keeps its business day.
      * 2026-10-15  Customers with a dispute case still open on
      *             DISPUTAS.DAT are not charged a late fee until
      *             DISP-MANT resolves the case.
      * 2026-10-15  A BANCODEV returned-payment charge (FEE-AJUSTE
      *             "D") billed today no longer counts as today's
      *             late fee in the same-day re-run guard.
      * 2026-09-03  A same-day re-run no longer double-bills: the
      *             pre-scan of FEEBILL.DAT remembers the customers
      *             that already carry a fee dated today and the
           SELECT REGISTRO-FILE ASSIGN TO "FEEREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTA-STATUS.

           SELECT COTIZA-FILE ASSIGN TO "COTIZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COTIZA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REGISTRO          PIC X(80).

       FD  DISPUTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTA-REC.
           COPY COBDIS.

       FD  COTIZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  COTIZA-REC.
           COPY COTIZA.

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
               88 YA-LIQUIDADO      VALUE "Y".
           77 CNT-YA-HOY        PIC 9(6) VALUE 0.

      *CLIENTES CON UN CASO DE DISPUTA ABIERTO
           77 DISPUTA-STATUS    PIC X(2) VALUE "00".
               88 DISPUTA-NEW-FILE  VALUE "35".
           77 DISPUTA-EOF-SW    PIC X VALUE "N".
               88 DISPUTA-EOF       VALUE "Y".
           01 TABLA-DISPUTAS.
               05 DISPUTAS OCCURS 1000 TIMES.
                   10 DSP-ID            PIC 9(6).
           77 DSP-CNT           PIC 9(4) VALUE 0.
           77 DISPUTA-SW        PIC X VALUE "N".
               88 EN-DISPUTA        VALUE "Y".
           77 CNT-DISPUTA       PIC 9(4) VALUE 0.

      *CLIENTES CON LA CUENTA CANCELADA POR UNA COTIZACION, CON LA
      *FECHA DE LA ULTIMA CANCELACION
           77 COTIZA-STATUS     PIC X(2) VALUE "00".
               88 COTIZA-NEW-FILE   VALUE "35".
           77 COTIZA-EOF-SW     PIC X VALUE "N".
               88 COTIZA-EOF        VALUE "Y".
           01 TABLA-CANCELADOS.
               05 CANCELADOS OCCURS 1000 TIMES.
                   10 CAN-ID            PIC 9(6).
                   10 CAN-FECHA         PIC 9(8).
           77 CAN-CNT           PIC 9(4) VALUE 0.
           77 CANCELADO-SW      PIC X VALUE "N".
               88 YA-CANCELADO      VALUE "Y".
           77 CNT-CANCELADO     PIC 9(4) VALUE 0.

           01 FECHA-ULTIMA      PIC 9(8).
           01 FECHA-ULT-DET REDEFINES FECHA-ULTIMA.
               05 ULT-ANIO      PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL "FECHAPRO" USING FECHA-PROCESO

            PERFORM LEE-TARIFA
            PERFORM BUSCA-SECUENCIA
            PERFORM CARGA-DISPUTAS
            PERFORM CARGA-CANCELADOS
            IF LIQ-DESBORDE > 0
                DISPLAY "TABLA DE LIQUIDADOS DE HOY LLENA, "
                    LIQ-DESBORDE " CLIENTES SIN LUGAR - NO SE "
                DISPLAY CNT-YA-HOY " CLIENTES YA LIQUIDADOS HOY, "
                    "SALTEADOS"
            END-IF
            IF CNT-DISPUTA > 0
                DISPLAY CNT-DISPUTA " CLIENTES CON CASO DE DISPUTA "
                    "ABIERTO, SIN CARGO"
            END-IF
            IF CNT-CANCELADO > 0
                DISPLAY CNT-CANCELADO " CLIENTES CON LA CUENTA "
                    "CANCELADA POR COTIZACION, SIN CARGO"
            END-IF
            DISPLAY CNT-FACTURADOS " CLIENTES LIQUIDADOS DE "
                CNT-EVALUADOS " MOROSOS, VER FEEREG.RPT"


      *RECORRE EL ARCHIVO DE CUOTAS PARA SEGUIR LA SECUENCIA DESDE
      *EL ULTIMO NUMERO ASIGNADO, GUARDANDO DE PASO LOS CLIENTES
      *CON CUOTA (NO AJUSTE, CARGO POR PAGO DEVUELTO NI INTERES) YA
      *FECHADA HOY
           BUSCA-SECUENCIA.
               MOVE 0 TO PROX-SECUENCIA
               OPEN INPUT FACTURA-FILE
                                       PROX-SECUENCIA
                               END-IF
                               IF NOT FEE-ES-AJUSTE AND
                                   NOT FEE-ES-DEVOLUCION AND
                                   NOT FEE-ES-INTERES AND
                                   FEE-FECHA = FECHA-PROCESO
                                   IF LIQ-CNT < 1000
                                       ADD 1 TO LIQ-CNT
                   CLOSE FACTURA-FILE
               END-IF.

      *CARGA LOS CLIENTES CON UN CASO DE DISPUTA ABIERTO
           CARGA-DISPUTAS.
               OPEN INPUT DISPUTA-FILE
               IF DISPUTA-NEW-FILE
                   CLOSE DISPUTA-FILE
               ELSE
                   PERFORM UNTIL DISPUTA-EOF
                       READ DISPUTA-FILE
                           AT END
                               SET DISPUTA-EOF TO TRUE
                           NOT AT END
                               IF DIS-ABIERTA AND DSP-CNT < 1000
                                   ADD 1 TO DSP-CNT
                                   MOVE DIS-CLIENTE-ID TO
                                       DSP-ID(DSP-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTA-FILE
               END-IF.

      *CARGA LOS CLIENTES CUYA CUENTA CANCELO UNA COTIZACION, CON
      *LA FECHA DE LA ULTIMA CANCELACION
           CARGA-CANCELADOS.
               OPEN INPUT COTIZA-FILE
               IF COTIZA-NEW-FILE
                   CLOSE COTIZA-FILE
               ELSE
                   PERFORM UNTIL COTIZA-EOF
                       READ COTIZA-FILE
                           AT END
                               SET COTIZA-EOF TO TRUE
                           NOT AT END
                               IF COT-ES-CANCELACION
                                   PERFORM AGREGA-CANCELADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COTIZA-FILE
               END-IF.

      *UBICA AL CLIENTE DE LA CANCELACION LEIDA EN LA TABLA,
      *AGREGANDOLO SI FALTA, Y LE DEJA LA FECHA MAS RECIENTE
           AGREGA-CANCELADO.
               MOVE 0 TO LX
               MOVE "N" TO CANCELADO-SW
               PERFORM UNTIL YA-CANCELADO OR LX >= CAN-CNT
                   ADD 1 TO LX
                   IF CAN-ID(LX) = COT-CLIENTE-ID
                       SET YA-CANCELADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT YA-CANCELADO AND CAN-CNT < 1000
                   ADD 1 TO CAN-CNT
                   MOVE CAN-CNT TO LX
                   MOVE COT-CLIENTE-ID TO CAN-ID(LX)
                   MOVE 0 TO CAN-FECHA(LX)
                   SET YA-CANCELADO TO TRUE
               END-IF
               IF YA-CANCELADO AND COT-FECHA > CAN-FECHA(LX)
                   MOVE COT-FECHA TO CAN-FECHA(LX)
               END-IF.

      *EL CLIENTE LEIDO TIENE LA CUENTA CANCELADA POR COTIZACION SI
      *LA CANCELACION NO ES ANTERIOR A SU ULTIMO CAMBIO DE ESTADO
           VERIFICA-CANCELADO.
               MOVE "N" TO CANCELADO-SW
               MOVE 0 TO LX
               PERFORM UNTIL YA-CANCELADO OR LX >= CAN-CNT
                   ADD 1 TO LX
                   IF CAN-ID(LX) = CLIENTE-ID AND
                       CAN-FECHA(LX) NOT < CLIENTE-ULT-FECHA
                       SET YA-CANCELADO TO TRUE
                   END-IF
               END-PERFORM.

      *BUSCA EL CLIENTE LEIDO DEL MAESTRO EN LA TABLA DE CASOS DE
      *DISPUTA ABIERTOS
           VERIFICA-DISPUTA.
               MOVE "N" TO DISPUTA-SW
               MOVE 0 TO LX
               PERFORM UNTIL EN-DISPUTA OR LX >= DSP-CNT
                   ADD 1 TO LX
                   IF DSP-ID(LX) = CLIENTE-ID
                       SET EN-DISPUTA TO TRUE
                   END-IF
               END-PERFORM.

      *RECORRE EL MAESTRO LIQUIDANDO UNA CUOTA DE MORA POR CADA
      *CLIENTE ACTUALMENTE MOROSO
           LIQUIDA-MOROSOS.
      *MORA POR LA TARIFA DIARIA
           LIQUIDA-UN-CLIENTE.
               PERFORM BUSCA-LIQUIDADO
               PERFORM VERIFICA-DISPUTA
               PERFORM VERIFICA-CANCELADO
               IF YA-LIQUIDADO
                   ADD 1 TO CNT-YA-HOY
               ELSE
               IF EN-DISPUTA
                   ADD 1 TO CNT-DISPUTA
               ELSE
               IF YA-CANCELADO
                   ADD 1 TO CNT-CANCELADO
               ELSE
               IF CLIENTE-ULT-FECHA = 0
                   CONTINUE
               ELSE
                       WRITE LINEA-REGISTRO
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      *BUSCA EL CLIENTE LEIDO ENTRE LOS YA LIQUIDADOS HOY
