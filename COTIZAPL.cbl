      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable payoff-quote settlement, shared by CAJAPAG
      *          and BANCOPAG in the style of REGLAVAL. Given a
      *          payment (customer, amount, date paid) it looks on
      *          COTIZA.DAT for the customer's latest quote still
      *          pending - no cancelacion after it - whose total the
      *          amount matches within COTIZ-TOLERANCIA of PARAMS.DAT
      *          (1.00 by default), paid from the day it was quoted to
      *          its good-through date. In mode "V" it only answers.
      *          In mode "A", once the caller has journaled the
      *          payment, it charges on FEEBILL.DAT the late fees
      *          (FEE-AJUSTE "L") and interest ("I") the quote
      *          projected and the month-end runs have not billed
      *          since it was issued, waives the shortfall if the
      *          payment came in under the total (an "A" record under
      *          the COTIZ-MOTIVO reason code, "CZ" by default), and
      *          appends the cancelacion that closes the quote. The
      *          account is then settled in full.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTIZAPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTIZA-FILE ASSIGN TO "COTIZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COTIZA-STATUS.

           SELECT FACTURA-FILE ASSIGN TO "FEEBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COTIZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  COTIZA-REC.
           COPY COTIZA.

       FD  FACTURA-FILE
           LABEL RECORDS ARE STANDARD.
       01  FACTURA-REC.
           COPY FEEREC.

       WORKING-STORAGE SECTION.
           77 COTIZA-STATUS     PIC X(2) VALUE "00".
               88 COTIZA-NEW-FILE   VALUE "35".
           77 COTIZA-EOF-SW     PIC X VALUE "N".
               88 COTIZA-EOF        VALUE "Y".
           77 FACTURA-STATUS    PIC X(2) VALUE "00".
               88 FACTURA-NEW-FILE  VALUE "35".
           77 FACTURA-EOF-SW    PIC X VALUE "N".
               88 FACTURA-EOF       VALUE "Y".

           77 PARM-CLAVE-BUSCADA PIC X(20).
           77 PARM-VALOR-LEIDO   PIC X(20).
           77 PARM-HALLADO-SW    PIC X VALUE "N".
               88 PARM-HALLADO       VALUE "Y".
           77 TOLERANCIA        PIC 9(5)V99 VALUE 1.
           77 MOTIVO-BONIF      PIC X(2) VALUE "CZ".

      *COTIZACION QUE CALZA CON EL PAGO, ENTERA PARA LA CANCELACION
      *Y CON LO QUE HACE FALTA PARA COBRARLA
           01 COTIZACION-HALLADA  PIC X(124).
           77 HAL-NUMERO        PIC 9(6) VALUE 0.
           77 HAL-MORA          PIC 9(7)V99 VALUE 0.
           77 HAL-INTERES       PIC 9(7)V99 VALUE 0.
           77 HAL-TOTAL         PIC 9(9)V99 VALUE 0.
           77 HAL-FEE-SECUENCIA PIC 9(6) VALUE 0.
           77 DIFERENCIA        PIC S9(9)V99 VALUE 0.

      *LO QUE LAS CORRIDAS YA FACTURARON DESDE LA COTIZACION Y LO
      *QUE FALTA COBRAR DE LO PROYECTADO
           77 PROX-SECUENCIA    PIC 9(6) VALUE 0.
           77 MORA-FACTURADA    PIC 9(7)V99 VALUE 0.
           77 INTERES-FACTURADO PIC 9(7)V99 VALUE 0.
           77 MORA-PENDIENTE    PIC S9(7)V99 VALUE 0.
           77 INTERES-PENDIENTE PIC S9(7)V99 VALUE 0.
           77 HORA-PROCESO      PIC 9(8).

       LINKAGE SECTION.
           01 CAP-PARAMETROS.
               COPY COTAPL.

       PROCEDURE DIVISION USING CAP-PARAMETROS.
       MAIN-PROCEDURE.
            MOVE "N" TO CAP-HALLADA
            MOVE 0 TO CAP-NUMERO
            MOVE 0 TO CAP-TOTAL
            MOVE 0 TO CAP-BONIFICADO
            PERFORM LEE-PARAMETROS
            PERFORM BUSCA-COTIZACION
            IF CAP-COTIZACION-HALLADA
                MOVE HAL-NUMERO TO CAP-NUMERO
                MOVE HAL-TOTAL TO CAP-TOTAL
                IF HAL-TOTAL > CAP-MONTO
                    COMPUTE CAP-BONIFICADO = HAL-TOTAL - CAP-MONTO
                END-IF
                IF CAP-APLICA
                    PERFORM CANCELA-COTIZACION
                END-IF
            END-IF
            GOBACK.

      *TOLERANCIA DEL CALCE Y MOTIVO DE LA BONIFICACION DE LA
      *DIFERENCIA, DE LA TABLA CENTRAL DE PARAMETROS
           LEE-PARAMETROS.
               MOVE 1 TO TOLERANCIA
               MOVE "COTIZ-TOLERANCIA" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   COMPUTE TOLERANCIA =
                       FUNCTION NUMVAL(PARM-VALOR-LEIDO)
               END-IF
               MOVE "CZ" TO MOTIVO-BONIF
               MOVE "COTIZ-MOTIVO" TO PARM-CLAVE-BUSCADA
               CALL "PARMGET" USING PARM-CLAVE-BUSCADA
                   PARM-VALOR-LEIDO PARM-HALLADO-SW
               IF PARM-HALLADO
                   MOVE PARM-VALOR-LEIDO(1:2) TO MOTIVO-BONIF
               END-IF.

      *RECORRE COTIZA.DAT: LA ULTIMA EMISION DEL CLIENTE QUE CALZA
      *CON EL PAGO QUEDA COMO CANDIDATA, Y CUALQUIER CANCELACION
      *POSTERIOR DEL CLIENTE LA DESCARTA - LA CUENTA YA SE CANCELO
           BUSCA-COTIZACION.
               MOVE "N" TO COTIZA-EOF-SW
               OPEN INPUT COTIZA-FILE
               IF COTIZA-NEW-FILE
                   CLOSE COTIZA-FILE
               ELSE
                   PERFORM UNTIL COTIZA-EOF
                       READ COTIZA-FILE
                           AT END
                               SET COTIZA-EOF TO TRUE
                           NOT AT END
                               IF COT-CLIENTE-ID = CAP-CLIENTE-ID
                                   PERFORM EVALUA-COTIZACION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COTIZA-FILE
               END-IF.

      *UNA EMISION CALZA SI EL PAGO SE HIZO ENTRE EL DIA DE LA
      *COTIZACION Y SU VALIDEZ Y EL MONTO DIFIERE DEL TOTAL EN NO MAS
      *QUE LA TOLERANCIA
           EVALUA-COTIZACION.
               IF COT-ES-CANCELACION
                   MOVE "N" TO CAP-HALLADA
               ELSE
                   COMPUTE DIFERENCIA = COT-TOTAL - CAP-MONTO
                   IF DIFERENCIA < 0
                       COMPUTE DIFERENCIA = 0 - DIFERENCIA
                   END-IF
                   IF CAP-FECHA-PAGO NOT < COT-FECHA AND
                       CAP-FECHA-PAGO NOT > COT-VALIDA-HASTA AND
                       DIFERENCIA NOT > TOLERANCIA
                       MOVE COTIZA-REC TO COTIZACION-HALLADA
                       MOVE COT-NUMERO TO HAL-NUMERO
                       MOVE COT-MORA TO HAL-MORA
                       MOVE COT-INTERES TO HAL-INTERES
                       MOVE COT-TOTAL TO HAL-TOTAL
                       MOVE COT-FEE-SECUENCIA TO HAL-FEE-SECUENCIA
                       SET CAP-COTIZACION-HALLADA TO TRUE
                   END-IF
               END-IF.

      *COBRA LO PROYECTADO QUE FALTA FACTURAR, BONIFICA LA
      *DIFERENCIA Y CIERRA LA COTIZACION
           CANCELA-COTIZACION.
               PERFORM SUMA-FACTURADO
               COMPUTE MORA-PENDIENTE = HAL-MORA - MORA-FACTURADA
               COMPUTE INTERES-PENDIENTE =
                   HAL-INTERES - INTERES-FACTURADO
               OPEN EXTEND FACTURA-FILE
               IF FACTURA-NEW-FILE
                   OPEN OUTPUT FACTURA-FILE
                   CLOSE FACTURA-FILE
                   OPEN EXTEND FACTURA-FILE
               END-IF
               IF MORA-PENDIENTE > 0
                   MOVE "L" TO FEE-AJUSTE
                   MOVE MORA-PENDIENTE TO FEE-MONTO
                   MOVE SPACES TO FEE-MOTIVO
                   PERFORM GRABA-CARGO
               END-IF
               IF INTERES-PENDIENTE > 0
                   MOVE "I" TO FEE-AJUSTE
                   MOVE INTERES-PENDIENTE TO FEE-MONTO
                   MOVE SPACES TO FEE-MOTIVO
                   PERFORM GRABA-CARGO
               END-IF
               IF CAP-BONIFICADO > 0
                   MOVE "A" TO FEE-AJUSTE
                   MOVE CAP-BONIFICADO TO FEE-MONTO
                   MOVE MOTIVO-BONIF TO FEE-MOTIVO
                   PERFORM GRABA-CARGO
               END-IF
               CLOSE FACTURA-FILE
               PERFORM GRABA-CANCELACION.

      *RECORRE FEEBILL.DAT PARA SEGUIR LA SECUENCIA Y SUMAR LAS
      *CUOTAS DE MORA E INTERESES DEL CLIENTE FACTURADOS DESPUES DE
      *LA COTIZACION
           SUMA-FACTURADO.
               MOVE 0 TO PROX-SECUENCIA
               MOVE 0 TO MORA-FACTURADA
               MOVE 0 TO INTERES-FACTURADO
               MOVE "N" TO FACTURA-EOF-SW
               OPEN INPUT FACTURA-FILE
               IF FACTURA-NEW-FILE
                   CLOSE FACTURA-FILE
               ELSE
                   PERFORM UNTIL FACTURA-EOF
                       READ FACTURA-FILE
                           AT END
                               SET FACTURA-EOF TO TRUE
                           NOT AT END
                               IF FEE-SECUENCIA IS NUMERIC AND
                                   FEE-SECUENCIA > PROX-SECUENCIA
                                   MOVE FEE-SECUENCIA TO
                                       PROX-SECUENCIA
                               END-IF
                               IF FEE-CLIENTE-ID = CAP-CLIENTE-ID AND
                                   FEE-SECUENCIA IS NUMERIC AND
                                   FEE-SECUENCIA > HAL-FEE-SECUENCIA
                                   EVALUATE TRUE
                                       WHEN FEE-ES-AJUSTE
                                       WHEN FEE-ES-DEVOLUCION
                                           CONTINUE
                                       WHEN FEE-ES-INTERES
                                           ADD FEE-MONTO TO
                                               INTERES-FACTURADO
                                       WHEN OTHER
                                           ADD FEE-MONTO TO
                                               MORA-FACTURADA
                                   END-EVALUATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FACTURA-FILE
               END-IF.

      *GRABA EN FEEBILL.DAT EL CARGO O LA BONIFICACION ARMADA, CON
      *LA SIGUIENTE SECUENCIA Y LA FECHA CONTABLE DEL LLAMADOR
           GRABA-CARGO.
               MOVE CAP-CLIENTE-ID TO FEE-CLIENTE-ID
               MOVE 0 TO FEE-DIAS
               MOVE 0 TO FEE-TASA
               MOVE CAP-FECHA-PROCESO TO FEE-FECHA
               MOVE 0 TO FEE-REF-FECHA
               ADD 1 TO PROX-SECUENCIA
               MOVE PROX-SECUENCIA TO FEE-SECUENCIA
               WRITE FACTURA-REC.

      *AGREGA A COTIZA.DAT LA CANCELACION DE LA COTIZACION CON EL
      *PAGO QUE LA SALDO Y LO BONIFICADO
           GRABA-CANCELACION.
               ACCEPT HORA-PROCESO FROM TIME
               OPEN EXTEND COTIZA-FILE
               IF COTIZA-NEW-FILE
                   OPEN OUTPUT COTIZA-FILE
                   CLOSE COTIZA-FILE
                   OPEN EXTEND COTIZA-FILE
               END-IF
               MOVE COTIZACION-HALLADA TO COTIZA-REC
               MOVE "C" TO COT-MOVIMIENTO
               MOVE CAP-PAG-SECUENCIA TO COT-PAG-SECUENCIA
               MOVE CAP-BONIFICADO TO COT-DIFERENCIA
               MOVE CAP-FECHA-PROCESO TO COT-FECHA
               MOVE HORA-PROCESO TO COT-HORA
               MOVE CAP-OPERADOR TO COT-OPERADOR
               WRITE COTIZA-REC
               CLOSE COTIZA-FILE.

       END PROGRAM COTIZAPL.
