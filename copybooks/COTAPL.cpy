      ******************************************************************
      * COTAPL.cpy
      * Call block of COTIZAPL, the payoff-quote settlement shared by
      * the payment takers (CAJAPAG at the desk, BANCOPAG for the
      * lockbox). In mode "V" it only tells whether the payment -
      * customer, amount and the date it was made - matches a
      * pending COTIZA.DAT quote within its good-through date and
      * the COTIZ-TOLERANCIA of PARAMS.DAT. In mode "A", called once
      * the payment is journaled under CAP-PAG-SECUENCIA, it bills
      * what the quote projected and the runs have not billed yet,
      * waives any shortfall under the COTIZ-MOTIVO reason code,
      * booked on CAP-FECHA-PROCESO, and closes the quote. The quote
      * number, its total and the amount waived come back either
      * way.
      ******************************************************************
           05 CAP-MODO                PIC X.
               88 CAP-VERIFICA            VALUE "V".
               88 CAP-APLICA              VALUE "A".
           05 CAP-CLIENTE-ID          PIC 9(6).
           05 CAP-MONTO               PIC 9(7)V99.
           05 CAP-FECHA-PAGO          PIC 9(8).
           05 CAP-FECHA-PROCESO       PIC 9(8).
           05 CAP-PAG-SECUENCIA       PIC 9(6).
           05 CAP-OPERADOR            PIC X(8).
           05 CAP-NUMERO              PIC 9(6).
           05 CAP-TOTAL               PIC 9(9)V99.
           05 CAP-BONIFICADO          PIC 9(7)V99.
           05 CAP-HALLADA             PIC X.
               88 CAP-COTIZACION-HALLADA  VALUE "Y".
