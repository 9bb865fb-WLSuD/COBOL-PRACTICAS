      *             keyed by the FEE-SECUENCIA the writers assign -
      *             a bare date watermark was dropping the second
      *             waiver of a same-day pair.
      * 2026-10-15  Returned payments: a BANCODEV reversal on the
      *             journal (PAG-TIPO "R") adds its amount back to the
      *             balance, and the returned-payment charge (FEE-AJUSTE
      *             "D") is applied by FEE-SECUENCIA like the waivers.
      * 2026-10-15  Credit-balance refunds: a REEMBOLSO entry on the
      *             journal (PAG-TIPO "E") is money paid out to the
      *             customer and adds to charges and balance.
      * 2026-10-15  Bad-debt write-offs (PAG-TIPO "C") relieve the
      *             balance like a payment; a recovery on a written-
      *             off account (PAG-TIPO "U") reinstates and pays
      *             the loss at once, adding to charges and payments
      *             and leaving the balance alone.
      * 2026-10-15  Interest accrued by CLIENTE-INT (FEE-AJUSTE "I")
      *             is charged to the balance by FEE-SECUENCIA like
      *             the returned-payment charge.
      * 2026-10-15  The late fees a payoff quote settlement bills
      *             through COTIZAPL (FEE-AJUSTE "L") are charged to
      *             the balance by FEE-SECUENCIA the same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-BAL.

      *SUMA EL CARGO LEIDO AL CLIENTE SI SU FECHA ES POSTERIOR AL
      *ULTIMO CARGO YA APLICADO - UN AJUSTE DE FEE-MANT DESCARGA EL
      *SALDO CON SU PROPIA MARCA DE AVANCE, Y EL CARGO POR PAGO
      *DEVUELTO DE BANCODEV, EL INTERES DE CLIENTE-INT Y LA MORA
      *COBRADA AL CANCELAR UNA COTIZACION SE SUMAN CON ESA MISMA MARCA
           APLICA-UN-CARGO.
               MOVE FEE-CLIENTE-ID TO BAL-CLIENTE-ID
               PERFORM BUSCA-O-AGREGA
               IF ENCONTRADO
                   IF FEE-ES-AJUSTE OR FEE-ES-DEVOLUCION OR
                       FEE-ES-INTERES OR FEE-ES-COTIZADO
                       IF FEE-SECUENCIA > TAB-ULT-AJUSTE(I)
                           IF FEE-ES-AJUSTE
                               SUBTRACT FEE-MONTO FROM TAB-CARGOS(I)
                               SUBTRACT FEE-MONTO FROM TAB-SALDO(I)
                           ELSE
                               ADD FEE-MONTO TO TAB-CARGOS(I)
                               ADD FEE-MONTO TO TAB-SALDO(I)
                           END-IF
                           MOVE FEE-SECUENCIA TO TAB-ULT-AJUSTE(I)
                           ADD 1 TO CNT-CARGOS
                       ELSE
               END-IF.

      *RESTA EL PAGO LEIDO DEL SALDO DEL CLIENTE SI SU SECUENCIA
      *ES POSTERIOR AL ULTIMO PAGO YA APLICADO - UNA REVERSION DE
      *PAGO DEVUELTO VUELVE A SUMAR SU MONTO AL SALDO, UN
      *REEMBOLSO DE SALDO A FAVOR SE SUMA COMO UN CARGO, UN CASTIGO
      *ALIVIA EL SALDO COMO UN PAGO Y UN RECUPERO SE SUMA A CARGOS
      *Y A PAGOS SIN MOVER EL SALDO
           APLICA-UN-PAGO.
               MOVE PAG-CLIENTE-ID TO BAL-CLIENTE-ID
               PERFORM BUSCA-O-AGREGA
               IF ENCONTRADO
                   IF PAG-SECUENCIA > TAB-ULT-PAGO(I)
                       EVALUATE TRUE
                           WHEN PAG-ES-REVERSO
                               SUBTRACT PAG-MONTO FROM TAB-PAGOS(I)
                               ADD PAG-MONTO TO TAB-SALDO(I)
                           WHEN PAG-ES-REEMBOLSO
                               ADD PAG-MONTO TO TAB-CARGOS(I)
                               ADD PAG-MONTO TO TAB-SALDO(I)
                           WHEN PAG-ES-RECUPERO
                               ADD PAG-MONTO TO TAB-CARGOS(I)
                               ADD PAG-MONTO TO TAB-PAGOS(I)
                           WHEN OTHER
                               ADD PAG-MONTO TO TAB-PAGOS(I)
                               SUBTRACT PAG-MONTO FROM TAB-SALDO(I)
                       END-EVALUATE
                       MOVE PAG-SECUENCIA TO TAB-ULT-PAGO(I)
                       ADD 1 TO CNT-PAGOS-APL
                   ELSE
