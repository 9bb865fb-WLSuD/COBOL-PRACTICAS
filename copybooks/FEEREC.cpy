      * tell an adjustment it already applied from a second one
      * entered the same day - the same reason CLIPAG carries
      * PAG-SECUENCIA.
      * A returned-payment charge assessed by BANCODEV is its own
      * record marked FEE-AJUSTE "D": a charge like any fee, but
      * keyed downstream by its FEE-SECUENCIA like the adjustments,
      * since it can land on a day that already carries a late fee.
      * Interest accrued by CLIENTE-INT on the daily balance is its
      * own record marked FEE-AJUSTE "I": a charge keyed downstream
      * by its FEE-SECUENCIA like "D", with FEE-DIAS the days
      * accrued, FEE-TASA the annual rate, FEE-FECHA the last day
      * accrued and FEE-REF-FECHA the day the accrual ran from
      * (the previous accrual or month-end, itself not included).
      * When a payment settles a payoff quote (COTIZA.DAT) through
      * COTIZAPL, the late fees the quote projected and the month-end
      * run had not billed yet are charged as their own record marked
      * FEE-AJUSTE "L", keyed downstream by its FEE-SECUENCIA like
      * "D"; the projected interest not yet accrued goes out as an
      * "I" record, and a shortfall within the quote tolerance as an
      * "A" waiver under the quote's reason code.
      ******************************************************************
           05 FEE-CLIENTE-ID          PIC 9(6).
           05 FEE-DIAS                PIC 9(5).
           05 FEE-FECHA               PIC 9(8).
           05 FEE-AJUSTE              PIC X.
               88 FEE-ES-AJUSTE           VALUE "A".
               88 FEE-ES-DEVOLUCION       VALUE "D".
               88 FEE-ES-INTERES          VALUE "I".
               88 FEE-ES-COTIZADO         VALUE "L".
           05 FEE-MOTIVO              PIC X(2).
           05 FEE-REF-FECHA           PIC 9(8).
           05 FEE-SECUENCIA           PIC 9(6).
