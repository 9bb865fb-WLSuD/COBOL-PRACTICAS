      ******************************************************************
      * CLIPRG.cpy
      * Scheduled status-change record (CLIPROG.DAT) - one ESTADO
      * change an operator schedules at CLIENTE-MANT to take effect
      * on a future date ("suspend on the 30th unless paid"), with
      * its MOTIVOS.DAT reason and the ESTADO the customer had when
      * it was scheduled. The nightly CLIPROG step applies the ones
      * that came due through the usual CLIAUD-audited path, under
      * the operator who scheduled them, and closes as OMITIDO any
      * that became moot - the customer no longer in PRG-ESTADO-
      * ORIGEN (e.g. paid back to ACTIVO) or gone from the master.
      * A pending change can be cancelled from the consulta.
      * PRG-NUMERO is the file-wide number the consulta cancels by.
      ******************************************************************
           05 PRG-NUMERO              PIC 9(6).
           05 PRG-CLIENTE-ID          PIC 9(6).
           05 PRG-ESTADO-ORIGEN       PIC 9.
           05 PRG-ESTADO-NUEVO        PIC 9.
           05 PRG-FECHA-EFECTIVA      PIC 9(8).
           05 PRG-MOTIVO              PIC X(2).
           05 PRG-OPERADOR            PIC X(8).
           05 PRG-FECHA-ALTA          PIC 9(8).
           05 PRG-HORA-ALTA           PIC 9(8).
           05 PRG-SITUACION           PIC X.
               88 PRG-PENDIENTE           VALUE "P".
               88 PRG-APLICADO            VALUE "A".
               88 PRG-OMITIDO             VALUE "O".
               88 PRG-CANCELADO           VALUE "C".
           05 PRG-FECHA-CIERRE        PIC 9(8).
           05 PRG-CERRO               PIC X(8).
           05 PRG-OBSERVACION         PIC X(30).
