      ******************************************************************
      * BCODEV.cpy
      * Bank returned-item record (BANCODEV.DAT) - one lockbox
      * payment the bank could not collect (NSF, closed account,
      * stopped), as transmitted under the standard batch envelope
      * (LOTENV, hash = sum of the customer IDs) and released by the
      * LOTEGATE staging gate. DEV-REFERENCIA is the BPG-REFERENCIA
      * of the original payment; DEV-SECUENCIA, when the bank echoes
      * it back, pins the exact CLIPAGOS.DAT entry (zero otherwise).
      * DEV-MOTIVO is the bank's return reason. Processed by
      * BANCODEV against the CLIPAGOS.DAT payment journal.
      ******************************************************************
           05 DEV-CLIENTE-ID          PIC X(6).
           05 DEV-MONTO               PIC 9(7)V99.
           05 DEV-FECHA               PIC 9(8).
           05 DEV-REFERENCIA          PIC X(10).
           05 DEV-SECUENCIA           PIC 9(6).
           05 DEV-MOTIVO              PIC X(2).
