      ******************************************************************
      * SUSPAR.cpy
      * Unapplied-cash suspense posting (SUSPENSO.DAT) - append-only,
      * one record per movement of a suspense item. BANCOPAG opens
      * the item with an INGRESO posting for every lockbox payment it
      * cannot apply (the bank's ID as received, BPG-REFERENCIA,
      * amount and payment date, and the suspense reason); SUSP-MANT
      * relieves it with APLICACION postings - each one also a
      * normal CLIPAGOS.DAT entry, whose PAG-SECUENCIA it carries,
      * several of them when the item is split - or with a
      * DEVOLUCION posting that marks the rest for refund. All the
      * postings of an item share its SUS-NUMERO; what is still open
      * is the ingreso less its aplicaciones and devolucion. The
      * timestamp and operator on every posting are the audit trail
      * of who did what with the money.
      ******************************************************************
           05 SUS-NUMERO              PIC 9(6).
           05 SUS-MOVIMIENTO          PIC X.
               88 SUS-ES-INGRESO          VALUE "I".
               88 SUS-ES-APLICACION       VALUE "A".
               88 SUS-ES-DEVOLUCION       VALUE "D".
           05 SUS-CLIENTE-ID          PIC X(6).
           05 SUS-MONTO               PIC 9(7)V99.
           05 SUS-FECHA-PAGO          PIC 9(8).
           05 SUS-REFERENCIA          PIC X(10).
           05 SUS-MOTIVO              PIC X(30).
           05 SUS-PAG-SECUENCIA       PIC 9(6).
           05 SUS-FECHA               PIC 9(8).
           05 SUS-HORA                PIC 9(8).
           05 SUS-OPERADOR            PIC X(8).
