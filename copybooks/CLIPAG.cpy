      * the CLIBAL.DAT subledger. Each record carries a file-wide
      * ascending sequence number assigned by the writer, so the
      * subledger can tell a payment it already applied from a new
      * one landing on the same date. PAG-OPERADOR is who took the
      * money: the signed-on operator for a payment captured at the
      * collections desk through CAJAPAG, "LOCKBOX" for the bank
      * feed.
      * A payment the bank returns unpaid (NSF, closed account) is
      * never deleted: BANCODEV appends a linked reversal entry,
      * PAG-TIPO "R", for the same amount with the PAG-SECUENCIA of
      * the payment it undoes in PAG-REF-SECUENCIA - readers add a
      * reversal back to the balance instead of relieving it.
      * A credit balance paid back to the customer by the REEMBOLSO
      * run is journaled as PAG-TIPO "E" (reembolso), money going
      * out: like a reversal it adds back to the balance, bringing
      * the credit to zero; its reference is the refund number.
      * A bad debt written off through the CASTIGO approval is
      * journaled as PAG-TIPO "C" (castigo): it relieves the balance
      * like a payment, but no money came in. A payment received
      * afterwards on a written-off account (CASTIGOS.DAT) is a
      * recovery, PAG-TIPO "U" (recupero): the loss is reinstated
      * and paid in the same entry, so it leaves the balance as it
      * was instead of turning it into a credit.
      ******************************************************************
           05 PAG-CLIENTE-ID          PIC 9(6).
           05 PAG-MONTO               PIC 9(7)V99.
           05 PAG-ORIGEN              PIC X(8).
           05 PAG-REFERENCIA          PIC X(10).
           05 PAG-SECUENCIA           PIC 9(6).
           05 PAG-OPERADOR            PIC X(8).
           05 PAG-TIPO                PIC X.
               88 PAG-ES-REVERSO          VALUE "R".
               88 PAG-ES-REEMBOLSO        VALUE "E".
               88 PAG-ES-CASTIGO          VALUE "C".
               88 PAG-ES-RECUPERO         VALUE "U".
           05 PAG-REF-SECUENCIA       PIC 9(6).
