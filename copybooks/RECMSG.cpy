      ******************************************************************
      * RECMSG.cpy
      * Reminder message record for the messaging vendor
      * (RECORDAT.OUT) - one courtesy reminder per record, written by
      * the nightly COBRRECO extract under the standard LOTENV
      * envelope (hash = sum of the customer IDs): the channel, the
      * e-mail address or phone number to send to, the amount and
      * the date it falls due, and whether it is a promise to pay
      * or a plan installment so the vendor picks the right text.
      ******************************************************************
           05 RCD-CANAL               PIC X.
               88 RCD-EMAIL               VALUE "E".
               88 RCD-SMS                 VALUE "S".
           05 RCD-CLIENTE-ID          PIC 9(6).
           05 RCD-NOMBRE              PIC X(30).
           05 RCD-DESTINO             PIC X(30).
           05 RCD-MONTO               PIC 9(7)V99.
           05 RCD-FECHA-VTO           PIC 9(8).
           05 RCD-TIPO                PIC X.
               88 RCD-PROMESA             VALUE "P".
               88 RCD-CUOTA               VALUE "C".
