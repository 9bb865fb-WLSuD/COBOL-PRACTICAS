      ******************************************************************
      * COBMSG.cpy
      * Collections reminder log record (COBRMSG.DAT) - the e-mail
      * and SMS counterpart of the COBRCOR.DAT letter log: one record
      * per courtesy reminder COBRRECO sent to the messaging vendor,
      * with the timestamp, the channel and the address or number
      * used, and the promise or installment it reminded of, so the
      * customer's correspondence history covers every channel. The
      * next run reads it back so the same due date is not reminded
      * twice.
      ******************************************************************
           05 MEN-CLIENTE-ID          PIC 9(6).
           05 MEN-FECHA               PIC 9(8).
           05 MEN-HORA                PIC 9(8).
           05 MEN-CANAL               PIC X.
               88 MEN-EMAIL               VALUE "E".
               88 MEN-SMS                 VALUE "S".
           05 MEN-TIPO                PIC X.
               88 MEN-PROMESA             VALUE "P".
               88 MEN-CUOTA               VALUE "C".
           05 MEN-FECHA-VTO           PIC 9(8).
           05 MEN-MONTO               PIC 9(7)V99.
           05 MEN-DESTINO             PIC X(30).
