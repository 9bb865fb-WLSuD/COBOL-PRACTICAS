      ******************************************************************
      * CORDEV.cpy
      * Returned-mail record (CORDEV.DAT) - one record per dunning
      * letter the post office sent back, keyed in from the returned
      * envelopes and applied by COBRDEV against the COBRCOR.DAT
      * correspondence log: the customer, the date of the letter
      * (COR-FECHA of the log entry) and the post office's return
      * reason (DE desconocido, DI direccion inexistente, MU se
      * mudo, RE rehusado, or whatever code the office marks). The
      * ID arrives as display characters so a malformed field can
      * be rejected instead of coerced.
      ******************************************************************
           05 CDV-CLIENTE-ID          PIC X(6).
           05 CDV-FECHA-CARTA         PIC X(8).
           05 CDV-MOTIVO              PIC X(2).
