      ******************************************************************
      * GLSEQ.cpy
      * Journal release sequence control (GLSEQ.DAT) - the envelope
      * sequence number GLEXTRAC stamped on the last GLDIARIO.OUT it
      * released. Each release takes the next number, so GLPOST can
      * tell a new batch from one it already posted.
      ******************************************************************
           05 GSQ-ULT-SECUENCIA       PIC 9(6).
