      ******************************************************************
      * DIRMAL.cpy
      * Bad-address record (DIRMALA.DAT) - appended by COBRDEV for
      * every returned letter: the customer, the CONTACTO-DIRECCION
      * the letter bounced from, the date of the letter, the date
      * the return was taken in and the post office's reason. The
      * address stays bad while the master still carries exactly
      * that DMA-DIRECCION; once CLIENTE-MANT, CLIENTE-CTUPD or the
      * COBRTRAZ-RET skip-trace return changes it, the flag lapses
      * by itself. While it is bad COBRCARTA writes no letters to
      * the customer and COBRTRAZ sends the customer to skip-trace.
      ******************************************************************
           05 DMA-CLIENTE-ID          PIC 9(6).
           05 DMA-DIRECCION           PIC X(40).
           05 DMA-FECHA-CARTA         PIC 9(8).
           05 DMA-FECHA               PIC 9(8).
           05 DMA-MOTIVO              PIC X(2).
