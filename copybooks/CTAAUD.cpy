      * Contact-detail audit record (CONTAUD.DAT), in the REFAUD mold
      * but per customer: one record per CONTACTO field changed, with
      * the before and after images, the timestamp and the operator.
      * Written by CLIENTE-MANT's cambio, by the CLIENTE-CTUPD
      * bulk loader and by COBRTRAZ-RET (operator SKIPTRAZ), so "I
      * never changed my address" finally has an answer. An alta
      * (CLIENTE-MANT or CLIENTE-CARGA) records its initial contact
      * and SUCURSAL with a blank before image, stamped at or after
      * its CLIAUD record, which is what lets CLIENTE-RECUP replay
      * the trail onto a restored master.
      ******************************************************************
           05 CTA-CLIENTE-ID          PIC 9(6).
           05 CTA-CAMPO               PIC X(10).
