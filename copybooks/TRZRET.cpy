      ******************************************************************
      * TRZRET.cpy
      * Skip-trace vendor return record (SKIPRET.DAT) - one record
      * per customer the vendor worked from the SKIPTRAZ.OUT
      * extract, applied by COBRTRAZ-RET. A HALLADO return carries
      * the telephone and address found; either may come blank when
      * the vendor only confirmed the other. The ID arrives as
      * display characters so a malformed field can be rejected
      * instead of coerced.
      ******************************************************************
           05 TRR-CLIENTE-ID          PIC X(6).
           05 TRR-RESULTADO           PIC X.
               88 TRR-HALLADO             VALUE "H".
               88 TRR-NO-HALLADO          VALUE "N".
           05 TRR-TELEFONO            PIC X(15).
           05 TRR-DIRECCION           PIC X(40).
           05 TRR-FECHA               PIC 9(8).
