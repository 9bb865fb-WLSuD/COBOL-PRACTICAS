      ******************************************************************
      * COBTRZ.cpy
      * Skip-trace record (SKIPTRAZ.DAT) - one record per customer
      * sent to the trace vendor. COBRTRAZ opens it the night the
      * customer's latest COBRACT.DAT outcome is NUMERO ERRADO,
      * keeping the date of that outcome in TRZ-FECHA-ACT so the
      * same wrong number is never traced twice, and lists it on
      * the SKIPTRAZ.OUT vendor extract. COBRTRAZ-RET applies the
      * vendor's return: HALLADO with the new telephone and address
      * written to the master through the CONTAUD.DAT audit, or
      * NO HALLADO, which leaves the trace open. While the trace is
      * PENDIENTE or NO HALLADO the customer stays off the COBRCALL
      * lists; COBRTRAZ reports the ones open beyond TRAZA-DIAS.
      * A customer whose address the post office bounced (DIRMALA.DAT,
      * see COBRDEV) is traced the same way, TRZ-FECHA-ACT then
      * holding the date the return was taken in; TRZ-ORIGEN tells
      * the two apart.
      ******************************************************************
           05 TRZ-CLIENTE-ID          PIC 9(6).
           05 TRZ-FECHA-ACT           PIC 9(8).
           05 TRZ-FECHA-ENVIO         PIC 9(8).
           05 TRZ-ESTADO              PIC X.
               88 TRZ-PENDIENTE           VALUE "P".
               88 TRZ-NO-HALLADO          VALUE "N".
               88 TRZ-HALLADO             VALUE "H".
               88 TRZ-ABIERTA             VALUE "P" "N".
           05 TRZ-FECHA-RESULTADO     PIC 9(8).
           05 TRZ-ORIGEN              PIC X.
               88 TRZ-POR-NUMERO          VALUE "E".
               88 TRZ-POR-DIRECCION       VALUE "D".
