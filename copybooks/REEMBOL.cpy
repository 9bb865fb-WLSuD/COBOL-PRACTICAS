      ******************************************************************
      * REEMBOL.cpy
      * Credit-balance refund record (REEMBOLS.DAT) - one record per
      * refund the REEMBOLSO run proposes for a customer whose
      * CLIBAL.DAT balance is a credit above the REEMB-MINIMO
      * parameter. A supervisor approves or rejects each PROPUESTO
      * refund through REEMB-APRU, stamping the checker and the
      * decision date; the next REEMBOLSO run emits the APROBADO
      * ones - the offsetting CLIPAGOS.DAT entry (PAG-TIPO "E"),
      * whose sequence it keeps, and the accounts-payable voucher -
      * and marks them EMITIDO. An approved refund whose credit has
      * shrunk since the proposal is not emitted but VENCIDO.
      ******************************************************************
           05 REE-NUMERO              PIC 9(6).
           05 REE-CLIENTE-ID          PIC 9(6).
           05 REE-MONTO               PIC 9(7)V99.
           05 REE-FECHA-PROPUESTA     PIC 9(8).
           05 REE-ESTADO              PIC X.
               88 REE-PROPUESTO           VALUE "P".
               88 REE-APROBADO            VALUE "A".
               88 REE-RECHAZADO           VALUE "R".
               88 REE-EMITIDO             VALUE "E".
               88 REE-VENCIDO             VALUE "V".
           05 REE-APROBADOR           PIC X(8).
           05 REE-FECHA-DECISION      PIC 9(8).
           05 REE-PAG-SECUENCIA       PIC 9(6).
           05 REE-FECHA-EMISION       PIC 9(8).
