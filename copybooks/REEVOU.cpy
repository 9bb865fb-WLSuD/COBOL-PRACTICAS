      ******************************************************************
      * REEVOU.cpy
      * Accounts-payable refund voucher (REEMBOLS.OUT) - one record
      * per approved credit-balance refund emitted by the REEMBOLSO
      * run, with the payee as it stands on CLIENTE.DAT, under the
      * standard LOTENV envelope (hash = sum of the amounts in whole
      * units) so payables can refuse a truncated transfer.
      ******************************************************************
           05 VOU-NUMERO              PIC 9(6).
           05 VOU-CLIENTE-ID          PIC 9(6).
           05 VOU-NOMBRE              PIC X(30).
           05 VOU-DIRECCION           PIC X(40).
           05 VOU-MONTO               PIC 9(7)V99.
           05 VOU-FECHA               PIC 9(8).
           05 VOU-APROBADOR           PIC X(8).
