      ******************************************************************
      * CASTIG.cpy
      * Bad-debt write-off record (CASTIGOS.DAT) - one record per
      * account written off. The CASTIGO run proposes each one
      * through PENDSOL (PEN-ARCHIVO "CASTIGOS.DAT", the image
      * below in PEN-DESPUES with the approval fields still empty):
      * the accounts the agency returned incobrable (CAS-ORIGEN
      * "I") and the MOROSO balances older than the CASTIGO-DIAS
      * parameter (CAS-ORIGEN "A"). Only when a supervisor approves
      * it through APRUEBA is the balance written off - a PAG-TIPO
      * "C" entry on CLIPAGOS.DAT, whose sequence it keeps - the
      * customer moved to INACTIVO with reason "CA" on CLIAUD.DAT,
      * and the record appended here with the checker and date.
      * A payment arriving later for a customer on this file is a
      * recovery (PAG-TIPO "U"), not an ordinary payment.
      ******************************************************************
           05 CAS-CLIENTE-ID          PIC 9(6).
           05 CAS-MONTO               PIC 9(7)V99.
           05 CAS-ORIGEN              PIC X.
               88 CAS-POR-AGENCIA         VALUE "I".
               88 CAS-POR-ANTIGUEDAD      VALUE "A".
           05 CAS-DIAS-MORA           PIC 9(5).
           05 CAS-FECHA-PROPUESTA     PIC 9(8).
           05 CAS-FECHA               PIC 9(8).
           05 CAS-APROBADOR           PIC X(8).
           05 CAS-PAG-SECUENCIA       PIC 9(6).
