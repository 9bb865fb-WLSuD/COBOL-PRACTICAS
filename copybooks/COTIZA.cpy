      ******************************************************************
      * COTIZA.cpy
      * Payoff quote file (COTIZA.DAT) - append-only, one record per
      * movement of a quote, like SUSPENSO.DAT. COTIZ-CANC opens the
      * quote with an EMISION record: the customer, the payoff date
      * asked for and the good-through date (the payoff date plus
      * the COTIZ-DIAS-VALIDEZ business days of PARAMS.DAT), the
      * balance owed when quoted - the CLIBAL.DAT subledger plus the
      * postings CLIENTE-BAL had not applied yet - and the late fees
      * and interest projected up to the payoff date, with their
      * total. COT-FEE-SECUENCIA is the highest FEE-SECUENCIA on
      * FEEBILL.DAT when quoted: whatever the month-end runs bill
      * after it is already part of the projection. COTIZAPL closes
      * the quote with a CANCELACION record under the same
      * COT-NUMERO when a payment matching the total is received by
      * the good-through date, carrying the payment's PAG-SECUENCIA
      * and any cent difference it waived. A quote with no
      * cancelacion is pending until its good-through date passes.
      ******************************************************************
           05 COT-NUMERO              PIC 9(6).
           05 COT-MOVIMIENTO          PIC X.
               88 COT-ES-EMISION          VALUE "E".
               88 COT-ES-CANCELACION      VALUE "C".
           05 COT-CLIENTE-ID          PIC 9(6).
           05 COT-FECHA-PAGO          PIC 9(8).
           05 COT-VALIDA-HASTA        PIC 9(8).
           05 COT-SALDO               PIC S9(9)V99.
           05 COT-MORA                PIC 9(7)V99.
           05 COT-INTERES             PIC 9(7)V99.
           05 COT-TOTAL               PIC 9(9)V99.
           05 COT-FEE-SECUENCIA       PIC 9(6).
           05 COT-PAG-SECUENCIA       PIC 9(6).
           05 COT-DIFERENCIA          PIC 9(7)V99.
           05 COT-FECHA               PIC 9(8).
           05 COT-HORA                PIC 9(8).
           05 COT-OPERADOR            PIC X(8).
