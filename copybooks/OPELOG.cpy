      * carries its sequence number; a void is a linked reversing
      * record marked "V" whose OPLOG-REF points at the original,
      * and the end-of-day totals treat the pair as cancelled.
      * An operation in a period already closed (CALCPER.DAT) cannot
      * be voided; a supervisor enters instead an adjustment marked
      * "J", dated in the open period, that reverses it there and
      * counts like any operation of its own day.
      * OPLOG-OPERADOR is the desk operator who keyed the operation,
      * signed on through SIGNON; records from before the stamp
      * carry blanks and the Z report shows them as SIN-OPER.
      * OPLOG-MONEDAS keeps, per operand, the currency it was keyed
      * in, the amount as keyed and the TIPOCAMB.DAT rate used to
      * bring it to local currency (OPLOG-N1/N2 hold the converted
      * amount). A blank currency means the operand was local;
      * records from before the currency fields carry blanks there.
      ******************************************************************
           05 OPLOG-TIPO              PIC X(1).
           05 OPLOG-N1                PIC S9(6)V99.
           05 OPLOG-SEC               PIC 9(6).
           05 OPLOG-ANULACION         PIC X.
               88 OPLOG-ES-ANULACION      VALUE "V".
               88 OPLOG-ES-AJUSTE         VALUE "J".
           05 OPLOG-REF               PIC 9(6).
           05 OPLOG-OPERADOR          PIC X(8).
           05 OPLOG-MONEDAS.
               10 OPLOG-N1-MONEDA     PIC X(3).
               10 OPLOG-N1-ORIGINAL   PIC S9(6)V99.
               10 OPLOG-N1-TASA       PIC 9(5)V9(6).
               10 OPLOG-N2-MONEDA     PIC X(3).
               10 OPLOG-N2-ORIGINAL   PIC S9(6)V99.
               10 OPLOG-N2-TASA       PIC 9(5)V9(6).
