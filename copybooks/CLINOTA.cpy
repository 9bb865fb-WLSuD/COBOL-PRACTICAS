      * automatically by the collections capture screens; the most
      * recent notes show during CONSULTA-CLIENTE, so the next person
      * touching the account knows what the last one knew.
      * A note can also carry a follow-up (tickler): the date to act
      * on it and the operator assigned, NOTA-SEG-ESTADO "P" while
      * pending. The SEGUIM morning diary lists the due and overdue
      * ones per operator, SEGUIM-RPT ages the overdue weekly, and
      * closing one at CLIENTE-MANT marks it "C" and adds a closing
      * note. Blank NOTA-SEG-ESTADO (every automatic note, and the
      * notes written before follow-ups existed) means no follow-up.
      ******************************************************************
           05 NOTA-CLIENTE-ID         PIC 9(6).
           05 NOTA-FECHA              PIC 9(8).
           05 NOTA-HORA               PIC 9(8).
           05 NOTA-OPERADOR           PIC X(8).
           05 NOTA-TEXTO              PIC X(60).
           05 NOTA-SEG-FECHA          PIC 9(8).
           05 NOTA-SEG-OPERADOR       PIC X(8).
           05 NOTA-SEG-ESTADO         PIC X.
               88 NOTA-SEG-PENDIENTE      VALUE "P".
               88 NOTA-SEG-CERRADO        VALUE "C".
