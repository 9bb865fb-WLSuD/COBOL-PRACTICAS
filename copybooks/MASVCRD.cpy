      ******************************************************************
      * MASVCRD.cpy
      * Selection card for the criteria-driven mass status change
      * (MASVCARD.DAT, one card per run) read by CLIMASIV, in the
      * GEXTCARD mold: the ESTADO the customers are in now, a range
      * of days in that status counted from the CLIENTE-ULT-FECHA
      * stamp (zero HASTA means no upper limit), the owning branch
      * (blank takes every branch), the minimum open balance, and
      * the ESTADO to move them to with its MOTIVOS.DAT reason code.
      * MSV-SOLICITANTE is the operator asking for the change - the
      * maker of every proposal, who therefore cannot approve them.
      ******************************************************************
           05 MSV-ESTADO-ACTUAL       PIC 9.
           05 MSV-DIAS-DESDE          PIC 9(5).
           05 MSV-DIAS-HASTA          PIC 9(5).
           05 MSV-SUCURSAL            PIC X(3).
           05 MSV-SALDO-MINIMO        PIC 9(7)V99.
           05 MSV-ESTADO-NUEVO        PIC 9.
           05 MSV-MOTIVO              PIC X(2).
           05 MSV-SOLICITANTE         PIC X(8).
