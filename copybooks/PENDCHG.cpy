      * the live table until a second, different operator approves
      * it through APRUEBA, which stamps the checker and the
      * decision date. Operator images never carry the clave.
      * The CASTIGO run files its bad-debt write-off proposals here
      * too (PEN-ARCHIVO "CASTIGOS.DAT", alta with the CASTIG image);
      * those can only be approved by a supervisor.
      ******************************************************************
           05 PEN-ARCHIVO             PIC X(12).
           05 PEN-ACCION              PIC X.
