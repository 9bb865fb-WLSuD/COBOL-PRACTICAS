      ******************************************************************
      * SEPEXC.cpy
      * Segregation-of-duties exception (SEPEXC.DAT) - recorded by a
      * supervisor in SEPFUN-MANT when an operator must hold both
      * programs of a SEPFUN.DAT rule for a while: the operator, the
      * pair as the rule names it, the last day it is valid, why,
      * who recorded it and when. Past SEX-VENCE the exception no
      * longer covers the conflict; the record stays as history.
      * The first 40 bytes are the image written to REFAUD.DAT.
      ******************************************************************
           05 SEX-OPER-ID             PIC X(8).
           05 SEX-PROGRAMA-1          PIC X(12).
           05 SEX-PROGRAMA-2          PIC X(12).
           05 SEX-VENCE               PIC 9(8).
           05 SEX-MOTIVO              PIC X(40).
           05 SEX-SUPERVISOR          PIC X(8).
           05 SEX-FECHA-ALTA          PIC 9(8).
