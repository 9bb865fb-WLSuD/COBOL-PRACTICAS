      ******************************************************************
      * ROLHIS.cpy
      * Roll-rate history record (ROLLHIST.DAT) - one record per
      * month and branch ("***" = the whole shop) with the
      * MOROSO inflow and cure figures of the CLIMIGRA migration
      * matrix: customers starting the month outside MOROSO and how
      * many of them ended it MOROSO, customers starting it MOROSO
      * and how many ended it ACTIVO, with both rates in percent.
      * CLIMIGRA keeps only the last six months, replacing the month
      * it reports when run again.
      ******************************************************************
           05 ROL-ANIOMES             PIC 9(6).
           05 ROL-SUCURSAL            PIC X(3).
           05 ROL-BASE                PIC 9(6).
           05 ROL-ENTRADAS            PIC 9(6).
           05 ROL-PORC-ROLL           PIC 9(3)V99.
           05 ROL-BASE-MOROSO         PIC 9(6).
           05 ROL-CURAS               PIC 9(6).
           05 ROL-PORC-CURA           PIC 9(3)V99.
