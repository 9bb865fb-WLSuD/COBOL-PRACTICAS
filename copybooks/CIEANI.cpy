      ******************************************************************
      * CIEANI.cpy
      * Year-end close record (CIERANIO.DAT) - one record per fiscal
      * year closed by CIERRE-ANIO. Freezes the closing values of the
      * running accumulators before they restart for the new year:
      * the GRANTOT.DAT grand totals, the MATAVG.DAT running average
      * and the calculator per-type count and net total of the
      * year's twelve CALCPER.DAT periods (type order + - * /, void
      * pairs left out as on CALCU-ZRPT). It also keeps how many
      * CALCULOG.DAT, FEEBILL.DAT and CLIPAGOS.DAT records went to
      * the year archive (BASE.ANIOyyyy.ARC, queryable through
      * ARCONSUL) and how many stayed on the live file, with the net
      * the archived fees charged to the receivable balances and the
      * net the archived journal entries relieved from them, as
      * CLIENTE-BAL applies each kind. A year on file is closed and
      * cannot be closed again.
      ******************************************************************
           05 CAN-ANIO                PIC 9(4).
           05 CAN-FECHA-CIERRE        PIC 9(8).
           05 CAN-HORA-CIERRE         PIC 9(8).
           05 CAN-GRANTOT.
               10 CAN-GRAN-TOTAL      PIC S9(8).
               10 CAN-GRAN-CONTADOR   PIC 9(6).
               10 CAN-GRAN-RESTA      PIC S9(8).
               10 CAN-GRAN-MULT       PIC S9(8).
               10 CAN-GRAN-DIV        PIC S9(8).
           05 CAN-MATAVG.
               10 CAN-MAT-TOTAL       PIC S9(8).
               10 CAN-MAT-CONTADOR    PIC 9(6).
           05 CAN-TIPOS OCCURS 4 TIMES.
               10 CAN-TIPO-SIMBOLO    PIC X.
               10 CAN-TIPO-CNT        PIC 9(7).
               10 CAN-TIPO-TOTAL      PIC S9(11)V99.
           05 CAN-CALC-ULTIMO-SEC     PIC 9(6).
           05 CAN-CALC-ARCHIVADOS     PIC 9(6).
           05 CAN-CALC-RETENIDOS      PIC 9(6).
           05 CAN-FEE-ARCHIVADOS      PIC 9(6).
           05 CAN-FEE-RETENIDOS       PIC 9(6).
           05 CAN-FEE-NETO            PIC S9(9)V99.
           05 CAN-PAG-ARCHIVADOS      PIC 9(6).
           05 CAN-PAG-RETENIDOS       PIC 9(6).
           05 CAN-PAG-NETO            PIC S9(9)V99.
