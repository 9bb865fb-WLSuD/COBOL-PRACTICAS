      ******************************************************************
      * ACTDEP.cpy
      * Per-asset depreciation position (ACTDEPR.DAT) - one record
      * per asset the monthly DEPRECIA-MES posting run has charged:
      * the class it posted under, the last month posted (AAAAMM),
      * the accumulated depreciation posted to the ledger so far,
      * the net book value left and the cost those figures rest
      * on. Each month's charge is the schedule's accumulated
      * depreciation to the end of the month less what is already
      * here, so a month continues where the last one left off.
      * ADP-BAJA-SW turns Y once the asset's disposal has been
      * posted; the position is kept but never charged again.
      ******************************************************************
           05 ADP-CODIGO              PIC X(10).
           05 ADP-CLASE               PIC X(4).
           05 ADP-ULT-PERIODO         PIC 9(6).
           05 ADP-ACUMULADO           PIC 9(8)V99.
           05 ADP-VALOR-LIBRO         PIC 9(8)V99.
           05 ADP-COSTO               PIC 9(7)V99.
           05 ADP-BAJA-SW             PIC X.
               88 ADP-BAJA-POSTEADA       VALUE "Y".
