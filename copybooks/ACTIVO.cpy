      * D declining balance at AST-TASA-DB percent of book value per
      * year, with the standard switch to straight line on the
      * remaining life when that yields more. Blank means L.
      * AST-CLASE is the asset class the monthly depreciation posting
      * maps to its ledger accounts (GLMAP.DAT source "DEP-" plus the
      * class); blank means GRAL.
      * AST-ESTADO R marks an asset retired by a disposal (venta or
      * desecho) keyed in ACTIVO-MANT: the record stays on file with
      * its disposal date, proceeds, the depreciation accumulated
      * to the disposal date and the resulting gain (positive) or
      * loss (negative), and no run charges it past that date.
      * AST-SUCURSAL (a SUCURSAL.DAT branch) and AST-UBICACION are
      * where the asset physically sits; ACTIVO-HOJA prints the
      * count sheets from them and ACTIVO-CONT reconciles the floor
      * count against them. They change only through the ACTIVO-MANT
      * traslado, audited on REFAUD.DAT.
      ******************************************************************
           05 AST-CODIGO              PIC X(10).
           05 AST-DESCRIPCION         PIC X(30).
               88 AST-LINEA-RECTA         VALUES "L" " ".
               88 AST-SALDO-DECREC        VALUE "D".
           05 AST-TASA-DB             PIC 9(2)V99.
           05 AST-CLASE               PIC X(4).
           05 AST-ESTADO              PIC X.
               88 AST-EN-SERVICIO         VALUES "A" " ".
               88 AST-RETIRADO            VALUE "R".
           05 AST-BAJA-FECHA          PIC 9(8).
           05 AST-BAJA-FECHA-DET REDEFINES AST-BAJA-FECHA.
               10 AST-BAJA-ANIO       PIC 9(4).
               10 AST-BAJA-MES        PIC 9(2).
               10 AST-BAJA-DIA        PIC 9(2).
           05 AST-BAJA-TIPO           PIC X.
               88 AST-BAJA-VENTA          VALUE "V".
               88 AST-BAJA-DESECHO        VALUE "D".
           05 AST-BAJA-PRODUCTO       PIC 9(7)V99.
           05 AST-BAJA-ACUMULADO      PIC 9(8)V99.
           05 AST-BAJA-RESULTADO      PIC S9(8)V99.
           05 AST-SUCURSAL            PIC X(3).
           05 AST-UBICACION           PIC X(10).
