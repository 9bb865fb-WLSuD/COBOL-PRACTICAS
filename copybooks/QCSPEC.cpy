      ******************************************************************
      * QCSPEC.cpy
      * Customer specification per QC sample group (QCSPEC.DAT) -
      * lower and upper specification limits and the target value
      * for the MUE-GRUPO, maintained by QCSPEC-MANT through the
      * PENDSOL/APRUEBA maker-checker path. ESTAD-LOTE measures each
      * lot against it: capability (Cp, Cpk), samples outside the
      * limits and the lot disposition.
      ******************************************************************
           05 SPC-GRUPO               PIC X(4).
           05 SPC-LIE                 PIC 9(3)V99.
           05 SPC-LSE                 PIC 9(3)V99.
           05 SPC-OBJETIVO            PIC 9(3)V99.
