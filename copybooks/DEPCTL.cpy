      ******************************************************************
      * DEPCTL.cpy
      * Monthly depreciation run control (DEPRCTL.DAT) - the last
      * month (AAAAMM) DEPRECIA-MES posted and the envelope sequence
      * number stamped on the last GLDEPRE.OUT journal it released.
      * A month not above the last one posted is never posted again.
      ******************************************************************
           05 DCT-ULT-PERIODO         PIC 9(6).
           05 DCT-ULT-SECUENCIA       PIC 9(6).
