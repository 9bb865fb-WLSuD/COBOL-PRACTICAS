      ******************************************************************
      * GLPOS.cpy
      * Posted-batch register (GLPOSTE.DAT) - one record per
      * released journal batch (GLDIARIO.OUT from GLEXTRAC, source
      * GLEX; GLDEPRE.OUT from DEPRECIA-MES, source DEPR) GLPOST
      * accumulated into GLSALDO.DAT, with the envelope source and
      * sequence, the business date of the batch, the posting date
      * and the batch totals. GLPOST refuses
      * a batch whose sequence is not above the last one registered
      * here for its source, so a released journal never posts
      * twice.
      ******************************************************************
           05 GLP-ORIGEN              PIC X(4).
           05 GLP-SECUENCIA           PIC 9(6).
           05 GLP-FECHA-LOTE          PIC 9(8).
           05 GLP-FECHA-POSTEO        PIC 9(8).
           05 GLP-LINEAS              PIC 9(6).
           05 GLP-DEBE                PIC 9(13)V99.
           05 GLP-HABER               PIC 9(13)V99.
