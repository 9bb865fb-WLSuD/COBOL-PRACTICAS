      ******************************************************************
      * FECPRO.cpy
      * Business processing-date control record (FECHAPRO.DAT) - one
      * record holding the business day the batch programs stamp and
      * select by, whatever the wall clock says. Created and advanced
      * to the next business day only by NOCTURNO at the end of a
      * successful chain; set back for a controlled rerun only by a
      * supervisor through FECHAPRO-MANT (audited on REFAUD.DAT). Read
      * by the batch programs through the FECHAPRO subprogram.
      * FPR-ORIGEN is NOCTURNO or the supervisor's OPER-ID.
      ******************************************************************
           05 FPR-FECHA-PROCESO       PIC 9(8).
           05 FPR-FECHA-CAMBIO        PIC 9(8).
           05 FPR-HORA-CAMBIO         PIC 9(8).
           05 FPR-ORIGEN              PIC X(8).
