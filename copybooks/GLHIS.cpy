      ******************************************************************
      * GLHIS.cpy
      * Journal release history (GLHIST.DAT) - GLEXTRAC overwrites
      * GLDIARIO.OUT every night, so each release also leaves here
      * one record per source posted that day with its signed net
      * (a negative net is the inverted pair on GLDIARIO.OUT). A
      * rerun for the same day appends again; readers keep the
      * last record of a day and source. Read by CALCU-CIERRE to
      * tie a closed period to what was actually released, and by
      * PRESUP-RPT for the actual amounts per transaction code.
      ******************************************************************
           05 GLH-FECHA               PIC 9(8).
           05 GLH-ORIGEN              PIC X(8).
           05 GLH-NETO                PIC S9(11)V99.
           05 GLH-HORA                PIC 9(8).
