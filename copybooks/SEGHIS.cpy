      ******************************************************************
      * SEGHIS.cpy
      * Tier movement record (SEGHIST.DAT) - appended by CLISEGM each
      * time a customer is classified for the first time (SGH-TIER-
      * ANTERIOR SPACE) or moves to another tier, with the measures
      * that decided it. SEGM-RPT reads it for the monthly tier
      * movement report.
      ******************************************************************
           05 SGH-CLIENTE-ID          PIC 9(6).
           05 SGH-FECHA               PIC 9(8).
           05 SGH-TIER-ANTERIOR       PIC X.
           05 SGH-TIER-NUEVO          PIC X.
           05 SGH-ANTIGUEDAD          PIC 9(5).
           05 SGH-DIAS-MOROSO         PIC 9(5).
           05 SGH-PUNTAJE             PIC 9(3).
           05 SGH-PAGO-PCT            PIC 9(3).
