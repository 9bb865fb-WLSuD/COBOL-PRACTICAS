      ******************************************************************
      * ACCION.cpy
      * Daily collections action record - one record per MOROSO
      * customer, written by the nightly COBRESTR pass with the
      * treatment the ESTRATEG.DAT strategy table assigned, the
      * score and days in MOROSO it was chosen on. ACCIONES.DAT
      * holds the current day's actions, which COBRCALL (LLAMADA),
      * COBRCARTA (CARTA, at ACC-NIVEL-CARTA) and COBRAGEN (AGENCIA)
      * take their work from; every record is also appended to
      * ACCIONLOG.DAT so later collections can be traced back to
      * the treatment that was in force.
      ******************************************************************
           05 ACC-CLIENTE-ID          PIC 9(6).
           05 ACC-FECHA               PIC 9(8).
           05 ACC-TRATAMIENTO         PIC X.
               88 ACC-LLAMADA             VALUE "L".
               88 ACC-CARTA               VALUE "C".
               88 ACC-SMS                 VALUE "S".
               88 ACC-AGENCIA             VALUE "A".
               88 ACC-ESPERA              VALUE "H".
           05 ACC-NIVEL-CARTA         PIC 9.
           05 ACC-PUNTAJE             PIC 9(3).
           05 ACC-DIAS-MORA           PIC 9(5).
