      * CLIENTE-ID. COBRCALL reads the file when dealing the daily
      * lists and suppresses customers CONTACTADO within the
      * COBR-DIAS-RECONT parameter window, so the sheets stop
      * recycling the names the agents already reached. A DISPUTA
      * outcome also opens a case on DISPUTAS.DAT (see COBDIS).
      ******************************************************************
           05 ACT-CLIENTE-ID          PIC 9(6).
           05 ACT-FECHA               PIC 9(8).
