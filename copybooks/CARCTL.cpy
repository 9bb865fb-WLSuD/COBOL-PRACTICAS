      ******************************************************************
      * CARCTL.cpy
      * Feed load control record (CARGACTL.DAT) - append-only, one
      * record per step that touches a gated inbound feed, under the
      * business processing date. The staging gate writes a "G"
      * record with the trailer count of each file it releases
      * (LOTEGATE; BANCOPAG for the lockbox file, whose envelope it
      * validates itself), each loader a "C" record with the records
      * it read, applied and rejected, and the LOTECONC
      * reconciliation an "R" record per feed with the gate count,
      * the loader's counts and the verdict that RESUMEN-DIA
      * carries. The "G" and "C" records go through the shared
      * CARGAGRB writer, which stamps the dates and the time.
      ******************************************************************
           05 CTC-FECHA-PROCESO       PIC 9(8).
           05 CTC-ARCHIVO             PIC X(12).
           05 CTC-TIPO                PIC X.
               88 CTC-ES-COMPUERTA        VALUE "G".
               88 CTC-ES-CARGA            VALUE "C".
               88 CTC-ES-CONCILIACION     VALUE "R".
           05 CTC-PROGRAMA            PIC X(14).
           05 CTC-RECIBIDOS           PIC 9(6).
           05 CTC-APLICADOS           PIC 9(6).
           05 CTC-RECHAZADOS          PIC 9(6).
           05 CTC-RESULTADO           PIC X(10).
               88 CTC-BALANCEADO          VALUE "BALANCEADO".
               88 CTC-FUERA-DE-BALANCE    VALUE "DIFERENCIA"
                                                "SIN CARGA".
           05 CTC-FECHA               PIC 9(8).
           05 CTC-HORA                PIC 9(8).
