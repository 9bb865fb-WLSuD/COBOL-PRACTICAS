      ******************************************************************
      * DESREG.cpy
      * Outbound dispatch register record (DESPACHO.DAT) - appended
      * by the nightly DESPACHO step, one record per outbound file
      * per night: the file, its destination, the per-destination
      * dispatch sequence, the data-record count and the dated
      * sent-file the copy went to (NOMBRE.AAAAMMDD, under the
      * standard LOTENV envelope, source DESP, with the destination
      * sequence in ENV-SECUENCIA). A daily file that was
      * not produced is registered as FALTANTE, and one left as it
      * was at its previous dispatch as SIN-CAMBIO, neither with a
      * sequence. DES-PRIMERO / DES-ULTIMO keep the opening of the
      * first and last data records, which with the count tell a
      * fresh file from yesterday's left in place. Answered by
      * DESP-CONS.
      ******************************************************************
           05 DES-FECHA               PIC 9(8).
           05 DES-HORA                PIC 9(8).
           05 DES-ARCHIVO             PIC X(13).
           05 DES-DESTINO             PIC X(4).
           05 DES-RESULTADO           PIC X(10).
               88 DES-ENVIADO             VALUE "ENVIADO".
               88 DES-FALTANTE            VALUE "FALTANTE".
               88 DES-SIN-CAMBIO          VALUE "SIN-CAMBIO".
           05 DES-SECUENCIA           PIC 9(6).
           05 DES-CANTIDAD            PIC 9(6).
           05 DES-COPIA               PIC X(20).
           05 DES-PRIMERO             PIC X(40).
           05 DES-ULTIMO              PIC X(40).
