      ******************************************************************
      * REPIDX.cpy
      * Report repository index record (REPOIDX.DAT) - appended by
      * the nightly REPOSIT step. A "C" record is one report captured
      * into the repository: the live report name, the step that
      * produces it, the dated copy (BASE.AAAAMMDD.RPT) and its page
      * and line counts, with the opening of its first and last
      * lines to tell a fresh report from one left in place. A "P"
      * record says that copy was purged at the end of its retention
      * (RPX-FECHA is then the purge date). Answered by REPO-CONS.
      ******************************************************************
           05 RPX-FECHA               PIC 9(8).
           05 RPX-HORA                PIC 9(8).
           05 RPX-MOVIMIENTO          PIC X.
               88 RPX-CAPTURA             VALUE "C".
               88 RPX-PURGA               VALUE "P".
           05 RPX-REPORTE             PIC X(14).
           05 RPX-PASO                PIC X(13).
           05 RPX-COPIA               PIC X(24).
           05 RPX-PAGINAS             PIC 9(4).
           05 RPX-LINEAS              PIC 9(6).
           05 RPX-PRIMERO             PIC X(40).
           05 RPX-ULTIMO              PIC X(40).
