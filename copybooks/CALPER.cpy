      ******************************************************************
      * CALPER.cpy
      * Calculator ledger period-close record (CALCPER.DAT) - one
      * record per closed month, written by CALCU-CIERRE. Freezes
      * the period's per-type operation count and net total (void
      * pairs left out, as on CALCU-ZRPT) next to what GLEXTRAC
      * released to the journal for the same days. Every month up
      * to the latest one on file is closed: the calculator refuses
      * voids and reprints of its operations, and a supervisor can
      * only enter a reversing adjustment dated in the open period.
      * Type order: + - * /.
      ******************************************************************
           05 CPE-PERIODO             PIC 9(6).
           05 CPE-FECHA-CIERRE        PIC 9(8).
           05 CPE-HORA-CIERRE         PIC 9(8).
           05 CPE-OPERADOR            PIC X(8).
           05 CPE-TIPOS OCCURS 4 TIMES.
               10 CPE-TIPO-SIMBOLO    PIC X.
               10 CPE-TIPO-CNT        PIC 9(6).
               10 CPE-TIPO-TOTAL      PIC S9(11)V99.
               10 CPE-GL-TOTAL        PIC S9(11)V99.
           05 CPE-ANULACIONES         PIC 9(6).
           05 CPE-AJUSTES             PIC 9(6).
           05 CPE-ULTIMO-SEC          PIC 9(6).
           05 CPE-DIAS-DIFERENCIA     PIC 9(2).
               88 CPE-CUADRA              VALUE 0.
