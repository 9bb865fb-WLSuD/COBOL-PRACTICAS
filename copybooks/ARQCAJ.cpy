      ******************************************************************
      * ARQCAJ.cpy
      * Calculator desk cash count record (ARQUEO.DAT) - one record
      * per operator per day, opened by CAJA-ARQ with the drawer's
      * opening float (ARQ-ABIERTO) and closed with the end-of-day
      * count by denomination (ARQ-CERRADO). ARQ-NETO is the
      * operator's net CALCULOG.DAT activity of the day (voided
      * pairs left out, as in CALCU-ZRPT); the expected cash is the
      * float plus that net and ARQ-DIFERENCIA is counted minus
      * expected (positive over, negative short). ARQ-EXCEDE marks
      * a difference beyond the ARQUEO-TOLERANCIA parameter. The
      * records stay on file for the month-end review.
      * The counts follow the CAJA-ARQ denomination table, from
      * 100.00 down to 0.01.
      ******************************************************************
           05 ARQ-FECHA               PIC 9(8).
           05 ARQ-OPERADOR            PIC X(8).
           05 ARQ-ESTADO              PIC X.
               88 ARQ-ABIERTO             VALUE "A".
               88 ARQ-CERRADO             VALUE "C".
           05 ARQ-FONDO               PIC 9(7)V99.
           05 ARQ-HORA-APERTURA       PIC 9(8).
           05 ARQ-CANTIDADES.
               10 ARQ-CANTIDAD OCCURS 12 TIMES PIC 9(5).
           05 ARQ-CONTADO             PIC 9(9)V99.
           05 ARQ-NETO                PIC S9(9)V99.
           05 ARQ-ESPERADO            PIC S9(9)V99.
           05 ARQ-DIFERENCIA          PIC S9(9)V99.
           05 ARQ-FUERA-TOL           PIC X.
               88 ARQ-EXCEDE              VALUE "Y".
           05 ARQ-HORA-CIERRE         PIC 9(8).
           05 ARQ-OPERACIONES         PIC 9(6).
