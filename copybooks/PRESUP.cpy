      ******************************************************************
      * PRESUP.cpy
      * Monthly budget record per transaction code (PRESUP.DAT) -
      * one signed amount, in whole units like the TRXMTO.DAT
      * amounts, per CODIGOS.DAT code and year-month (AAAAMM). The
      * same layout, under the standard LOTENV envelope (hash = sum
      * of the budget amounts), is the spreadsheet export PRESUP.ENT
      * loaded by PRESUP-CARGA; PRESUP-RPT compares it against the
      * amounts actually journaled per code.
      ******************************************************************
           05 PRE-CODIGO              PIC X(2).
           05 PRE-PERIODO             PIC 9(6).
           05 PRE-PERIODO-DET REDEFINES PRE-PERIODO.
               10 PRE-ANIO            PIC 9(4).
               10 PRE-MES             PIC 9(2).
           05 PRE-MONTO               PIC S9(9).
