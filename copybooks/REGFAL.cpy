      ******************************************************************
      * REGFAL.cpy
      * Result of the REGLAVAL rule evaluation - how many REGLAS.DAT
      * rules the record failed and, for the first ten, the rule
      * number, the field, the value found and the rule message, for
      * the loader to put on its reject report and ERRORES.LOG.
      ******************************************************************
           05 RGF-CNT                 PIC 9(2).
           05 RGF-FALLAS OCCURS 10 TIMES.
               10 RGF-NUMERO          PIC 9(4).
               10 RGF-CAMPO           PIC X(10).
               10 RGF-VALOR           PIC X(20).
               10 RGF-MENSAJE         PIC X(28).
