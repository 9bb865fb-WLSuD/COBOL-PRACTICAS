      ******************************************************************
      * VALRGL.cpy
      * Field validation rule (REGLAS.DAT) - one rule per record for
      * an input file the batch loaders read (CLITRX.DAT, CTUPD.DAT,
      * BANCOPAG.DAT, MUESTRAS.DAT), maintained in REGLA-MANT through
      * the PENDSOL/APRUEBA maker-checker path and evaluated by the
      * shared REGLAVAL subprogram. The named field of each record
      * must satisfy the operator against the value: EQ equal, NE not
      * equal, GT greater, LT less, BT between RGL-VALOR and
      * RGL-HASTA inclusive, CT contains RGL-VALOR, IN present in the
      * reference table named in RGL-VALOR (SUCURSAL or MOTIVOS).
      * Numeric fields compare within the TOLERANCIA-DEF parameter,
      * as OPERADORES-LOGICOS does. A record that fails carries
      * RGL-NUMERO and RGL-MENSAJE onto the loader's reject report
      * and ERRORES.LOG.
      ******************************************************************
           05 RGL-ARCHIVO             PIC X(12).
           05 RGL-NUMERO              PIC 9(4).
           05 RGL-CAMPO               PIC X(10).
           05 RGL-OPERADOR            PIC X(2).
               88 RGL-IGUAL               VALUE "EQ".
               88 RGL-DISTINTO            VALUE "NE".
               88 RGL-MAYOR               VALUE "GT".
               88 RGL-MENOR               VALUE "LT".
               88 RGL-ENTRE               VALUE "BT".
               88 RGL-CONTIENE            VALUE "CT".
               88 RGL-EN-TABLA            VALUE "IN".
           05 RGL-VALOR               PIC X(12).
           05 RGL-HASTA               PIC X(12).
           05 RGL-MENSAJE             PIC X(28).
