      * ESTADO values to keep (up to four digits, blank keeps all),
      * a last-transition date range over the CLIENTE-ULT-FECHA
      * stamp (zero means no limit) and the output format - F fixed
      * columns or C comma-separated like ORDENA.CSV. The trailing
      * tier filter keeps only the customers whose CLISEG.DAT tier is
      * one of the letters given (O ORO, P PLATA, E ESTANDAR, R
      * RIESGO); blank keeps all, including the unclassified.
      ******************************************************************
           05 GXC-CAMPO-ID            PIC X.
           05 GXC-CAMPO-ESTADO        PIC X.
           05 GXC-FORMATO             PIC X.
               88 GXC-FIJO                VALUE "F".
               88 GXC-SEPARADO            VALUE "C".
           05 GXC-FILTRO-NIVELES      PIC X(4).
