      ******************************************************************
      * CLISEG.cpy
      * Customer tier record (CLISEG.DAT, indexed on SEG-CLIENTE-ID)
      * - one record per customer, reclassified every night by
      * CLISEGM into ORO, PLATA, ESTANDAR or RIESGO from the tenure
      * (first CLIAUD transition on record), the days spent MOROSO
      * and the score (CLISCORE) and the share of charges paid
      * (CLIBAL), against the SEG- cutoffs on PARAMS.DAT.
      * SEG-FECHA-EFECTIVA is the night the current tier was first
      * assigned and only moves when the tier does; the previous
      * tier is kept beside it (SPACE on the first classification).
      * SEG-PRIMERA-FECHA keeps the earliest transition ever seen, so
      * archiving the old CLIAUD history does not shorten the tenure.
      * The measures are those of the last classification.
      ******************************************************************
           05 SEG-CLIENTE-ID          PIC 9(6).
           05 SEG-TIER                PIC X.
               88 SEG-ORO                 VALUE "O".
               88 SEG-PLATA               VALUE "P".
               88 SEG-ESTANDAR            VALUE "E".
               88 SEG-RIESGO              VALUE "R".
               88 SEG-TIER-VALIDO         VALUE "O" "P" "E" "R".
           05 SEG-FECHA-EFECTIVA      PIC 9(8).
           05 SEG-TIER-ANTERIOR       PIC X.
           05 SEG-FECHA-CALC          PIC 9(8).
           05 SEG-PRIMERA-FECHA       PIC 9(8).
           05 SEG-ANTIGUEDAD          PIC 9(5).
           05 SEG-DIAS-MOROSO         PIC 9(5).
           05 SEG-PUNTAJE             PIC 9(3).
           05 SEG-PAGO-PCT            PIC 9(3).
