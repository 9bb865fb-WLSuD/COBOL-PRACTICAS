      ******************************************************************
      * ARCCAT.cpy
      * Data-file catalog entry (ARCHCAT.DAT) - one record per data
      * file the shop keeps, maintained in ARCHCAT-MANT through the
      * PENDSOL/APRUEBA maker-checker path and read through CATLEE by
      * the housekeeping batch: RESPALDO, RESPALDO-ROT and RESTAURA
      * take the files with FCA-RESPALDO Y, ARCHIVADOR the ones with
      * a retention (FCA-RETENCION days, zero = never archived) and
      * dates them by the YYYYMMDD field at FCA-FECHA-POS (zero =
      * the layout carries no date, the file is archived whole),
      * VOLUMEN the ones with FCA-VOLUMEN Y at their own alarm
      * multiple (FCA-FACTOR, zero = the VOLUMEN-FACTOR parameter),
      * VERIFICA the ones with FCA-VERIFICA Y. FCA-ORGANIZACION is
      * I indexed, R relative or S line sequential; the owner is the
      * area answerable for the file. Without ARCHCAT.DAT, CATLEE
      * hands out the shop's historical file lists.
      ******************************************************************
           05 FCA-ARCHIVO             PIC X(12).
           05 FCA-ORGANIZACION        PIC X.
               88 FCA-INDEXADO            VALUE "I".
               88 FCA-RELATIVO            VALUE "R".
               88 FCA-SECUENCIAL          VALUE "S".
           05 FCA-DUENO               PIC X(12).
           05 FCA-RESPALDO            PIC X.
               88 FCA-CON-RESPALDO        VALUE "Y".
           05 FCA-RETENCION           PIC 9(4).
           05 FCA-FECHA-POS           PIC 9(3).
           05 FCA-VOLUMEN             PIC X.
               88 FCA-CON-VOLUMEN         VALUE "Y".
           05 FCA-FACTOR              PIC 9(2)V99.
           05 FCA-VERIFICA            PIC X.
               88 FCA-CON-VERIFICA        VALUE "Y".
           05 FCA-DESCRIPCION         PIC X(30).
           05 FILLER                  PIC X(11).
