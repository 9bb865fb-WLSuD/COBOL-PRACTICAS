      ******************************************************************
      * CARTPL.cpy
      * Event-letter template line (CARTATPL.DAT) - the body of the
      * letters CARTAEVT writes from the day's status transitions,
      * one record per printed line, keyed by the letter type (B
      * welcome at alta, R reactivation from MOROSO to ACTIVO, S
      * suspension) and the line number within it. CARTAEVT puts the
      * date, the CONTACTO name and address and the account number
      * above the body; a type without lines gets no letters.
      ******************************************************************
           05 TPL-TIPO                PIC X.
               88 TPL-BIENVENIDA          VALUE "B".
               88 TPL-REACTIVACION        VALUE "R".
               88 TPL-SUSPENSION          VALUE "S".
           05 TPL-LINEA               PIC 9(2).
           05 TPL-TEXTO               PIC X(70).
