      * 2 segundo aviso, 3 aviso final) and the timestamp, so a
      * dispute can be answered with "we wrote to you on these
      * dates" and the next run knows which level comes next.
      * COR-ENTREGA is stamped DEVUELTA by COBRDEV when the post
      * office returns the letter, with the return reason; blank
      * means no return on record.
      * The e-mail and SMS reminders COBRRECO sends are logged on
      * COBRMSG.DAT (COBMSG) beside this file.
      * The event letters CARTAEVT writes from the day's status
      * transitions (welcome at alta, reactivation from MOROSO to
      * ACTIVO, suspension) are logged here too, with their
      * COR-TIPO and COR-NIVEL zero; a blank COR-TIPO is a dunning
      * notice, so the escalation only counts those.
      ******************************************************************
           05 COR-CLIENTE-ID          PIC 9(6).
           05 COR-NIVEL               PIC 9.
           05 COR-FECHA               PIC 9(8).
           05 COR-HORA                PIC 9(8).
           05 COR-ENTREGA             PIC X.
               88 COR-DEVUELTA            VALUE "D".
           05 COR-MOTIVO-DEV          PIC X(2).
           05 COR-TIPO                PIC X.
               88 COR-AVISO-COBRANZA      VALUE SPACE.
               88 COR-BIENVENIDA          VALUE "B".
               88 COR-REACTIVACION        VALUE "R".
               88 COR-SUSPENSION          VALUE "S".
