      ******************************************************************
      * ALERTA.cpy
      * Central operations alert record (ALERTAS.DAT) - one record
      * per alarm raised by the batch checks (COBRALRT, VOLUMEN,
      * RUNLOG-RPT, LOTEGATE, LOTECONC, VERIFICA), appended through
      * the shared ALERTGRB subprogram with the source program, the
      * severity, the message and the timestamp. An alert stays
      * ABIERTA until a signed-on operator acknowledges it in
      * ALERTA-CONS, which stamps the operator, the acknowledgment
      * date and time and the operator's comment. RESUMEN-DIA
      * carries the critical alerts still open.
      ******************************************************************
           05 ALR-FECHA               PIC 9(8).
           05 ALR-HORA                PIC 9(8).
           05 ALR-ORIGEN              PIC X(12).
           05 ALR-SEVERIDAD           PIC X.
               88 ALR-CRITICA             VALUE "C".
               88 ALR-ADVERTENCIA         VALUE "A".
               88 ALR-INFORMATIVA         VALUE "I".
           05 ALR-MENSAJE             PIC X(70).
           05 ALR-ESTADO              PIC X.
               88 ALR-ABIERTA             VALUE "A".
               88 ALR-RECONOCIDA          VALUE "R".
           05 ALR-OPERADOR            PIC X(8).
           05 ALR-FECHA-RECON         PIC 9(8).
           05 ALR-HORA-RECON          PIC 9(8).
           05 ALR-COMENTARIO          PIC X(50).
