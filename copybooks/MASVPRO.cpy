      ******************************************************************
      * MASVPRO.cpy
      * Mass status-change proposal - one per customer selected by
      * the CLIMASIV card, filed through PENDSOL with PEN-ARCHIVO
      * "MASVTRX.DAT" and this image in PEN-DESPUES. PEN-ANTES
      * carries the first 23 bytes (ID, ESTADO and the last-
      * transition stamp as the run saw them). A supervisor decides
      * each one in APRUEBA; an approved proposal whose customer has
      * not moved since is staged as a CLITRX transaction on
      * MASVTRX.DAT, which CLIENTE-CARGA applies and deletes, so the
      * change goes through the same audit path as any branch one.
      ******************************************************************
           05 MSP-CLIENTE-ID          PIC 9(6).
           05 MSP-ESTADO-ACTUAL       PIC 9.
           05 MSP-ULT-FECHA           PIC 9(8).
           05 MSP-ULT-HORA            PIC 9(8).
           05 MSP-ESTADO-NUEVO        PIC 9.
           05 MSP-MOTIVO              PIC X(2).
           05 MSP-SUCURSAL            PIC X(3).
           05 MSP-DIAS                PIC 9(5).
           05 MSP-SALDO               PIC S9(9)V99.
           05 MSP-FECHA-PROPUESTA     PIC 9(8).
