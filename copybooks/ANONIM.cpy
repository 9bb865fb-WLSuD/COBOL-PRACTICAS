      ******************************************************************
      * ANONIM.cpy
      * Personal-data erasure order, in the SUCTRA mold: the
      * ANONCARD.DAT card read by CLIENTE-ANON (the customer, why -
      * "P" purged from the master, "S" the customer's own deletion
      * request - and the operator asking for it), the same image
      * filed through PENDSOL with what CLIENTE-ANON found on the
      * master when it proposed it, and once a supervisor approves
      * it in APRUEBA, the order staged on ANONIMIZ.DAT with the
      * approver for CLIENTE-ANON to apply.
      * Only the first 15 bytes are punched on the card.
      ******************************************************************
           05 ANO-CLIENTE-ID          PIC 9(6).
           05 ANO-ORIGEN              PIC X.
               88 ANO-PURGADO             VALUE "P".
               88 ANO-SOLICITUD           VALUE "S".
           05 ANO-SOLICITANTE         PIC X(8).
           05 ANO-EN-MAESTRO          PIC X.
               88 ANO-FIGURA-EN-MAESTRO   VALUE "Y".
           05 ANO-FECHA-PROPUESTA     PIC 9(8).
           05 ANO-APROBADOR           PIC X(8).
