      ******************************************************************
      * COBDIS.cpy
      * Dispute case record (DISPUTAS.DAT) - one record per case,
      * opened by COBRACT when the agent logs a DISPUTA outcome: the
      * file-wide case number, the customer, the amount the customer
      * disputes, the owner who must work it (DISPUTA-RESPONSABLE in
      * PARAMS.DAT, else the agent) and the due date DISPUTA-DIAS
      * business days out. While DIS-ABIERTA the customer is kept
      * off COBRCALL, COBRCARTA, CLIENTE-FEE and the REEMBOLSO run.
      * DISP-MANT resolves the case - PROCEDENTE, with the credit
      * posted as a FEE-MANT style adjustment on FEEBILL.DAT (FEE-
      * AJUSTE "A", FEE-REF-FECHA zero since it relieves no single
      * fee), or RECHAZADA - stamping the MOTIVOS.DAT reason code,
      * who resolved it and when, and rewrites the file. DISP-RPT
      * ages the open cases past their due date.
      ******************************************************************
           05 DIS-NUMERO              PIC 9(6).
           05 DIS-CLIENTE-ID          PIC 9(6).
           05 DIS-MONTO               PIC 9(7)V99.
           05 DIS-FECHA-APERTURA      PIC 9(8).
           05 DIS-AGENTE              PIC X(8).
           05 DIS-RESPONSABLE         PIC X(8).
           05 DIS-FECHA-VENCE         PIC 9(8).
           05 DIS-ESTADO              PIC X.
               88 DIS-ABIERTA             VALUE "A".
               88 DIS-PROCEDENTE          VALUE "P".
               88 DIS-RECHAZADA           VALUE "R".
           05 DIS-MOTIVO              PIC X(2).
           05 DIS-CREDITO             PIC 9(7)V99.
           05 DIS-FECHA-RESOLUCION    PIC 9(8).
           05 DIS-RESOLVIO            PIC X(8).
