      ******************************************************************
      * COBCNV.cpy
      * Installment payment-plan record (CONVENIO.DAT) - one record
      * per installment of a repayment plan (convenio de pago) agreed
      * with a MOROSO customer through COBRCONV: the CLIBAL.DAT
      * balance split into CNV-CUOTAS installments due on business
      * dates from FECHAHAB. The plan number, its state and the
      * agreement date repeat on every installment of the plan. The
      * COBRCONV-RPT nightly pass matches the installments against
      * the CLIPAGOS.DAT payment journal, marks each one paid, late
      * or missed, and cancels the plan at the CONV-MAX-FALLAS
      * missed installments. While the plan is VIGENTE the customer
      * stays off the COBRCALL sheets and the COBRCARTA letters.
      ******************************************************************
           05 CNV-PLAN                PIC 9(6).
           05 CNV-CLIENTE-ID          PIC 9(6).
           05 CNV-CUOTA               PIC 9(2).
           05 CNV-CUOTAS              PIC 9(2).
           05 CNV-FECHA-VTO           PIC 9(8).
           05 CNV-MONTO               PIC 9(7)V99.
           05 CNV-ESTADO-CUOTA        PIC X.
               88 CUOTA-PENDIENTE         VALUE "P".
               88 CUOTA-PAGADA            VALUE "G".
               88 CUOTA-TARDIA            VALUE "T".
               88 CUOTA-INCUMPLIDA        VALUE "I".
           05 CNV-FECHA-PAGO          PIC 9(8).
           05 CNV-ESTADO-PLAN         PIC X.
               88 PLAN-VIGENTE            VALUE "V".
               88 PLAN-CANCELADO          VALUE "C".
               88 PLAN-CUMPLIDO           VALUE "F".
           05 CNV-AGENTE              PIC X(8).
           05 CNV-FECHA-ALTA          PIC 9(8).
