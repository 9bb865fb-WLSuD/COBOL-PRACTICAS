      * of living only on the printed COBRAGn.LST sheets. Joined
      * against the COBRET returns by the COBRPERF monthly agent
      * performance report.
      * ASG-OPERADOR is the OPERADOR.DAT operator the AGENTES.DAT
      * roster had on the sheet that day (blank when the lists were
      * dealt without a roster); COBRCALL uses it to give a customer
      * back to the agent who last worked them.
      ******************************************************************
           05 ASG-FECHA               PIC 9(8).
           05 ASG-AGENTE              PIC 9.
           05 ASG-CLIENTE-ID          PIC 9(6).
           05 ASG-OPERADOR            PIC X(8).
