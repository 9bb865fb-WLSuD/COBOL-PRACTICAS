      ******************************************************************
      * RECACC.cpy
      * Access recertification record (RECERT.DAT) - one record per
      * OPERAUTH.DAT menu authorization in a quarterly cycle
      * (RCT-CICLO "AAAATn"), opened by the RECERT step with the
      * supervisor responsible for the operator (OPER-RESPONSABLE,
      * blank = any supervisor), the last date the operator ran the
      * program per SESION.LOG (zero = never) and the deadline. The
      * supervisor certifies ("C") or revokes ("R") it in
      * RECERT-MANT; one still pending after the deadline is
      * suspended by RECERT ("V"). Revocations and suspensions go to
      * APRUEBA as OPERAUTH.DAT bajas through PENDSOL.
      ******************************************************************
           05 RCT-CICLO               PIC X(6).
           05 RCT-RESPONSABLE         PIC X(8).
           05 RCT-OPER-ID             PIC X(8).
           05 RCT-PROGRAMA            PIC X(12).
           05 RCT-ULT-USO             PIC 9(8).
           05 RCT-FECHA-LIMITE        PIC 9(8).
           05 RCT-ESTADO              PIC X.
               88 RCT-PENDIENTE           VALUE "P".
               88 RCT-CERTIFICADO         VALUE "C".
               88 RCT-REVOCADO            VALUE "R".
               88 RCT-VENCIDO             VALUE "V".
           05 RCT-FECHA-DECISION      PIC 9(8).
           05 RCT-DECIDIDO-POR        PIC X(8).
