      * only by a supervisor (OPER-SUPERVISOR "Y"). A blank clave is
      * a legacy record: it signs on with a warning until the
      * operator sets one.
      * OPER-RESPONSABLE is the supervisor who answers for the
      * operator's menu authorizations in the quarterly access
      * recertification (RECERT); blank on records from before it,
      * and then any supervisor may certify them.
      ******************************************************************
           05 OPER-ID                 PIC X(8).
           05 OPER-NOMBRE             PIC X(30).
               88 OPER-ESTA-BLOQUEADO     VALUE "B".
           05 OPER-SUPERVISOR         PIC X.
               88 OPER-ES-SUPERVISOR      VALUE "Y".
           05 OPER-RESPONSABLE        PIC X(8).
