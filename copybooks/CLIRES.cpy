      ******************************************************************
      * CLIRES.cpy
      * Customer summary record (CLIRESUM.DAT, indexed on
      * RES-CLIENTE-ID) - one record per customer on the master,
      * rebuilt every night by CLIRESUM so the desk answers a caller
      * from one panel at the CLIENTE-MANT consulta instead of
      * running the balance report, the promise file and asking for
      * the score: open balance (CLIBAL), the latest payment in
      * (CLIPAGOS, flagged when the bank later returned it), the
      * CLISCORE score, the nearest pending promise (COBRPROM), the
      * current installment plan (CONVENIO), an open dispute
      * (DISPUTAS), the dunning letters sent (COBRCOR), the agency
      * flag and the number of notes (CLINOTAS).
      * RES-FECHA-ARMADO/HORA-ARMADO stamp the night that built the
      * file - the consulta warns when it is older than the last
      * business night, i.e. the nightly step did not run.
      * Zero dates mean nothing of that kind on record.
      ******************************************************************
           05 RES-CLIENTE-ID          PIC 9(6).
           05 RES-FECHA-ARMADO        PIC 9(8).
           05 RES-HORA-ARMADO         PIC 9(8).
           05 RES-SALDO               PIC S9(9)V99.
           05 RES-ULT-PAGO-FECHA      PIC 9(8).
           05 RES-ULT-PAGO-MONTO      PIC 9(7)V99.
           05 RES-ULT-PAGO-SEC        PIC 9(6).
           05 RES-ULT-PAGO-DEVUELTO   PIC X.
               88 RES-PAGO-DEVUELTO       VALUE "Y".
           05 RES-PUNTAJE             PIC 9(3).
           05 RES-PUNTAJE-FECHA       PIC 9(8).
           05 RES-PROMESA-FECHA       PIC 9(8).
           05 RES-PROMESA-MONTO       PIC 9(7)V99.
           05 RES-PLAN                PIC 9(6).
           05 RES-PLAN-CUOTAS-PEND    PIC 9(2).
           05 RES-PLAN-PROX-VTO       PIC 9(8).
           05 RES-PLAN-PROX-MONTO     PIC 9(7)V99.
           05 RES-DISPUTA             PIC 9(6).
           05 RES-DISPUTA-MONTO       PIC 9(7)V99.
           05 RES-DISPUTA-VENCE       PIC 9(8).
           05 RES-CARTAS              PIC 9(4).
           05 RES-ULT-CARTA-NIVEL     PIC 9.
           05 RES-ULT-CARTA-FECHA     PIC 9(8).
           05 RES-AGENCIA             PIC X.
               88 RES-EN-AGENCIA          VALUE "Y".
           05 RES-NOTAS               PIC 9(4).
