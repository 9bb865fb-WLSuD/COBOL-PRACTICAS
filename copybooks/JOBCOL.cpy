      ******************************************************************
      * JOBCOL.cpy
      * Ad-hoc batch job request (JOBCOLA.DAT) - one record per job an
      * operator queued from JOB-MANT: the program from its catalog,
      * the parameters keyed for it, the requester and when, and as
      * the JOBCOLA runner takes it the status, start and end, the
      * return code, the output the program writes and the per-job
      * copy of that output the runner keeps. The same image is the
      * JOBPARM.DAT card the runner hands the program while it runs.
      ******************************************************************
           05 JOB-NUMERO              PIC 9(6).
           05 JOB-PROGRAMA            PIC X(12).
           05 JOB-PARAMETROS          PIC X(40).
           05 JOB-SOLICITANTE         PIC X(8).
           05 JOB-FECHA-PEDIDO        PIC 9(8).
           05 JOB-HORA-PEDIDO         PIC 9(8).
           05 JOB-ESTADO              PIC X.
               88 JOB-EN-COLA             VALUE "Q".
               88 JOB-EN-CURSO            VALUE "E".
               88 JOB-TERMINADO           VALUE "T".
               88 JOB-FALLIDO             VALUE "F".
           05 JOB-FECHA-INICIO        PIC 9(8).
           05 JOB-HORA-INICIO         PIC 9(8).
           05 JOB-HORA-FIN            PIC 9(8).
           05 JOB-RETORNO             PIC 9(4).
           05 JOB-SALIDA              PIC X(12).
           05 JOB-COPIA               PIC X(12).
