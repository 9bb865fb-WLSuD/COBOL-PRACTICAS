      * Nightly-chain run-log record written by NOCTURNO - one record
      * per step attempted, with its start time, end time and outcome,
      * so the morning shift can see at a glance what ran and what
      * failed. RUN-FECHA is the wall-clock date the record was
      * written; RUN-FECHA-PROCESO is the business processing date
      * (FECHAPRO.DAT) the chain was running for - blank on records
      * written before the control record existed, where RUN-FECHA
      * stands for both.
      * RUN-SOLICITANTE and RUN-TRABAJO are filled only on the records
      * of the ad-hoc jobs JOBCOLA runs from JOBCOLA.DAT: the operator
      * who queued the job and its number. Chain steps leave them
      * blank and zero.
      ******************************************************************
           05 RUN-FECHA               PIC 9(8).
           05 RUN-PASO                PIC X(12).
           05 RUN-HORA-INICIO         PIC 9(8).
           05 RUN-HORA-FIN            PIC 9(8).
           05 RUN-RESULTADO           PIC X(10).
           05 RUN-FECHA-PROCESO       PIC 9(8).
           05 RUN-SOLICITANTE         PIC X(8).
           05 RUN-TRABAJO             PIC 9(6).
