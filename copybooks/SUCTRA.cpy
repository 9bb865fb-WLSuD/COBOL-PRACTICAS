      ******************************************************************
      * SUCTRA.cpy
      * Branch transfer order, in the MASVCRD mold: the SUCTCARD.DAT
      * card read by SUCTRASL (from-branch, to-branch, an optional
      * ESTADO filter - zero takes every status - and the operator
      * asking for it), the same image filed through PENDSOL with
      * the count and balance SUCTRASL found when it proposed it, and
      * once a supervisor approves it in APRUEBA, the order staged
      * on SUCTRASL.DAT with the approver for SUCTRASL to apply.
      * Only the first 15 bytes are punched on the card.
      ******************************************************************
           05 STR-SUC-DESDE           PIC X(3).
           05 STR-SUC-HASTA           PIC X(3).
           05 STR-ESTADO              PIC 9.
           05 STR-SOLICITANTE         PIC X(8).
           05 STR-CLIENTES            PIC 9(6).
           05 STR-SALDO               PIC S9(11)V99.
           05 STR-FECHA-PROPUESTA     PIC 9(8).
           05 STR-APROBADOR           PIC X(8).
