      ******************************************************************
      * AGENREM.cpy
      * External collection-agency remittance record (AGENREM.DAT) -
      * one record per collection the agency claims for the month:
      * the account, the date the customer paid the agency, the gross
      * amount collected and the agency's own reference. Reconciled
      * by COBRAGEN-REM against the AGENHIST.DAT placement history.
      * The ID arrives as display characters so a malformed field can
      * be rejected instead of coerced.
      ******************************************************************
           05 REM-CLIENTE-ID          PIC X(6).
           05 REM-FECHA-COBRO         PIC 9(8).
           05 REM-MONTO               PIC 9(7)V99.
           05 REM-REFERENCIA          PIC X(10).
