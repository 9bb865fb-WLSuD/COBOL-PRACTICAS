      * Ledger account-mapping record (GLMAP.DAT) - one record per
      * journal source with the debit and credit accounts its net
      * amount posts to. Sources: CALC-+ CALC-- CALC-* CALC-/ for
      * the calculator's per-type nets, FEE for the day's assessed
      * late fees, REEMB for the credit-balance refunds emitted
      * that day, CASTIGO for the bad debts written off, RECUPERO
      * for the payments recovered on written-off accounts and
      * INTERES for the interest CLIENTE-INT accrued on the balances,
      * and
      * DEP- plus the asset class (DEP-GRAL, DEP-EQUI...) for the
      * monthly depreciation, debit the expense and credit the
      * accumulated depreciation; BAJ- plus the class for an asset
      * disposal, debit the proceeds and credit the asset cost, and
      * RES-BAJA for its result, debit the loss and credit the gain;
      * TRX- plus the CODIGOS.DAT transaction code (TRX-01...) for
      * the day's TRXMTO.DAT amounts netted per code.
      * Read by GLEXTRAC and DEPRECIA-MES; a source with activity
      * but no mapping holds the whole extract, as does an account
      * that is not on the GLCUENTA.DAT chart of accounts or is
      * inactive there.
      ******************************************************************
           05 MAP-ORIGEN              PIC X(8).
           05 MAP-CUENTA-DEBE         PIC X(8).
