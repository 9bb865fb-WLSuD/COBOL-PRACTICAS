      * clear the CLIENTE-AGENCIA flag so the account re-enters the
      * internal workflow. The ID arrives as display characters so a
      * malformed field can be rejected instead of coerced.
      * An incobrable return keeps the flag; the CASTIGO run reads
      * the same file to propose those accounts for write-off.
      ******************************************************************
           05 ART-CLIENTE-ID          PIC X(6).
           05 ART-RESULTADO           PIC X.
