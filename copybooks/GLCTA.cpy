      ******************************************************************
      * GLCTA.cpy
      * Chart-of-accounts master record (GLCUENTA.DAT, indexed on
      * GLC-CUENTA) - one record per general-ledger account with its
      * description, its type and whether it still takes postings.
      * Maintained by GLCTA-MANT through the maker-checker path
      * (PENDSOL and APRUEBA). GLEXTRAC refuses to release a journal
      * while a GLMAP.DAT entry names an account that is not on file
      * or is inactive, GLPOST validates every posted line against
      * it, and GLBALANZA takes the type and description from it.
      ******************************************************************
           05 GLC-CUENTA              PIC X(8).
           05 GLC-DESCRIPCION         PIC X(30).
           05 GLC-TIPO                PIC X.
               88 GLC-ES-ACTIVO           VALUE "A".
               88 GLC-ES-PASIVO           VALUE "P".
               88 GLC-ES-PATRIMONIO       VALUE "C".
               88 GLC-ES-INGRESO          VALUE "I".
               88 GLC-ES-GASTO            VALUE "G".
               88 GLC-TIPO-VALIDO         VALUE "A" "P" "C" "I" "G".
           05 GLC-ACTIVA              PIC X.
               88 GLC-CUENTA-ACTIVA       VALUE "A".
               88 GLC-CUENTA-INACTIVA     VALUE "I".
