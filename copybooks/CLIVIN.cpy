      ******************************************************************
      * CLIVIN.cpy
      * Customer relationship record (CLIVINC.DAT) - one record per
      * linked pair of CLIENTE-IDs, kept by VINC-MANT. VIN-TIPO says
      * how they relate: H the two accounts are one household, G
      * VIN-RELACIONADO-ID is the guarantor of VIN-CLIENTE-ID, D
      * VIN-RELACIONADO-ID is the owner of the business account
      * VIN-CLIENTE-ID. The CLIENTE-MANT consulta lists the linked
      * accounts from either side, and VINC-RPT sums the balances
      * per group of linked accounts and flags the ACTIVO guarantors
      * of a MOROSO account. Every alta, cambio and baja is audited
      * on VINCAUD.DAT (VINAUD.cpy).
      ******************************************************************
           05 VIN-CLIENTE-ID          PIC 9(6).
           05 VIN-RELACIONADO-ID      PIC 9(6).
           05 VIN-TIPO                PIC X.
               88 VIN-HOGAR               VALUE "H".
               88 VIN-GARANTE             VALUE "G".
               88 VIN-DUENIO              VALUE "D".
               88 VIN-TIPO-VALIDO         VALUE "H" "G" "D".
           05 VIN-FECHA-ALTA          PIC 9(8).
           05 VIN-OPERADOR            PIC X(8).
