      ******************************************************************
      * VINAUD.cpy
      * Customer relationship audit record (VINCAUD.DAT), in the
      * CONTAUD mold: one record per link added, retyped or removed
      * at VINC-MANT, with the pair, the action (A alta, M cambio of
      * VIN-TIPO, B baja), the type before and after (blank where
      * there is none), the timestamp and the operator.
      ******************************************************************
           05 VAU-CLIENTE-ID          PIC 9(6).
           05 VAU-RELACIONADO-ID      PIC 9(6).
           05 VAU-ACCION              PIC X.
               88 VAU-ES-ALTA             VALUE "A".
               88 VAU-ES-CAMBIO           VALUE "M".
               88 VAU-ES-BAJA             VALUE "B".
           05 VAU-TIPO-ANTES          PIC X.
           05 VAU-TIPO-DESPUES        PIC X.
           05 VAU-FECHA               PIC 9(8).
           05 VAU-HORA                PIC 9(8).
           05 VAU-OPERADOR            PIC X(8).
