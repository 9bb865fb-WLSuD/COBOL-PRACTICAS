      ******************************************************************
      * AGEHIS.cpy
      * Agency placement history record (AGENHIST.DAT) - one record
      * per account handed to the external collection agency: the
      * placement date COBRAGEN writes with the COBRAGEN.OUT extract,
      * and the date and result of the closure COBRAGEN-RET stamps
      * when the agency sends the account back on AGENRET.DAT (zero
      * and blank while the account is still placed). COBRAGEN-REM
      * checks the agency's remittance claims against it: an account
      * was with the agency on a date between the two, both days
      * inclusive, and the days placed set the commission tier.
      ******************************************************************
           05 AGH-CLIENTE-ID          PIC 9(6).
           05 AGH-FECHA-ENVIO         PIC 9(8).
           05 AGH-FECHA-RETORNO       PIC 9(8).
           05 AGH-RESULTADO           PIC X.
               88 AGH-EN-AGENCIA          VALUE SPACE.
               88 AGH-PAGADO              VALUE "P".
