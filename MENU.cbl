      *          on against OPERADOR.DAT, presents a numbered menu of
      *          the daily functions (customer maintenance and
      *          consulta, nightly customer report, calculator,
      *          collections extract, code catalog maintenance,
      *          report repository inquiry, ad-hoc batch job queue,
      *          payoff quote),
      *          CALLs the chosen program and returns to the menu
      *          afterwards, writing a SESION.LOG record of who ran
      *          what and when - new operators stop needing a crib
      *             OPER-ID cannot hold two live sessions at once; a
      *             register entry from a previous date is a crash
      *             leftover and is taken over.
      * 2026-10-15  New option 6 opens the REPO-CONS report repository
      *             inquiry: any report captured by the nightly
      *             REPOSIT step can be listed by name and date and
      *             redisplayed or reprinted. Salir moves to 7.
      * 2026-10-15  New option 7 opens JOB-MANT, the ad-hoc batch job
      *             queue: an authorized operator queues a run of a
      *             catalogued batch program with its parameters and
      *             follows its status until JOBCOLA (nightly or under
      *             JOBDIA in the day) has run it. Salir moves to 8.
      * 2026-10-15  New option 8 opens COTIZ-CANC, the payoff quote:
      *             what a customer must pay on a given date to close
      *             the account, with the fees and interest projected
      *             to that date, kept on COTIZA.DAT and printed as a
      *             quote letter. Salir moves to 9.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU.
               88 AUTORIZADO      VALUE "Y".
           77 RESULTADO-SESION PIC X VALUE "E".

           77 OPCION          PIC X VALUE "9".
               88 OPCION-CLIENTES   VALUE "1".
               88 OPCION-REPORTE    VALUE "2".
               88 OPCION-CALCULA    VALUE "3".
               88 OPCION-EXTRACTO   VALUE "4".
               88 OPCION-CODIGOS    VALUE "5".
               88 OPCION-REPOSITORIO VALUE "6".
               88 OPCION-TRABAJOS   VALUE "7".
               88 OPCION-COTIZACION VALUE "8".
               88 OPCION-SALIR      VALUE "9".

           77 PROGRAMA-ELEGIDO PIC X(12).
           77 FECHA-SESION    PIC 9(8).
               DISPLAY "3-CALCULADORA"
               DISPLAY "4-EXTRACTO DE COBRANZA"
               DISPLAY "5-MANTENIMIENTO DEL CATALOGO DE CODIGOS"
               DISPLAY "6-REPOSITORIO DE REPORTES: CONSULTA Y "
                   "REIMPRESION"
               DISPLAY "7-COLA DE TRABAJOS BATCH: PEDIDO Y CONSULTA"
               DISPLAY "8-COTIZACION DE CANCELACION DE CUENTA"
               DISPLAY "9-SALIR"
               ACCEPT OPCION

               MOVE SPACES TO PROGRAMA-ELEGIDO
                       MOVE "CLIENTE-EXTR" TO PROGRAMA-ELEGIDO
                   WHEN OPCION-CODIGOS
                       MOVE "CODIGOS-MANT" TO PROGRAMA-ELEGIDO
                   WHEN OPCION-REPOSITORIO
                       MOVE "REPO-CONS" TO PROGRAMA-ELEGIDO
                   WHEN OPCION-TRABAJOS
                       MOVE "JOB-MANT" TO PROGRAMA-ELEGIDO
                   WHEN OPCION-COTIZACION
                       MOVE "COTIZ-CANC" TO PROGRAMA-ELEGIDO
                   WHEN OPCION-SALIR
                       SET FIN-MENU TO TRUE
                   WHEN OTHER
