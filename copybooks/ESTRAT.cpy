      ******************************************************************
      * ESTRAT.cpy
      * Collections treatment strategy record (ESTRATEG.DAT) - one
      * record per rule, maintained by ESTRAT-MANT through PENDSOL
      * and APRUEBA like the other reference tables. A rule maps a
      * CLISCORE.DAT score band and a days-in-MOROSO band (both
      * inclusive) to a treatment: LLAMADA, CARTA of a given level
      * (1 primer aviso, 2 segundo, 3 final), SMS, AGENCIA or
      * ESPERA (hold). COBRESTR takes the first rule in file order
      * that covers the customer.
      ******************************************************************
           05 EST-PUNTAJE-DESDE       PIC 9(3).
           05 EST-PUNTAJE-HASTA       PIC 9(3).
           05 EST-DIAS-DESDE          PIC 9(5).
           05 EST-DIAS-HASTA          PIC 9(5).
           05 EST-TRATAMIENTO         PIC X.
               88 EST-LLAMADA             VALUE "L".
               88 EST-CARTA               VALUE "C".
               88 EST-SMS                 VALUE "S".
               88 EST-AGENCIA             VALUE "A".
               88 EST-ESPERA              VALUE "H".
               88 EST-TRATAMIENTO-VALIDO  VALUE "L" "C" "S" "A" "H".
           05 EST-NIVEL-CARTA         PIC 9.
