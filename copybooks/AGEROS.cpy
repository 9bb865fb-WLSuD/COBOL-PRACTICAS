      ******************************************************************
      * AGEROS.cpy
      * Collections agent roster record (AGENTES.DAT) - one record
      * per call-list sheet, maintained by AGENTE-MANT through
      * PENDSOL and APRUEBA: the sheet number COBRCALL writes as
      * COBRAGn.LST (and ASG-AGENTE on COBRASG.DAT), the OPERADOR.DAT
      * operator who works it and the number of customers the
      * operator can take in a day. With the roster loaded COBRCALL
      * deals by it instead of by COBR-AGENTES.
      ******************************************************************
           05 AGR-HOJA                PIC 9.
           05 AGR-OPERADOR            PIC X(8).
           05 AGR-CAPACIDAD           PIC 9(4).
