      ******************************************************************
      * QCDISP.cpy
      * QC lot disposition record (QCDISP.DAT) - appended by
      * ESTAD-LOTE, one record per sample group per lot (the
      * MUESTRAS.DAT batch date), with the group statistics, the
      * specification it was measured against, the capability
      * indices, the count of samples outside the limits and the
      * accept / hold / reject decision with its reason. A rerun of
      * the same lot appends again; readers keep the last record of
      * a lot and group. Printed as the lot certificate by QC-CERT.
      ******************************************************************
           05 DSP-FECHA-LOTE          PIC 9(8).
           05 DSP-GRUPO               PIC X(4).
           05 DSP-FECHA-PROCESO       PIC 9(8).
           05 DSP-CANTIDAD            PIC 9(4).
           05 DSP-PROMEDIO            PIC 9(3)V99.
           05 DSP-MINIMO              PIC 9(2).
           05 DSP-MAXIMO              PIC 9(2).
           05 DSP-MEDIANA             PIC 9(3)V99.
           05 DSP-DESVIO              PIC 9(3)V99.
           05 DSP-ESPEC-SW            PIC X.
               88 DSP-CON-ESPEC           VALUE "Y".
           05 DSP-LIE                 PIC 9(3)V99.
           05 DSP-LSE                 PIC 9(3)V99.
           05 DSP-OBJETIVO            PIC 9(3)V99.
           05 DSP-CP                  PIC 9(2)V99.
           05 DSP-CPK                 PIC S9(2)V99.
           05 DSP-FUERA               PIC 9(4).
           05 DSP-DISPOSICION         PIC X.
               88 DSP-ACEPTADO            VALUE "A".
               88 DSP-RETENIDO            VALUE "H".
               88 DSP-RECHAZADO           VALUE "R".
           05 DSP-MOTIVO              PIC X(30).
