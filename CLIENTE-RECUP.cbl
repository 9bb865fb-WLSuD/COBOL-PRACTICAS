      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forward recovery of the CLIENTE master. The operator
      *          signs on and picks one of the CLIENTE.AAAAMMDD.BAK
      *          generations RESPALDO.LOG records as OK; the
      *          generation is re-read and its count verified, the
      *          live file is kept aside as CLIENTE.PREV and the
      *          generation restored, as RESTAURA does. Then every
      *          CLIAUD.DAT status change and CONTAUD.DAT contact
      *          change stamped after the backup is replayed in
      *          FECHA/HORA order (status before contact on the same
      *          stamp): altas are re-created, ESTADO and the
      *          CLIENTE-ULT-FECHA/HORA transition stamp re-applied,
      *          contact fields and an alta's SUCURSAL re-applied
      *          when the master still holds the before image. Each
      *          change replayed, and each one that could not be
      *          reapplied with its reason, is listed on CLIRECUP.RPT.
      *          The CLIENTE-CONC reconciliation then runs over the
      *          result: with differences the recovered master is
      *          not released - it is kept as CLIENTE.RECUP, the
      *          file found at the start goes back in place and the
      *          run ends with RETURN-CODE 8. The recovery and its
      *          outcome are written to RESPALDO.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-RECUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               ALTERNATE RECORD KEY IS CONTACTO-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-STATUS.

           SELECT PLANO-FILE ASSIGN USING PLANO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANO-STATUS.

           SELECT BITACORA-FILE ASSIGN TO "RESPALDO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BITACORA-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "CLIAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

           SELECT CONTAUD-FILE ASSIGN TO "CONTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTAUD-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CLIRECUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO "RECUWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REC.
           COPY CLIREC.

       FD  PLANO-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLANO-REC               PIC X(150).

       FD  BITACORA-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-BITACORA          PIC X(90).

       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDITORIA-REC.
           COPY CLIAUD.

       FD  CONTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTAUD-REC.
           COPY CTAAUD.

       FD  REPORTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE           PIC X(132).

      *UN CAMBIO DE CUALQUIERA DE LAS DOS AUDITORIAS, ORDENADO POR
      *SELLO; EN EL MISMO SELLO VA PRIMERO EL ESTADO (TIPO 1) QUE EL
      *CONTACTO (TIPO 2), ASI EL ALTA EXISTE ANTES DE SU CONTACTO
       SD  WORK-FILE.
       01  WORK-REC.
           05 WORK-FECHA              PIC 9(8).
           05 WORK-HORA               PIC 9(8).
           05 WORK-TIPO               PIC X.
               88 WORK-ES-ESTADO          VALUE "1".
               88 WORK-ES-CONTACTO        VALUE "2".
           05 WORK-SECUENCIA          PIC 9(7).
           05 WORK-CLIENTE-ID         PIC 9(6).
           05 WORK-ESTADO-ANTERIOR    PIC 9.
           05 WORK-ESTADO-NUEVO       PIC 9.
           05 WORK-CAMPO              PIC X(10).
           05 WORK-ANTES              PIC X(40).
           05 WORK-DESPUES            PIC X(40).

       WORKING-STORAGE SECTION.
           77 CLIENTE-STATUS    PIC X(2) VALUE "00".
               88 CLIENTE-NEW-FILE  VALUE "35".
           77 PLANO-NOMBRE      PIC X(30).
           77 PLANO-STATUS      PIC X(2) VALUE "00".
               88 PLANO-NEW-FILE    VALUE "35".
           77 BITACORA-STATUS   PIC X(2) VALUE "00".
               88 BITACORA-NEW-FILE VALUE "35".
           77 BITACORA-EOF-SW   PIC X VALUE "N".
               88 BITACORA-EOF      VALUE "Y".
           77 AUDITORIA-STATUS  PIC X(2) VALUE "00".
               88 AUDITORIA-NEW-FILE VALUE "35".
           77 CONTAUD-STATUS    PIC X(2) VALUE "00".
               88 CONTAUD-NEW-FILE  VALUE "35".
           77 FUENTE-EOF-SW     PIC X VALUE "N".
               88 FUENTE-EOF        VALUE "Y".
           77 WORK-EOF-SW       PIC X VALUE "N".
               88 WORK-EOF          VALUE "Y".

           77 OPERADOR          PIC X(8).
           77 PERM-ALTA-OPER    PIC X VALUE "N".
           77 PERM-CONS-OPER    PIC X VALUE "N".
           77 SUPERV-OPER       PIC X VALUE "N".
           77 SIGNON-SW         PIC X VALUE "N".
               88 SIGNON-OK         VALUE "Y".

           77 FECHA-PROCESO     PIC 9(8).
           77 HORA-PROCESO      PIC 9(8).

      *GENERACIONES OK DE CLIENTE.DAT SEGUN RESPALDO.LOG, CON EL
      *SELLO DEL RESPALDO QUE SEPARA LO QUE HAY QUE REAPLICAR
           01 TABLA-GENERACIONES.
               05 GENERACIONES OCCURS 100 TIMES.
                   10 GEN-NOMBRE        PIC X(30).
                   10 GEN-REGISTROS     PIC 9(7).
                   10 GEN-FECHA         PIC 9(8).
                   10 GEN-HORA          PIC 9(8).
           77 GEN-CNT           PIC 9(3) VALUE 0.
           77 G                 PIC 9(3) VALUE 0.
           77 H                 PIC 9(3) VALUE 0.
           77 GEN-ELEGIDA       PIC 9(3) VALUE 0.

      *DESARME DE LA LINEA DE BITACORA ESCRITA POR RESPALDO
           01 LINEA-DESARME     PIC X(90).
           01 LINEA-DET REDEFINES LINEA-DESARME.
               05 DET-FECHA         PIC X(8).
               05 FILLER            PIC X.
               05 DET-HORA          PIC X(8).
               05 FILLER            PIC X.
               05 DET-VIVO          PIC X(12).
               05 FILLER            PIC X(4).
               05 DET-RESPALDO      PIC X(30).
               05 FILLER            PIC X(11).
               05 DET-REGISTROS     PIC X(7).
               05 FILLER            PIC X.
               05 DET-RESULTADO     PIC X(7).
           77 REGISTROS-NUM     PIC 9(7) VALUE 0.

           77 FECHA-RESPALDO    PIC 9(8) VALUE 0.
           77 HORA-RESPALDO     PIC 9(8) VALUE 0.
           77 SECUENCIA-TRAZA   PIC 9(7) VALUE 0.

      *RESULTADO DEL REPLAY DE CADA CAMBIO
           77 CAMPO-TRAZA       PIC X(10).
           77 VALOR-TRAZA       PIC X(40).
           77 RESULTADO-TRAZA   PIC X(40).
           77 VALOR-ACTUAL      PIC X(40).
           77 REAPLICADO-SW     PIC X VALUE "N".
               88 TRAZA-REAPLICADA  VALUE "Y".
               88 TRAZA-YA-ESTABA   VALUE "D".
               88 TRAZA-RECHAZADA   VALUE "N".

           77 CNT-CONTADOS      PIC 9(7) VALUE 0.
           77 CNT-RESTAURADOS   PIC 9(7) VALUE 0.
           77 CNT-TRAZAS        PIC 9(7) VALUE 0.
           77 CNT-REAPLICADOS   PIC 9(7) VALUE 0.
           77 CNT-YA-APLICADOS  PIC 9(7) VALUE 0.
           77 CNT-NO-REAPLICADOS PIC 9(7) VALUE 0.
           77 CNT-EDIT          PIC ZZZ,ZZ9.
           77 RESULTADO-PASO    PIC X(10).
           77 CONCILIACION-RC   PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            ACCEPT HORA-PROCESO FROM TIME

            PERFORM VALIDA-SIGNON
            IF NOT SIGNON-OK
                STOP RUN
            END-IF

            PERFORM LISTA-GENERACIONES
            IF GEN-CNT = 0
                DISPLAY "SIN GENERACIONES OK DE CLIENTE.DAT EN "
                    "RESPALDO.LOG"
                STOP RUN
            END-IF

            PERFORM ELIGE-GENERACION
            IF GEN-ELEGIDA = 0
                DISPLAY "RECUPERACION CANCELADA"
                STOP RUN
            END-IF
            MOVE GEN-FECHA(GEN-ELEGIDA) TO FECHA-RESPALDO
            MOVE GEN-HORA(GEN-ELEGIDA) TO HORA-RESPALDO

            PERFORM CUENTA-RESPALDO
            IF CNT-CONTADOS NOT = GEN-REGISTROS(GEN-ELEGIDA)
                DISPLAY "EL RESPALDO " GEN-NOMBRE(GEN-ELEGIDA)
                    " RELEE " CNT-CONTADOS " REGISTROS Y LA "
                    "BITACORA DECLARA " GEN-REGISTROS(GEN-ELEGIDA)
                    ", NO SE RECUPERA"
                MOVE "ERR CONTEO" TO RESULTADO-PASO
                PERFORM GRABA-BITACORA
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

      *EL MAESTRO ENCONTRADO QUEDA APARTE Y SE CARGA LA GENERACION
            MOVE "CLIENTE.PREV" TO PLANO-NOMBRE
            PERFORM DESCARGA-MAESTRO
            MOVE GEN-NOMBRE(GEN-ELEGIDA) TO PLANO-NOMBRE
            PERFORM CARGA-MAESTRO
            DISPLAY "CLIENTE.DAT RESTAURADO DESDE "
                GEN-NOMBRE(GEN-ELEGIDA) " (" CNT-RESTAURADOS
                " REGISTROS), EL ANTERIOR QUEDO EN CLIENTE.PREV"

            PERFORM ABRE-REPORTE
            SORT WORK-FILE ON ASCENDING KEY WORK-FECHA
                                            WORK-HORA
                                            WORK-TIPO
                                            WORK-SECUENCIA
                INPUT PROCEDURE IS CARGA-TRAZAS
                OUTPUT PROCEDURE IS REAPLICA-TRAZAS
            PERFORM IMPRIME-TOTALES
            CLOSE REPORTE-FILE

            DISPLAY CNT-REAPLICADOS " CAMBIOS REAPLICADOS, "
                CNT-NO-REAPLICADOS " NO REAPLICADOS, VER CLIRECUP.RPT"

      *LA CONCILIACION DECIDE SI EL MAESTRO RECUPERADO SE LIBERA
            MOVE 0 TO RETURN-CODE
            CALL "CLIENTE-CONC"
                ON EXCEPTION
                    DISPLAY "NO SE PUDO EJECUTAR CLIENTE-CONC"
                    MOVE 8 TO RETURN-CODE
            END-CALL
            MOVE RETURN-CODE TO CONCILIACION-RC
            IF CONCILIACION-RC NOT = 0
                PERFORM RETIENE-MAESTRO
                MOVE "RETENIDO" TO RESULTADO-PASO
                PERFORM GRABA-BITACORA
                DISPLAY "LA CONCILIACION ENCONTRO DIFERENCIAS (VER "
                    "CLICONC.RPT): EL MAESTRO RECUPERADO NO SE LIBERA"
                DISPLAY "QUEDO EN CLIENTE.RECUP Y CLIENTE.DAT VOLVIO "
                    "AL ESTADO PREVIO A LA RECUPERACION"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE "OK" TO RESULTADO-PASO
                PERFORM GRABA-BITACORA
                DISPLAY "CONCILIACION SIN DIFERENCIAS, CLIENTE.DAT "
                    "RECUPERADO Y LIBERADO"
            END-IF

            STOP RUN.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
               CALL "SIGNON" USING OPERADOR PERM-ALTA-OPER
                   PERM-CONS-OPER SUPERV-OPER SIGNON-SW.

      *RECORRE RESPALDO.LOG JUNTANDO LAS GENERACIONES OK DE
      *CLIENTE.DAT QUE LA ROTACION NO PURGO, COMO RESTAURA
           LISTA-GENERACIONES.
               OPEN INPUT BITACORA-FILE
               IF BITACORA-NEW-FILE
                   DISPLAY "NO EXISTE RESPALDO.LOG"
                   CLOSE BITACORA-FILE
               ELSE
                   PERFORM UNTIL BITACORA-EOF
                       READ BITACORA-FILE
                           AT END
                               SET BITACORA-EOF TO TRUE
                           NOT AT END
                               MOVE LINEA-BITACORA TO LINEA-DESARME
                               EVALUATE TRUE
                                   WHEN DET-VIVO = "CLIENTE.DAT" AND
                                       DET-RESULTADO(1:2) = "OK" AND
                                       GEN-CNT < 100
                                       PERFORM AGREGA-GENERACION
                                   WHEN DET-VIVO(1:5) = "PURGA"
                                       PERFORM QUITA-GENERACION
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   CLOSE BITACORA-FILE
               END-IF
               PERFORM VARYING G FROM 1 BY 1 UNTIL G > GEN-CNT
                   MOVE GEN-REGISTROS(G) TO CNT-EDIT
                   DISPLAY G ") " GEN-NOMBRE(G) " REGISTROS "
                       CNT-EDIT " TOMADO " GEN-FECHA(G) " "
                       GEN-HORA(G)(1:6)
               END-PERFORM.

      *GUARDA LA GENERACION LEIDA DE LA BITACORA CON SU SELLO
           AGREGA-GENERACION.
               MOVE 0 TO REGISTROS-NUM
               INSPECT DET-REGISTROS REPLACING ALL "," BY " "
               COMPUTE REGISTROS-NUM =
                   FUNCTION NUMVAL(DET-REGISTROS)
               ADD 1 TO GEN-CNT
               MOVE DET-RESPALDO TO GEN-NOMBRE(GEN-CNT)
               MOVE REGISTROS-NUM TO GEN-REGISTROS(GEN-CNT)
               MOVE DET-FECHA TO GEN-FECHA(GEN-CNT)
               MOVE DET-HORA TO GEN-HORA(GEN-CNT).

      *SACA DE LA LISTA UNA GENERACION QUE LA ROTACION YA PURGO
           QUITA-GENERACION.
               PERFORM VARYING H FROM 1 BY 1 UNTIL H > GEN-CNT
                   IF GEN-NOMBRE(H) = DET-RESPALDO
                       PERFORM VARYING G FROM H BY 1
                               UNTIL G >= GEN-CNT
                           MOVE GENERACIONES(G + 1) TO
                               GENERACIONES(G)
                       END-PERFORM
                       SUBTRACT 1 FROM GEN-CNT
                       MOVE GEN-CNT TO H
                   END-IF
               END-PERFORM.

      *PIDE EL NUMERO DE GENERACION A RESTAURAR (0 CANCELA)
           ELIGE-GENERACION.
               DISPLAY "INGRESE EL NUMERO DE GENERACION (0 PARA "
                   "CANCELAR): "
               ACCEPT GEN-ELEGIDA
               PERFORM UNTIL GEN-ELEGIDA NOT > GEN-CNT
                   DISPLAY "NUMERO FUERA DE LA LISTA, INGRESE OTRO: "
                   ACCEPT GEN-ELEGIDA
               END-PERFORM.

      *RELEE LA GENERACION ELEGIDA CONTANDO SUS REGISTROS, COMO LO
      *HIZO RESPALDO AL TOMARLA
           CUENTA-RESPALDO.
               MOVE 0 TO CNT-CONTADOS
               MOVE "N" TO FUENTE-EOF-SW
               MOVE GEN-NOMBRE(GEN-ELEGIDA) TO PLANO-NOMBRE
               OPEN INPUT PLANO-FILE
               IF PLANO-NEW-FILE
                   DISPLAY "NO SE ENCUENTRA " PLANO-NOMBRE
                   CLOSE PLANO-FILE
               ELSE
                   PERFORM UNTIL FUENTE-EOF
                       READ PLANO-FILE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CNT-CONTADOS
                       END-READ
                   END-PERFORM
                   CLOSE PLANO-FILE
               END-IF.

      *COPIA EL MAESTRO VIVO AL ARCHIVO PLANO PLANO-NOMBRE
           DESCARGA-MAESTRO.
               MOVE "N" TO FUENTE-EOF-SW
               OPEN OUTPUT PLANO-FILE
               OPEN INPUT CLIENTE-FILE
               IF CLIENTE-NEW-FILE
                   CLOSE CLIENTE-FILE
               ELSE
                   PERFORM UNTIL FUENTE-EOF
                       READ CLIENTE-FILE NEXT RECORD
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               MOVE CLIENTE-REC TO PLANO-REC
                               WRITE PLANO-REC
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTE-FILE
               END-IF
               CLOSE PLANO-FILE.

      *RECONSTRUYE EL MAESTRO VIVO DESDE EL ARCHIVO PLANO
      *PLANO-NOMBRE
           CARGA-MAESTRO.
               MOVE 0 TO CNT-RESTAURADOS
               MOVE "N" TO FUENTE-EOF-SW
               OPEN OUTPUT CLIENTE-FILE
               OPEN INPUT PLANO-FILE
               IF PLANO-NEW-FILE
                   CLOSE PLANO-FILE
               ELSE
                   PERFORM UNTIL FUENTE-EOF
                       READ PLANO-FILE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               MOVE PLANO-REC TO CLIENTE-REC
                               WRITE CLIENTE-REC
                               ADD 1 TO CNT-RESTAURADOS
                       END-READ
                   END-PERFORM
                   CLOSE PLANO-FILE
               END-IF
               CLOSE CLIENTE-FILE.

      *EL MAESTRO RECUPERADO NO CONCILIA: QUEDA EN CLIENTE.RECUP Y
      *VUELVE EL QUE ESTABA AL EMPEZAR
           RETIENE-MAESTRO.
               MOVE "CLIENTE.RECUP" TO PLANO-NOMBRE
               PERFORM DESCARGA-MAESTRO
               MOVE "CLIENTE.PREV" TO PLANO-NOMBRE
               PERFORM CARGA-MAESTRO.

      *ENCABEZA EL REPORTE DE LA RECUPERACION
           ABRE-REPORTE.
               OPEN OUTPUT REPORTE-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "RECUPERACION DE CLIENTE.DAT DESDE "
                   GEN-NOMBRE(GEN-ELEGIDA) " - CAMBIOS POSTERIORES "
                   "AL " FECHA-RESPALDO " " HORA-RESPALDO(1:6)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "FECHA    HORA   CLIENTE CAMPO      VALOR"
                   TO LINEA-REPORTE
               MOVE "RESULTADO" TO LINEA-REPORTE(76:9)
               WRITE LINEA-REPORTE.

      *ENTREGA AL SORT LOS CAMBIOS DE AMBAS AUDITORIAS SELLADOS
      *DESPUES DEL RESPALDO
           CARGA-TRAZAS.
               MOVE "N" TO FUENTE-EOF-SW
               OPEN INPUT AUDITORIA-FILE
               IF AUDITORIA-NEW-FILE
                   CLOSE AUDITORIA-FILE
               ELSE
                   PERFORM UNTIL FUENTE-EOF
                       READ AUDITORIA-FILE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               IF AUD-FECHA > FECHA-RESPALDO OR
                                   (AUD-FECHA = FECHA-RESPALDO AND
                                    AUD-HORA > HORA-RESPALDO)
                                   PERFORM LIBERA-ESTADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA-FILE
               END-IF
               MOVE "N" TO FUENTE-EOF-SW
               OPEN INPUT CONTAUD-FILE
               IF CONTAUD-NEW-FILE
                   CLOSE CONTAUD-FILE
               ELSE
                   PERFORM UNTIL FUENTE-EOF
                       READ CONTAUD-FILE
                           AT END
                               SET FUENTE-EOF TO TRUE
                           NOT AT END
                               IF CTA-FECHA > FECHA-RESPALDO OR
                                   (CTA-FECHA = FECHA-RESPALDO AND
                                    CTA-HORA > HORA-RESPALDO)
                                   PERFORM LIBERA-CONTACTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTAUD-FILE
               END-IF.

           LIBERA-ESTADO.
               ADD 1 TO SECUENCIA-TRAZA
               MOVE AUD-FECHA TO WORK-FECHA
               MOVE AUD-HORA TO WORK-HORA
               MOVE "1" TO WORK-TIPO
               MOVE SECUENCIA-TRAZA TO WORK-SECUENCIA
               MOVE AUD-CLIENTE-ID TO WORK-CLIENTE-ID
               MOVE AUD-ESTADO-ANTERIOR TO WORK-ESTADO-ANTERIOR
               MOVE AUD-ESTADO-NUEVO TO WORK-ESTADO-NUEVO
               MOVE "ESTADO" TO WORK-CAMPO
               MOVE SPACES TO WORK-ANTES
               MOVE SPACES TO WORK-DESPUES
               RELEASE WORK-REC.

           LIBERA-CONTACTO.
               ADD 1 TO SECUENCIA-TRAZA
               MOVE CTA-FECHA TO WORK-FECHA
               MOVE CTA-HORA TO WORK-HORA
               MOVE "2" TO WORK-TIPO
               MOVE SECUENCIA-TRAZA TO WORK-SECUENCIA
               MOVE CTA-CLIENTE-ID TO WORK-CLIENTE-ID
               MOVE 0 TO WORK-ESTADO-ANTERIOR
               MOVE 0 TO WORK-ESTADO-NUEVO
               MOVE CTA-CAMPO TO WORK-CAMPO
               MOVE CTA-ANTES TO WORK-ANTES
               MOVE CTA-DESPUES TO WORK-DESPUES
               RELEASE WORK-REC.

      *REAPLICA LOS CAMBIOS YA ORDENADOS SOBRE EL MAESTRO RESTAURADO
           REAPLICA-TRAZAS.
               OPEN I-O CLIENTE-FILE
               PERFORM UNTIL WORK-EOF
                   RETURN WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CNT-TRAZAS
                           MOVE "N" TO REAPLICADO-SW
                           MOVE SPACES TO RESULTADO-TRAZA
                           MOVE WORK-CAMPO TO CAMPO-TRAZA
                           IF WORK-ES-ESTADO
                               PERFORM REAPLICA-ESTADO
                           ELSE
                               PERFORM REAPLICA-CONTACTO
                           END-IF
                           PERFORM INFORMA-TRAZA
                   END-RETURN
               END-PERFORM
               CLOSE CLIENTE-FILE.

      *UN CAMBIO DE ESTADO: ALTA, TRANSICION O BAJA, SIEMPRE QUE EL
      *MAESTRO ESTE EN EL ESTADO ANTERIOR QUE LA AUDITORIA DECLARA
           REAPLICA-ESTADO.
               MOVE SPACES TO VALOR-TRAZA
               STRING WORK-ESTADO-ANTERIOR " -> " WORK-ESTADO-NUEVO
                   DELIMITED BY SIZE INTO VALOR-TRAZA
               MOVE WORK-CLIENTE-ID TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       IF WORK-ESTADO-ANTERIOR = 0
                           PERFORM REAPLICA-ALTA
                       ELSE
                           MOVE "NO REAPLICADO: NO ESTA EN EL MAESTRO"
                               TO RESULTADO-TRAZA
                       END-IF
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WORK-ESTADO-ANTERIOR = 0
                               MOVE "NO REAPLICADO: ALTA YA EN MAESTRO"
                                   TO RESULTADO-TRAZA
                           WHEN ESTADO NOT = WORK-ESTADO-ANTERIOR
                               STRING "NO REAPLICADO: EL MAESTRO ESTA "
                                   "EN " ESTADO
                                   DELIMITED BY SIZE
                                   INTO RESULTADO-TRAZA
      *UNA TRANSICION A 0 ES UNA BAJA: LA PURGA BORRA EL REGISTRO
                           WHEN WORK-ESTADO-NUEVO = 0
                               DELETE CLIENTE-FILE RECORD
                               SET TRAZA-REAPLICADA TO TRUE
                           WHEN OTHER
                               MOVE WORK-ESTADO-NUEVO TO ESTADO
                               MOVE WORK-FECHA TO CLIENTE-ULT-FECHA
                               MOVE WORK-HORA TO CLIENTE-ULT-HORA
                               REWRITE CLIENTE-REC
                               SET TRAZA-REAPLICADA TO TRUE
                       END-EVALUATE
               END-READ.

      *RECREA EL CLIENTE DADO DE ALTA DESPUES DEL RESPALDO; SU
      *CONTACTO Y SUCURSAL LLEGAN DE CONTAUD.DAT A CONTINUACION
           REAPLICA-ALTA.
               MOVE WORK-CLIENTE-ID TO CLIENTE-ID
               MOVE WORK-ESTADO-NUEVO TO ESTADO
               MOVE SPACES TO CONTACTO
               MOVE "N" TO CLIENTE-AGENCIA
               MOVE "N" TO CLIENTE-NO-LLAMAR
               MOVE "N" TO CLIENTE-NO-ESCRIBIR
               MOVE WORK-FECHA TO CLIENTE-ULT-FECHA
               MOVE WORK-HORA TO CLIENTE-ULT-HORA
               MOVE SPACES TO CLIENTE-SUCURSAL
               WRITE CLIENTE-REC
                   INVALID KEY
                       MOVE "NO REAPLICADO: ERROR AL GRABAR EL ALTA"
                           TO RESULTADO-TRAZA
                   NOT INVALID KEY
                       SET TRAZA-REAPLICADA TO TRUE
               END-WRITE.

      *UN CAMBIO DE CONTACTO: SE APLICA SI EL MAESTRO TIENE TODAVIA
      *EL VALOR ANTERIOR; SI YA TIENE EL NUEVO NO HAY NADA QUE HACER
           REAPLICA-CONTACTO.
               MOVE WORK-DESPUES TO VALOR-TRAZA
               MOVE WORK-CLIENTE-ID TO CLIENTE-ID
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE "NO REAPLICADO: NO ESTA EN EL MAESTRO"
                           TO RESULTADO-TRAZA
                   NOT INVALID KEY
                       PERFORM TOMA-VALOR-ACTUAL
                       EVALUATE TRUE
                           WHEN RESULTADO-TRAZA NOT = SPACES
                               CONTINUE
                           WHEN VALOR-ACTUAL = WORK-ANTES
                               PERFORM PONE-VALOR-NUEVO
                               REWRITE CLIENTE-REC
                               SET TRAZA-REAPLICADA TO TRUE
                           WHEN VALOR-ACTUAL = WORK-DESPUES
                               SET TRAZA-YA-ESTABA TO TRUE
                               MOVE "YA ESTABA EN EL RESPALDO"
                                   TO RESULTADO-TRAZA
                           WHEN OTHER
                               MOVE "NO REAPLICADO: VALOR DIFIERE"
                                   TO RESULTADO-TRAZA
                       END-EVALUATE
               END-READ.

      *DEJA EN VALOR-ACTUAL EL CAMPO DEL MAESTRO QUE EL CAMBIO TOCA
           TOMA-VALOR-ACTUAL.
               MOVE SPACES TO VALOR-ACTUAL
               EVALUATE WORK-CAMPO
                   WHEN "NOMBRE"
                       MOVE CONTACTO-NOMBRE TO VALOR-ACTUAL
                   WHEN "TELEFONO"
                       MOVE CONTACTO-TELEFONO TO VALOR-ACTUAL
                   WHEN "EMAIL"
                       MOVE CONTACTO-EMAIL TO VALOR-ACTUAL
                   WHEN "DIRECCION"
                       MOVE CONTACTO-DIRECCION TO VALOR-ACTUAL
                   WHEN "SUCURSAL"
                       MOVE CLIENTE-SUCURSAL TO VALOR-ACTUAL
                   WHEN OTHER
                       MOVE "NO REAPLICADO: CAMPO DESCONOCIDO"
                           TO RESULTADO-TRAZA
               END-EVALUATE.

      *PASA EL VALOR NUEVO DEL CAMBIO AL CAMPO DEL MAESTRO
           PONE-VALOR-NUEVO.
               EVALUATE WORK-CAMPO
                   WHEN "NOMBRE"
                       MOVE WORK-DESPUES TO CONTACTO-NOMBRE
                   WHEN "TELEFONO"
                       MOVE WORK-DESPUES TO CONTACTO-TELEFONO
                   WHEN "EMAIL"
                       MOVE WORK-DESPUES TO CONTACTO-EMAIL
                   WHEN "DIRECCION"
                       MOVE WORK-DESPUES TO CONTACTO-DIRECCION
                   WHEN "SUCURSAL"
                       MOVE WORK-DESPUES TO CLIENTE-SUCURSAL
               END-EVALUATE.

      *ESCRIBE LA LINEA DEL CAMBIO EN EL REPORTE Y LO CUENTA
           INFORMA-TRAZA.
               EVALUATE TRUE
                   WHEN TRAZA-REAPLICADA
                       ADD 1 TO CNT-REAPLICADOS
                       MOVE "REAPLICADO" TO RESULTADO-TRAZA
                   WHEN TRAZA-YA-ESTABA
                       ADD 1 TO CNT-YA-APLICADOS
                   WHEN OTHER
                       ADD 1 TO CNT-NO-REAPLICADOS
               END-EVALUATE
               MOVE SPACES TO LINEA-REPORTE
               STRING WORK-FECHA " " WORK-HORA(1:6) " "
                   WORK-CLIENTE-ID "  " CAMPO-TRAZA " "
                   VALOR-TRAZA " " RESULTADO-TRAZA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *ESCRIBE LOS TOTALES DEL REPLAY AL PIE DEL REPORTE
           IMPRIME-TOTALES.
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-RESTAURADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "REGISTROS RESTAURADOS : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-TRAZAS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "CAMBIOS POSTERIORES   : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-REAPLICADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "REAPLICADOS           : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-YA-APLICADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "YA EN EL RESPALDO     : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE CNT-NO-REAPLICADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "NO REAPLICADOS        : " CNT-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      *DEJA EN RESPALDO.LOG LA RECUPERACION, DESDE QUE GENERACION,
      *SU RESULTADO Y QUIEN LA HIZO
           GRABA-BITACORA.
               OPEN EXTEND BITACORA-FILE
               IF BITACORA-NEW-FILE
                   OPEN OUTPUT BITACORA-FILE
                   CLOSE BITACORA-FILE
                   OPEN EXTEND BITACORA-FILE
               END-IF
               MOVE CNT-REAPLICADOS TO CNT-EDIT
               MOVE SPACES TO LINEA-BITACORA
               STRING FECHA-PROCESO " " HORA-PROCESO " RECUPERA "
                   "CLIENTE.DAT <- "
                   FUNCTION TRIM(GEN-NOMBRE(GEN-ELEGIDA))
                   " +" CNT-EDIT " " RESULTADO-PASO
                   " POR " OPERADOR
                   DELIMITED BY SIZE INTO LINEA-BITACORA
               WRITE LINEA-BITACORA
               CLOSE BITACORA-FILE.

       END PROGRAM CLIENTE-RECUP.
