      * Date:
      * Purpose: Maintenance program for the fixed-asset master
      *          ACTIVOS.DAT: alta with description, cost, in-service
      *          date and life, cambio of those values, baja of an
      *          asset sold or scrapped, traslado of an asset to
      *          another branch (SUCURSAL.DAT) or location, and a
      *          listing. The operator signs on through SIGNON and
      *          every alta, cambio, baja and traslado leaves its
      *          before/after image in the REFAUD.DAT reference-data
      *          audit, like the other masters the accountants lean
      *          on.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             L straight line as always, or D declining
      *             balance with its annual rate - what the auditors
      *             asked for twice on the vehicle assets.
      * 2026-10-15  Each asset now carries its class (blank is GRAL),
      *             which picks the ledger accounts the monthly
      *             depreciation posting charges it to.
      * 2026-10-15  Baja of an asset sold or scrapped: depreciation
      *             to the disposal date with the day-exact
      *             proration, net book value and gain or loss, and
      *             the asset is kept on file marked retired instead
      *             of being deleted.
      * 2026-10-15  Each asset now carries its branch and location,
      *             asked at alta and moved only by the new traslado
      *             option with its REFAUD.DAT audit, so the annual
      *             floor count starts from where the assets are.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVO-MANT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFAUD-STATUS.

           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCURSAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVOS-FILE
       01  REFAUD-REC.
           COPY REFAUD.

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUCURSAL-REC.
           COPY SUCURSAL.

       WORKING-STORAGE SECTION.
           77 ACTIVOS-STATUS  PIC X(2) VALUE "00".
               88 ACTIVOS-NEW-FILE VALUE "35".
               88 ACTIVOS-EOF      VALUE "Y".
           77 REFAUD-STATUS   PIC X(2) VALUE "00".
               88 REFAUD-NEW-FILE  VALUE "35".
           77 SUCURSAL-STATUS PIC X(2) VALUE "00".
               88 SUCURSAL-NEW-FILE VALUE "35".
           77 SUCURSAL-EOF-SW PIC X VALUE "N".
               88 SUCURSAL-EOF     VALUE "Y".

           77 OPCION          PIC X VALUE "1".
               88 OPCION-LISTA    VALUE "1".
               88 OPCION-ALTA     VALUE "2".
               88 OPCION-CAMBIO   VALUE "3".
               88 OPCION-BAJA     VALUE "4".
               88 OPCION-TRASLADO VALUE "5".

           77 CODIGO-ENTRADA  PIC X(10).
           77 DESCRIP-ENT     PIC X(30).
           77 VIDA-ENT        PIC 9(2).
           77 METODO-ENT      PIC X.
           77 TASA-ENT        PIC 9(2)V99.
           77 CLASE-ENT       PIC X(4).
           77 SUCURSAL-ENT    PIC X(3).
           77 UBICACION-ENT   PIC X(10).

      *SUCURSALES VALIDAS PARA LA UBICACION DE LOS ACTIVOS
           01 TABLA-SUCURSALES.
               05 SUCURSALES OCCURS 100 TIMES.
                   10 TAB-SUC-CODIGO  PIC X(3).
           77 SUC-CNT         PIC 9(3) VALUE 0.
           77 SX              PIC 9(3) VALUE 0.
           77 SUCURSAL-OK-SW  PIC X VALUE "N".
               88 SUCURSAL-OK     VALUE "Y".

      *DATOS DE LA BAJA DE UN ACTIVO
           01 FECHA-HOY       PIC 9(8).
           01 FECHA-BAJA-ENT  PIC 9(8).
           01 FECHA-BAJA-DET REDEFINES FECHA-BAJA-ENT.
               05 ANIO-BAJA   PIC 9(4).
               05 MES-BAJA    PIC 9(2).
               05 DIA-BAJA    PIC 9(2).
           77 FECHA-ALTA      PIC 9(8).
           77 TIPO-BAJA-ENT   PIC X.
               88 TIPO-BAJA-VALIDO VALUE "V" "D".
           77 PRODUCTO-ENT    PIC 9(7)V99.
           77 CONFIRMA        PIC X.
           77 BAJA-OK-SW      PIC X VALUE "N".
               88 BAJA-OK         VALUE "Y".
           77 ACUM-BAJA       PIC 9(8)V99 VALUE 0.
           77 LIBRO-BAJA      PIC 9(8)V99 VALUE 0.
           77 RESULTADO-BAJA  PIC S9(8)V99 VALUE 0.

      *MOTOR DE CRONOGRAMA, COMO EN DEPRECIA-LOTE
           77 CUOTA-ANUAL     PIC 9(7)V99 VALUE 0.
           77 CUOTA-DB        PIC 9(7)V99 VALUE 0.
           77 CUOTA-SL-RESTO  PIC 9(7)V99 VALUE 0.
           77 ANIOS-RESTANTES PIC 9(2) VALUE 0.
           77 CUOTA-EJERCICIO PIC 9(7)V99 VALUE 0.
           77 ACUMULADO       PIC 9(8)V99 VALUE 0.
           77 VALOR-LIBRO     PIC 9(8)V99 VALUE 0.
           77 ANIO-EJERCICIO  PIC 9(4) VALUE 0.
           77 ANIO-FINAL      PIC 9(4) VALUE 0.
           77 DIAS-ANIO       PIC 9(3) VALUE 365.
           77 DIAS-SERVICIO   PIC 9(3) VALUE 0.
           77 DIA-DEL-ANIO    PIC 9(3) VALUE 0.
           77 MES-IX          PIC 9(2) VALUE 0.
           77 MAX-DIA         PIC 9(2) VALUE 31.
           77 BISIESTO-FLAG   PIC X VALUE "N".
               88 ES-BISIESTO     VALUE "Y".
           77 CUOTA-ANIO-BAJA PIC 9(7)V99 VALUE 0.
           77 DIAS-SERV-ANIO  PIC 9(3) VALUE 0.
           77 DIAS-HASTA-BAJA PIC 9(3) VALUE 0.
           77 DIA-ANIO-BAJA   PIC 9(3) VALUE 0.
           77 DIA-ALTA        PIC 9(3) VALUE 0.

           01 TABLA-ACTIVOS.
               05 ACTIVOS-T OCCURS 100 TIMES.
                   10 TAB-REGISTRO  PIC X(120).
           77 AST-CNT         PIC 9(3) VALUE 0.
           77 I               PIC 9(3) VALUE 0.
           77 POS-HALLADO     PIC 9(3) VALUE 0.
           77 IMAGEN-ANTES    PIC X(40).
           77 IMAGEN-DESPUES  PIC X(40).
           77 COSTO-EDIT      PIC Z,ZZZ,ZZ9.99.
           77 ACUM-EDIT       PIC ZZ,ZZZ,ZZ9.99.
           77 LIBRO-EDIT      PIC ZZ,ZZZ,ZZ9.99.
           77 PRODUCTO-EDIT   PIC Z,ZZZ,ZZ9.99.
           77 RESULTADO-EDIT  PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            END-IF

            PERFORM CARGA-TABLA
            PERFORM CARGA-SUCURSALES

            DISPLAY "MANTENIMIENTO DEL MAESTRO DE ACTIVOS"
            DISPLAY "1-LISTAR ACTIVOS"
            DISPLAY "2-ALTA DE ACTIVO"
            DISPLAY "3-CAMBIO DE DATOS DE UN ACTIVO"
            DISPLAY "4-BAJA DE UN ACTIVO (VENTA O DESECHO)"
            DISPLAY "5-TRASLADO DE SUCURSAL O UBICACION"
            ACCEPT OPCION

            EVALUATE TRUE
                    PERFORM ALTA-ACTIVO
                WHEN OPCION-CAMBIO
                    PERFORM CAMBIO-ACTIVO
                WHEN OPCION-BAJA
                    PERFORM BAJA-ACTIVO
                WHEN OPCION-TRASLADO
                    PERFORM TRASLADO-ACTIVO
                WHEN OTHER
                    PERFORM LISTA-ACTIVOS
            END-EVALUATE
                           "/" AST-ALTA-ANIO
                           " VIDA " AST-VIDA-ANIOS
                           " MET " AST-METODO
                           " CLASE " AST-CLASE
                           " SUC " AST-SUCURSAL
                           " UBIC " AST-UBICACION
                       IF AST-RETIRADO
                           MOVE AST-BAJA-RESULTADO TO RESULTADO-EDIT
                           DISPLAY "           BAJA " AST-BAJA-DIA
                               "/" AST-BAJA-MES "/" AST-BAJA-ANIO
                               " TIPO " AST-BAJA-TIPO
                               " RESULTADO " RESULTADO-EDIT
                       END-IF
                   END-PERFORM
                   DISPLAY AST-CNT " ACTIVOS EN EL MAESTRO"
               END-IF.
               IF ENCONTRADO
                   DISPLAY "ESE ACTIVO YA EXISTE"
               ELSE
                   IF AST-CNT = 100 OR SUC-CNT = 0
                       IF AST-CNT = 100
                           DISPLAY "MAESTRO DE ACTIVOS LLENO"
                       ELSE
                           DISPLAY "NO HAY SUCURSALES, CARGUELAS "
                               "CON SUCUR-MANT"
                       END-IF
                   ELSE
                       PERFORM PIDE-DATOS
                       PERFORM PIDE-UBICACION
                       MOVE CODIGO-ENTRADA TO AST-CODIGO
                       PERFORM CARGA-CAMPOS
                       PERFORM LIMPIA-BAJA
                       MOVE SUCURSAL-ENT TO AST-SUCURSAL
                       MOVE UBICACION-ENT TO AST-UBICACION
                       ADD 1 TO AST-CNT
                       MOVE ACTIVOS-REC TO TAB-REGISTRO(AST-CNT)
                       PERFORM GRABA-TABLA
               ELSE
                   MOVE POS-HALLADO TO I
                   MOVE TAB-REGISTRO(I) TO ACTIVOS-REC
               END-IF
               IF ENCONTRADO AND AST-RETIRADO
                   DISPLAY "EL ACTIVO FUE DADO DE BAJA EL "
                       AST-BAJA-DIA "/" AST-BAJA-MES "/" AST-BAJA-ANIO
                       ", NO SE MODIFICA"
               END-IF
               IF ENCONTRADO AND NOT AST-RETIRADO
                   MOVE AST-COSTO TO COSTO-EDIT
                   DISPLAY "ACTUAL: " AST-DESCRIPCION
                       " COSTO " COSTO-EDIT
                   DISPLAY "METODO O TASA INVALIDOS, REINTENTE"
                   PERFORM PIDE-DATOS
               END-IF
               DISPLAY "CLASE DEL ACTIVO (4, EJ EQUI; BLANCO = "
                   "GRAL): "
               ACCEPT CLASE-ENT
               MOVE FUNCTION UPPER-CASE(CLASE-ENT) TO CLASE-ENT
               IF CLASE-ENT = SPACES
                   MOVE "GRAL" TO CLASE-ENT
               END-IF
               IF COSTO-ENT = 0 OR VIDA-ENT = 0 OR
                   MES-ENT < 1 OR MES-ENT > 12 OR
                   DIA-ENT < 1 OR DIA-ENT > 31
                   PERFORM PIDE-DATOS
               END-IF.

      *PIDE LA SUCURSAL Y LA UBICACION FISICA DEL ACTIVO; LA
      *SUCURSAL DEBE FIGURAR EN SUCURSAL.DAT
           PIDE-UBICACION.
               DISPLAY "SUCURSAL (3): "
               ACCEPT SUCURSAL-ENT
               MOVE FUNCTION UPPER-CASE(SUCURSAL-ENT) TO SUCURSAL-ENT
               DISPLAY "UBICACION DENTRO DE LA SUCURSAL (10): "
               ACCEPT UBICACION-ENT
               MOVE FUNCTION UPPER-CASE(UBICACION-ENT)
                   TO UBICACION-ENT
               PERFORM BUSCA-SUCURSAL
               IF NOT SUCURSAL-OK OR UBICACION-ENT = SPACES
                   DISPLAY "SUCURSAL INEXISTENTE O UBICACION EN "
                       "BLANCO, REINTENTE"
                   PERFORM PIDE-UBICACION
               END-IF.

      *TRASLADA UN ACTIVO EN SERVICIO A OTRA SUCURSAL O UBICACION,
      *CON SU AUDITORIA, PARA QUE EL PROXIMO CONTEO PARTA DE DONDE
      *ESTA EL ACTIVO
           TRASLADO-ACTIVO.
               PERFORM PIDE-CODIGO
               PERFORM BUSCA-ACTIVO
               IF NOT ENCONTRADO
                   DISPLAY "ESE ACTIVO NO EXISTE"
               ELSE
                   MOVE POS-HALLADO TO I
                   MOVE TAB-REGISTRO(I) TO ACTIVOS-REC
               END-IF
               IF ENCONTRADO AND AST-RETIRADO
                   DISPLAY "EL ACTIVO FUE DADO DE BAJA EL "
                       AST-BAJA-DIA "/" AST-BAJA-MES "/" AST-BAJA-ANIO
                       ", NO SE TRASLADA"
               END-IF
               IF ENCONTRADO AND NOT AST-RETIRADO
                   IF SUC-CNT = 0
                       DISPLAY "NO HAY SUCURSALES, CARGUELAS "
                           "CON SUCUR-MANT"
                   ELSE
                       DISPLAY "ACTUAL: " AST-DESCRIPCION
                           " SUCURSAL " AST-SUCURSAL
                           " UBICACION " AST-UBICACION
                       PERFORM PIDE-UBICACION
                       IF SUCURSAL-ENT = AST-SUCURSAL AND
                           UBICACION-ENT = AST-UBICACION
                           DISPLAY "MISMA UBICACION, SIN CAMBIOS"
                       ELSE
                           MOVE SPACES TO IMAGEN-ANTES
                           STRING AST-CODIGO " UBIC " AST-SUCURSAL
                               " " AST-UBICACION
                               DELIMITED BY SIZE INTO IMAGEN-ANTES
                           MOVE SUCURSAL-ENT TO AST-SUCURSAL
                           MOVE UBICACION-ENT TO AST-UBICACION
                           MOVE ACTIVOS-REC TO TAB-REGISTRO(I)
                           PERFORM GRABA-TABLA
                           MOVE SPACES TO IMAGEN-DESPUES
                           STRING AST-CODIGO " UBIC " AST-SUCURSAL
                               " " AST-UBICACION
                               DELIMITED BY SIZE INTO IMAGEN-DESPUES
                           PERFORM GRABA-REFAUD
                           DISPLAY "ACTIVO TRASLADADO"
                       END-IF
                   END-IF
               END-IF.

      *PASA LOS DATOS PEDIDOS AL REGISTRO DE TRABAJO
           CARGA-CAMPOS.
               MOVE DESCRIP-ENT TO AST-DESCRIPCION
               MOVE ANIO-ENT TO AST-ALTA-ANIO
               MOVE VIDA-ENT TO AST-VIDA-ANIOS
               MOVE METODO-ENT TO AST-METODO
               MOVE TASA-ENT TO AST-TASA-DB
               MOVE CLASE-ENT TO AST-CLASE.

      *DEJA EL ACTIVO NUEVO EN SERVICIO, SIN DATOS DE BAJA
           LIMPIA-BAJA.
               MOVE "A" TO AST-ESTADO
               MOVE 0 TO AST-BAJA-FECHA
               MOVE SPACE TO AST-BAJA-TIPO
               MOVE 0 TO AST-BAJA-PRODUCTO
               MOVE 0 TO AST-BAJA-ACUMULADO
               MOVE 0 TO AST-BAJA-RESULTADO.

      *DA DE BAJA UN ACTIVO VENDIDO O DESECHADO: DEPRECIACION HASTA
      *LA FECHA DE BAJA, VALOR DE LIBRO Y RESULTADO. EL ACTIVO QUEDA
      *EN EL MAESTRO MARCADO COMO RETIRADO, CON SU HISTORIA
           BAJA-ACTIVO.
               PERFORM PIDE-CODIGO
               PERFORM BUSCA-ACTIVO
               IF NOT ENCONTRADO
                   DISPLAY "ESE ACTIVO NO EXISTE"
               ELSE
                   MOVE POS-HALLADO TO I
                   MOVE TAB-REGISTRO(I) TO ACTIVOS-REC
               END-IF
               IF ENCONTRADO AND AST-RETIRADO
                   DISPLAY "EL ACTIVO YA FUE DADO DE BAJA EL "
                       AST-BAJA-DIA "/" AST-BAJA-MES "/" AST-BAJA-ANIO
               END-IF
               IF ENCONTRADO AND NOT AST-RETIRADO
                   MOVE AST-COSTO TO COSTO-EDIT
                   DISPLAY "ACTIVO: " AST-DESCRIPCION
                       " COSTO " COSTO-EDIT
                       " ALTA " AST-ALTA-DIA "/" AST-ALTA-MES
                       "/" AST-ALTA-ANIO
                   PERFORM PIDE-DATOS-BAJA
                   IF BAJA-OK
                       PERFORM CALCULA-ACUM-BAJA
                       PERFORM MUESTRA-BAJA
                       DISPLAY "CONFIRMA LA BAJA (S/N): "
                       ACCEPT CONFIRMA
                       IF CONFIRMA = "S" OR CONFIRMA = "s"
                           PERFORM REGISTRA-BAJA
                       ELSE
                           DISPLAY "BAJA CANCELADA, SIN CAMBIOS"
                       END-IF
                   END-IF
               END-IF.

      *PIDE FECHA, TIPO Y PRODUCIDO DE LA BAJA Y LOS VALIDA: LA
      *FECHA NO PUEDE SER ANTERIOR A LA PUESTA EN SERVICIO NI
      *POSTERIOR A HOY
           PIDE-DATOS-BAJA.
               MOVE "Y" TO BAJA-OK-SW
               DISPLAY "FECHA DE BAJA - DIA: "
               ACCEPT DIA-BAJA
               DISPLAY "MES: "
               ACCEPT MES-BAJA
               DISPLAY "ANIO: "
               ACCEPT ANIO-BAJA
               DISPLAY "TIPO DE BAJA - VENTA (V) O DESECHO (D): "
               ACCEPT TIPO-BAJA-ENT
               MOVE FUNCTION UPPER-CASE(TIPO-BAJA-ENT)
                   TO TIPO-BAJA-ENT
               DISPLAY "PRODUCIDO DE LA BAJA (0 SI NO HUBO): "
               ACCEPT PRODUCTO-ENT
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD
               COMPUTE FECHA-ALTA = AST-ALTA-ANIO * 10000 +
                   AST-ALTA-MES * 100 + AST-ALTA-DIA
               MOVE 31 TO MAX-DIA
               IF MES-BAJA >= 1 AND MES-BAJA <= 12
                   CALL "BISLEAP" USING ANIO-BAJA BISIESTO-FLAG
                   MOVE MES-BAJA TO MES-IX
                   PERFORM CALCULA-MAX-DIA-MES
               END-IF
               IF MES-BAJA < 1 OR MES-BAJA > 12 OR
                   DIA-BAJA < 1 OR DIA-BAJA > MAX-DIA
                   DISPLAY "FECHA DE BAJA INVALIDA, SIN CAMBIOS"
                   MOVE "N" TO BAJA-OK-SW
               END-IF
               IF BAJA-OK AND FECHA-BAJA-ENT < FECHA-ALTA
                   DISPLAY "LA BAJA NO PUEDE SER ANTERIOR A LA "
                       "PUESTA EN SERVICIO, SIN CAMBIOS"
                   MOVE "N" TO BAJA-OK-SW
               END-IF
               IF BAJA-OK AND FECHA-BAJA-ENT > FECHA-HOY
                   DISPLAY "LA BAJA NO PUEDE SER POSTERIOR A HOY, "
                       "SIN CAMBIOS"
                   MOVE "N" TO BAJA-OK-SW
               END-IF
               IF BAJA-OK AND NOT TIPO-BAJA-VALIDO
                   DISPLAY "TIPO DE BAJA INVALIDO, SIN CAMBIOS"
                   MOVE "N" TO BAJA-OK-SW
               END-IF.

      *ACUMULADO DEL CRONOGRAMA A LA FECHA DE BAJA: LOS EJERCICIOS
      *ANTERIORES COMPLETOS Y LA CUOTA DEL EJERCICIO DE LA BAJA EN
      *PROPORCION A LOS DIAS EN SERVICIO HASTA ESE DIA INCLUSIVE.
      *DE AHI EL VALOR DE LIBRO Y EL RESULTADO DE LA BAJA
           CALCULA-ACUM-BAJA.
               COMPUTE CUOTA-ANUAL ROUNDED =
                   AST-COSTO / AST-VIDA-ANIOS
               MOVE 0 TO ACUMULADO
               MOVE AST-COSTO TO VALOR-LIBRO
               COMPUTE ANIO-FINAL = AST-ALTA-ANIO + AST-VIDA-ANIOS
               MOVE 0 TO CUOTA-ANIO-BAJA
               PERFORM VARYING ANIO-EJERCICIO FROM AST-ALTA-ANIO
                       BY 1 UNTIL ANIO-EJERCICIO > ANIO-FINAL
                           OR ANIO-EJERCICIO > ANIO-BAJA
                           OR VALOR-LIBRO = 0
                   PERFORM CALCULA-CUOTA-EJERCICIO
                   IF ANIO-EJERCICIO < ANIO-BAJA
                       ADD CUOTA-EJERCICIO TO ACUMULADO
                       SUBTRACT CUOTA-EJERCICIO FROM VALOR-LIBRO
                   ELSE
                       MOVE CUOTA-EJERCICIO TO CUOTA-ANIO-BAJA
                   END-IF
               END-PERFORM
               MOVE ACUMULADO TO ACUM-BAJA
               IF CUOTA-ANIO-BAJA > 0
                   PERFORM CALCULA-DIAS-BAJA
                   COMPUTE ACUM-BAJA ROUNDED = ACUMULADO +
                       CUOTA-ANIO-BAJA * DIAS-HASTA-BAJA
                       / DIAS-SERV-ANIO
               END-IF
               IF ACUM-BAJA > AST-COSTO
                   MOVE AST-COSTO TO ACUM-BAJA
               END-IF
               COMPUTE LIBRO-BAJA = AST-COSTO - ACUM-BAJA
               COMPUTE RESULTADO-BAJA = PRODUCTO-ENT - LIBRO-BAJA.

      *DIAS EN SERVICIO DEL EJERCICIO DE LA BAJA, EN TOTAL Y HASTA
      *LA FECHA DE BAJA: DESDE LA FECHA DE ALTA SI ES EL MISMO
      *ANIO, DESDE EL 1/1 SI NO
           CALCULA-DIAS-BAJA.
               CALL "BISLEAP" USING ANIO-BAJA BISIESTO-FLAG
               IF ES-BISIESTO
                   MOVE 366 TO DIAS-SERV-ANIO
               ELSE
                   MOVE 365 TO DIAS-SERV-ANIO
               END-IF
               MOVE 0 TO DIA-ANIO-BAJA
               PERFORM VARYING MES-IX FROM 1 BY 1
                       UNTIL MES-IX >= MES-BAJA
                   PERFORM CALCULA-MAX-DIA-MES
                   ADD MAX-DIA TO DIA-ANIO-BAJA
               END-PERFORM
               ADD DIA-BAJA TO DIA-ANIO-BAJA
               MOVE DIA-ANIO-BAJA TO DIAS-HASTA-BAJA
               IF AST-ALTA-ANIO = ANIO-BAJA
                   MOVE 0 TO DIA-ALTA
                   PERFORM VARYING MES-IX FROM 1 BY 1
                           UNTIL MES-IX >= AST-ALTA-MES
                       PERFORM CALCULA-MAX-DIA-MES
                       ADD MAX-DIA TO DIA-ALTA
                   END-PERFORM
                   ADD AST-ALTA-DIA TO DIA-ALTA
                   COMPUTE DIAS-SERV-ANIO =
                       DIAS-SERV-ANIO - DIA-ALTA + 1
                   COMPUTE DIAS-HASTA-BAJA =
                       DIA-ANIO-BAJA - DIA-ALTA + 1
               END-IF.

      *DETERMINA LA CUOTA DEL EJERCICIO EN CURSO: FRACCION DE DIAS
      *EL PRIMER ANIO, CUOTA PLENA LOS INTERMEDIOS, SALDO EXACTO
      *EL ULTIMO
           CALCULA-CUOTA-EJERCICIO.
               IF AST-SALDO-DECREC AND AST-TASA-DB > 0
                   PERFORM CALCULA-CUOTA-DB
               ELSE
                   MOVE CUOTA-ANUAL TO CUOTA-DB
               END-IF
               EVALUATE TRUE
                   WHEN ANIO-EJERCICIO = AST-ALTA-ANIO
                       PERFORM CALCULA-DIAS-SERVICIO
                       COMPUTE CUOTA-EJERCICIO ROUNDED =
                           CUOTA-DB * DIAS-SERVICIO / DIAS-ANIO
                   WHEN ANIO-EJERCICIO = ANIO-FINAL
                       MOVE VALOR-LIBRO TO CUOTA-EJERCICIO
                   WHEN OTHER
                       MOVE CUOTA-DB TO CUOTA-EJERCICIO
               END-EVALUATE
               IF CUOTA-EJERCICIO > VALOR-LIBRO
                   MOVE VALOR-LIBRO TO CUOTA-EJERCICIO
               END-IF.

      *CUOTA DEL SALDO DECRECIENTE: LA TASA SOBRE EL VALOR DE
      *LIBRO, PERO NUNCA MENOS QUE LA LINEA RECTA SOBRE LA VIDA
      *RESTANTE - EL CAMBIO DE METODO ESTANDAR
           CALCULA-CUOTA-DB.
               COMPUTE CUOTA-DB ROUNDED =
                   VALOR-LIBRO * AST-TASA-DB / 100
               COMPUTE ANIOS-RESTANTES =
                   ANIO-FINAL - ANIO-EJERCICIO
               IF ANIOS-RESTANTES > 0
                   COMPUTE CUOTA-SL-RESTO ROUNDED =
                       VALOR-LIBRO / ANIOS-RESTANTES
                   IF CUOTA-SL-RESTO > CUOTA-DB
                       MOVE CUOTA-SL-RESTO TO CUOTA-DB
                   END-IF
               END-IF.

      *CUENTA LOS DIAS EN SERVICIO DEL PRIMER ANIO (DESDE LA FECHA
      *DE ALTA HASTA EL 31/12 INCLUSIVE) Y LOS DIAS DEL ANIO
           CALCULA-DIAS-SERVICIO.
               CALL "BISLEAP" USING AST-ALTA-ANIO BISIESTO-FLAG
               IF ES-BISIESTO
                   MOVE 366 TO DIAS-ANIO
               ELSE
                   MOVE 365 TO DIAS-ANIO
               END-IF
               MOVE 0 TO DIA-DEL-ANIO
               PERFORM VARYING MES-IX FROM 1 BY 1
                       UNTIL MES-IX >= AST-ALTA-MES
                   PERFORM CALCULA-MAX-DIA-MES
                   ADD MAX-DIA TO DIA-DEL-ANIO
               END-PERFORM
               ADD AST-ALTA-DIA TO DIA-DEL-ANIO
               COMPUTE DIAS-SERVICIO = DIAS-ANIO - DIA-DEL-ANIO + 1.

      *DETERMINA EL MAXIMO DIA DEL MES MES-IX SEGUN EL BISIESTO
      *VIGENTE EN BISIESTO-FLAG
           CALCULA-MAX-DIA-MES.
               EVALUATE MES-IX
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       MOVE 30 TO MAX-DIA
                   WHEN 02
                       IF ES-BISIESTO
                           MOVE 29 TO MAX-DIA
                       ELSE
                           MOVE 28 TO MAX-DIA
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO MAX-DIA
               END-EVALUATE.

      *MUESTRA LAS CIFRAS DE LA BAJA ANTES DE CONFIRMARLA
           MUESTRA-BAJA.
               MOVE AST-COSTO TO COSTO-EDIT
               MOVE ACUM-BAJA TO ACUM-EDIT
               MOVE LIBRO-BAJA TO LIBRO-EDIT
               MOVE PRODUCTO-ENT TO PRODUCTO-EDIT
               MOVE RESULTADO-BAJA TO RESULTADO-EDIT
               DISPLAY "COSTO                  " COSTO-EDIT
               DISPLAY "DEPRECIACION ACUMULADA " ACUM-EDIT
               DISPLAY "VALOR DE LIBRO         " LIBRO-EDIT
               DISPLAY "PRODUCIDO              " PRODUCTO-EDIT
               IF RESULTADO-BAJA < 0
                   DISPLAY "PERDIDA EN LA BAJA    " RESULTADO-EDIT
               ELSE
                   DISPLAY "GANANCIA EN LA BAJA   " RESULTADO-EDIT
               END-IF.

      *MARCA EL ACTIVO COMO RETIRADO CON LOS DATOS DE LA BAJA, LO
      *GRABA Y DEJA LA AUDITORIA
           REGISTRA-BAJA.
               MOVE SPACES TO IMAGEN-ANTES
               MOVE ACTIVOS-REC(1:40) TO IMAGEN-ANTES
               MOVE "R" TO AST-ESTADO
               MOVE FECHA-BAJA-ENT TO AST-BAJA-FECHA
               MOVE TIPO-BAJA-ENT TO AST-BAJA-TIPO
               MOVE PRODUCTO-ENT TO AST-BAJA-PRODUCTO
               MOVE ACUM-BAJA TO AST-BAJA-ACUMULADO
               MOVE RESULTADO-BAJA TO AST-BAJA-RESULTADO
               MOVE ACTIVOS-REC TO TAB-REGISTRO(I)
               PERFORM GRABA-TABLA
               MOVE SPACES TO IMAGEN-DESPUES
               STRING AST-CODIGO " BAJA " AST-BAJA-TIPO " "
                   AST-BAJA-FECHA " " AST-BAJA-PRODUCTO
                   DELIMITED BY SIZE INTO IMAGEN-DESPUES
               PERFORM GRABA-REFAUD
               DISPLAY "ACTIVO DADO DE BAJA, EL POSTEO MENSUAL "
                   "LLEVA LA BAJA AL MAYOR".

      *DEJA EN POS-HALLADO LA POSICION DEL CODIGO EN LA TABLA
           BUSCA-ACTIVO.
                   END-IF
               END-PERFORM.

      *CARGA LOS CODIGOS DE SUCURSAL VALIDOS
           CARGA-SUCURSALES.
               MOVE 0 TO SUC-CNT
               OPEN INPUT SUCURSAL-FILE
               IF SUCURSAL-NEW-FILE
                   CLOSE SUCURSAL-FILE
               ELSE
                   PERFORM UNTIL SUCURSAL-EOF OR SUC-CNT = 100
                       READ SUCURSAL-FILE
                           AT END
                               SET SUCURSAL-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO SUC-CNT
                               MOVE SUC-CODIGO TO
                                   TAB-SUC-CODIGO(SUC-CNT)
                       END-READ
                   END-PERFORM
                   CLOSE SUCURSAL-FILE
               END-IF.

      *BUSCA SUCURSAL-ENT EN LA TABLA DE SUCURSALES
           BUSCA-SUCURSAL.
               MOVE "N" TO SUCURSAL-OK-SW
               MOVE 0 TO SX
               PERFORM UNTIL SUCURSAL-OK OR SX >= SUC-CNT
                   ADD 1 TO SX
                   IF TAB-SUC-CODIGO(SX) = SUCURSAL-ENT
                       SET SUCURSAL-OK TO TRUE
                   END-IF
               END-PERFORM.

      *VALIDA OPERADOR Y CLAVE A TRAVES DEL SUBPROGRAMA COMPARTIDO
      *SIGNON, QUE LLEVA LA CUENTA DE FALLAS Y LOS BLOQUEOS
           VALIDA-SIGNON.
