      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable segregation-of-duties check, in the style of
      *          PARMGET. Pass an operator, the OPERAUTH.DAT program
      *          about to be granted and the date to judge exceptions
      *          by; get back Y when a SEPFUN.DAT rule pairs that
      *          program with one the operator already holds and no
      *          SEPEXC.DAT exception for the operator and the pair
      *          is still valid on that date, with the program it
      *          clashes with. Used by OPER-MANT before filing a grant
      *          and by APRUEBA before applying one. Without rules
      *          nothing conflicts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-FILE ASSIGN TO "SEPFUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGLAS-STATUS.

           SELECT AUTORIZA-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTORIZA-STATUS.

           SELECT EXCEPCION-FILE ASSIGN TO "SEPEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPCION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGLAS-REC.
           COPY SEPFUN.

       FD  AUTORIZA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTORIZA-REC.
           COPY OPERAUT.

       FD  EXCEPCION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPCION-REC.
           COPY SEPEXC.

       WORKING-STORAGE SECTION.
           77 REGLAS-STATUS     PIC X(2) VALUE "00".
               88 REGLAS-NEW-FILE   VALUE "35".
           77 REGLAS-EOF-SW     PIC X VALUE "N".
               88 REGLAS-EOF        VALUE "Y".
           77 AUTORIZA-STATUS   PIC X(2) VALUE "00".
               88 AUTORIZA-NEW-FILE VALUE "35".
           77 AUTORIZA-EOF-SW   PIC X VALUE "N".
               88 AUTORIZA-EOF      VALUE "Y".
           77 EXCEPCION-STATUS  PIC X(2) VALUE "00".
               88 EXCEPCION-NEW-FILE VALUE "35".
           77 EXCEPCION-EOF-SW  PIC X VALUE "N".
               88 EXCEPCION-EOF     VALUE "Y".

      *PROGRAMAS QUE CHOCAN CON EL PEDIDO SEGUN LAS REGLAS
           01 TABLA-CHOQUES.
               05 CHOQUES OCCURS 100 TIMES.
                   10 TCH-PROGRAMA      PIC X(12).
                   10 TCH-CUBIERTO      PIC X.
           77 CHO-CNT           PIC 9(3) VALUE 0.
           77 C                 PIC 9(3) VALUE 0.
           77 OTRO-PROGRAMA     PIC X(12).

       LINKAGE SECTION.
           77 OPER-SEP          PIC X(8).
           77 PROGRAMA-SEP      PIC X(12).
           77 FECHA-SEP         PIC 9(8).
           77 CONFLICTO-SEP     PIC X.
               88 SEP-CONFLICTO     VALUE "Y".
           77 CHOQUE-SEP        PIC X(12).

       PROCEDURE DIVISION USING OPER-SEP PROGRAMA-SEP FECHA-SEP
           CONFLICTO-SEP CHOQUE-SEP.
       MAIN-PROCEDURE.
            MOVE "N" TO CONFLICTO-SEP
            MOVE SPACES TO CHOQUE-SEP
            MOVE 0 TO CHO-CNT

            PERFORM CARGA-CHOQUES
            IF CHO-CNT > 0
                PERFORM MARCA-EXCEPCIONES
                PERFORM BUSCA-TENENCIA
            END-IF
            GOBACK.

      *JUNTA LOS PROGRAMAS QUE ALGUNA REGLA APAREA CON EL PEDIDO,
      *EN CUALQUIER ORDEN DEL PAR
           CARGA-CHOQUES.
               MOVE "N" TO REGLAS-EOF-SW
               OPEN INPUT REGLAS-FILE
               IF REGLAS-NEW-FILE
                   CLOSE REGLAS-FILE
               ELSE
                   PERFORM UNTIL REGLAS-EOF
                       READ REGLAS-FILE
                           AT END
                               SET REGLAS-EOF TO TRUE
                           NOT AT END
                               MOVE SPACES TO OTRO-PROGRAMA
                               IF SEP-PROGRAMA-1 = PROGRAMA-SEP
                                   MOVE SEP-PROGRAMA-2 TO
                                       OTRO-PROGRAMA
                               END-IF
                               IF SEP-PROGRAMA-2 = PROGRAMA-SEP
                                   MOVE SEP-PROGRAMA-1 TO
                                       OTRO-PROGRAMA
                               END-IF
                               IF OTRO-PROGRAMA NOT = SPACES AND
                                   CHO-CNT < 100
                                   ADD 1 TO CHO-CNT
                                   MOVE OTRO-PROGRAMA TO
                                       TCH-PROGRAMA(CHO-CNT)
                                   MOVE "N" TO TCH-CUBIERTO(CHO-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGLAS-FILE
               END-IF.

      *MARCA COMO CUBIERTOS LOS CHOQUES CON UNA EXCEPCION DEL
      *OPERADOR QUE SIGUE VIGENTE A LA FECHA PEDIDA
           MARCA-EXCEPCIONES.
               MOVE "N" TO EXCEPCION-EOF-SW
               OPEN INPUT EXCEPCION-FILE
               IF EXCEPCION-NEW-FILE
                   CLOSE EXCEPCION-FILE
               ELSE
                   PERFORM UNTIL EXCEPCION-EOF
                       READ EXCEPCION-FILE
                           AT END
                               SET EXCEPCION-EOF TO TRUE
                           NOT AT END
                               IF SEX-OPER-ID = OPER-SEP AND
                                   SEX-VENCE NOT < FECHA-SEP
                                   PERFORM CUBRE-CHOQUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPCION-FILE
               END-IF.

      *UNA EXCEPCION CUBRE EL CHOQUE CUYO PAR NOMBRA, EN CUALQUIER
      *ORDEN
           CUBRE-CHOQUE.
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > CHO-CNT
                   IF (SEX-PROGRAMA-1 = PROGRAMA-SEP AND
                       SEX-PROGRAMA-2 = TCH-PROGRAMA(C)) OR
                      (SEX-PROGRAMA-2 = PROGRAMA-SEP AND
                       SEX-PROGRAMA-1 = TCH-PROGRAMA(C))
                       MOVE "Y" TO TCH-CUBIERTO(C)
                   END-IF
               END-PERFORM.

      *BUSCA EN LA MATRIZ SI EL OPERADOR YA TIENE ALGUNO DE LOS
      *PROGRAMAS QUE CHOCAN SIN EXCEPCION
           BUSCA-TENENCIA.
               MOVE "N" TO AUTORIZA-EOF-SW
               OPEN INPUT AUTORIZA-FILE
               IF AUTORIZA-NEW-FILE
                   CLOSE AUTORIZA-FILE
               ELSE
                   PERFORM UNTIL AUTORIZA-EOF OR SEP-CONFLICTO
                       READ AUTORIZA-FILE
                           AT END
                               SET AUTORIZA-EOF TO TRUE
                           NOT AT END
                               IF AUT-OPER-ID = OPER-SEP
                                   PERFORM CONTRASTA-CHOQUES
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUTORIZA-FILE
               END-IF.

      *EL PROGRAMA LEIDO DEL OPERADOR CHOCA CON EL PEDIDO SI UNA
      *REGLA LOS APAREA Y NINGUNA EXCEPCION VIGENTE LO CUBRE
           CONTRASTA-CHOQUES.
               PERFORM VARYING C FROM 1 BY 1
                       UNTIL C > CHO-CNT OR SEP-CONFLICTO
                   IF TCH-PROGRAMA(C) = AUT-PROGRAMA AND
                       TCH-CUBIERTO(C) = "N"
                       MOVE "Y" TO CONFLICTO-SEP
                       MOVE AUT-PROGRAMA TO CHOQUE-SEP
                   END-IF
               END-PERFORM.

       END PROGRAM SEPCHK.
