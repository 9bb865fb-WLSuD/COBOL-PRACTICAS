      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable lookup of the business processing date, in
      *          the style of PARMGET. Returns the date held on the
      *          FECHAPRO.DAT control record that NOCTURNO advances at
      *          the end of each successful chain, so a chain running
      *          past midnight or rerun the next morning still stamps
      *          and selects by the business day it is processing.
      *          Without the control record it returns today's date,
      *          as the batch programs always took it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAPRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC.
           COPY FECPRO.

       WORKING-STORAGE SECTION.
           77 CONTROL-STATUS PIC X(2) VALUE "00".
               88 CONTROL-NEW-FILE VALUE "35".

       LINKAGE SECTION.
           77 FECHA-PROCESO-PARM PIC 9(8).

       PROCEDURE DIVISION USING FECHA-PROCESO-PARM.
       MAIN-PROCEDURE.
            ACCEPT FECHA-PROCESO-PARM FROM DATE YYYYMMDD
            OPEN INPUT CONTROL-FILE
            IF CONTROL-NEW-FILE
                CLOSE CONTROL-FILE
            ELSE
                READ CONTROL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF FPR-FECHA-PROCESO IS NUMERIC AND
                            FPR-FECHA-PROCESO > 0
                            MOVE FPR-FECHA-PROCESO TO
                                FECHA-PROCESO-PARM
                        END-IF
                END-READ
                CLOSE CONTROL-FILE
            END-IF
            GOBACK.

       END PROGRAM FECHAPRO.
