       IDENTIFICATION DIVISION.
       PROGRAM-ID. N43CART.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPXFILE ASSIGN TO EMPXFILED
                          FILE STATUS WS-EMPXFILE-STATUS.
           SELECT OLDEXTR  ASSIGN TO OLDEXTRD
                          FILE STATUS WS-OLDEXTR-STATUS.
           SELECT DMSTFILE ASSIGN TO DMSTFILED
                          ORGANIZATION INDEXED
                          ACCESS RANDOM
                          RECORD KEY MST-DEPTNO
                          FILE STATUS WS-DMSTFILE-STATUS.
           SELECT CARTFILE ASSIGN TO CARTFILED
                          FILE STATUS WS-CARTFILE-STATUS.
           SELECT CCTFILE  ASSIGN TO CCTFILED
                          FILE STATUS WS-CCTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Employee master extract written nightly by NDB2845 in the
      * published EMPREC layout - the year-end generation the
      * statements are printed from.
       FD EMPXFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-EMPXFILE.
           COPY EMPREC.

      * Prior-year generation of the same extract, EMPREC layout,
      * for the change figures. Optional: with no file every
      * statement shows no prior year.
       FD OLDEXTR
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-OLDEXTR.
           05  OLD-EMPNO         PIC X(06).
           05  OLD-FIRSTNME      PIC X(12).
           05  OLD-LASTNAME      PIC X(15).
           05  OLD-WORKDEPT      PIC X(03).
           05  OLD-JOB           PIC X(08).
           05  OLD-SALARY        PIC 9(07)V99.
           05  OLD-BONUS         PIC 9(07)V99.
           05  FILLER            PIC X(18).

      * Keyed department master organized on DEPTNO, rebuilt by
      * N00BASE on a full load and maintained by N01DMNT.
       FD DMSTFILE
            RECORD CONTAINS 90 CHARACTERS.
       01 REG-DMSTFILE.
           05  MST-DEPTNO        PIC X(03).
           05  MST-DEPTNAME      PIC X(36).
           05  MST-MGRNO         PIC X(06).
           05  MST-ADMRDEPT      PIC X(03).
           05  MST-LOCATION      PIC X(16).
           05  FILLER            PIC X(26).

      * The statements: a separator page per WORKDEPT, then one page
      * per employee of that department.
       FD CARTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-CARTFILE PIC X(132).

       FD CCTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-CCTFILE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EMPXFILE-STATUS PIC XX.
       01 WS-OLDEXTR-STATUS PIC XX.
       01 WS-DMSTFILE-STATUS PIC XX.
       01 WS-CARTFILE-STATUS PIC XX.
       01 WS-CCTFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".
           05 FS-NO-HAY PIC XX VALUE "23".

       01 WS-CONT-IMPRESOS   PIC 9(6) VALUE 0.
       01 WS-CONT-OMITIDOS   PIC 9(6) VALUE 0.
       01 WS-CONT-SIN-PREVIO PIC 9(6) VALUE 0.
       01 WS-CONT-DEPTOS     PIC 9(6) VALUE 0.
       01 WS-CONT-DESCUADRES PIC 9(6) VALUE 0.

      * The extract's 'T' trailer carries its record count; the
      * control report proves the employees loaded against it.
       01 WS-EMP-TRL-COUNT   PIC 9(8) VALUE 0.
       01 WS-TRL-COUNT-X     PIC X(8).
       01 WS-TRL-COUNT-N REDEFINES WS-TRL-COUNT-X
                             PIC 9(8).
       01 WS-TRL-VISTO       PIC X VALUE 'N'.
           88 EMP-TRL-VISTO  VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

      * Statement page. The amount columns are alphanumeric so a
      * missing prior year or an incomputable percent prints as
      * text; the figures go through the edited fields below.
       01 WS-CAR-TITLE.
           10 CTT-LIT              PIC X(40)
               VALUE 'TOTAL COMPENSATION STATEMENT'.
           10 CTT-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 CTT-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-CAR-DATO.
           10 CDT-LIT              PIC X(14).
           10 CDT-VALOR            PIC X(60).
           10 FILLER               PIC X(58) VALUE SPACES.
       01 WS-CAR-HEADER.
           10 CHD-CONCEPTO         PIC X(14) VALUE SPACES.
           10 CHD-PIPE1            PIC X(1)  VALUE '|'.
           10 CHD-ACTUAL           PIC X(14) VALUE 'THIS YEAR'.
           10 CHD-PIPE2            PIC X(1)  VALUE '|'.
           10 CHD-PREVIO           PIC X(14) VALUE 'PRIOR YEAR'.
           10 CHD-PIPE3            PIC X(1)  VALUE '|'.
           10 CHD-CAMBIO           PIC X(14) VALUE 'CHANGE'.
           10 CHD-PIPE4            PIC X(1)  VALUE '|'.
           10 CHD-PCT              PIC X(9)  VALUE 'CHANGE %'.
           10 FILLER               PIC X(63) VALUE SPACES.
       01 WS-CAR-LINE.
           10 CRL-CONCEPTO         PIC X(14).
           10 CRL-PIPE1            PIC X(1)  VALUE '|'.
           10 CRL-ACTUAL           PIC X(14).
           10 CRL-PIPE2            PIC X(1)  VALUE '|'.
           10 CRL-PREVIO           PIC X(14).
           10 CRL-PIPE3            PIC X(1)  VALUE '|'.
           10 CRL-CAMBIO           PIC X(14).
           10 CRL-PIPE4            PIC X(1)  VALUE '|'.
           10 CRL-PCT              PIC X(9).
           10 FILLER               PIC X(63) VALUE SPACES.
       01 WS-CAR-NOTA.
           10 CNT-LIT              PIC X(60).
           10 FILLER               PIC X(72) VALUE SPACES.
       01 WS-BLANCO                PIC X(132) VALUE SPACES.

      * Department separator page, so the stack can be split and
      * handed to each manager.
       01 WS-SEP-TITLE.
           10 SPT-LIT              PIC X(40)
               VALUE 'COMPENSATION STATEMENTS FOR DEPARTMENT'.
           10 SPT-DEPTNO           PIC X(3).
           10 FILLER               PIC X(89) VALUE SPACES.

       01 WS-MONTO-RF              PIC $$$.$$$.$$9,99.
       01 WS-CAMBIO-RF             PIC ---.---.--9,99.
       01 WS-PCT-RF                PIC -----9,99.
       01 WS-CONT-RF               PIC ZZZZZ9.
       01 WS-TRL-RF                PIC ZZZZZZZ9.

      * Control report: statements printed per department against
      * the extract's own headcount, with the employees that got no
      * statement listed first.
       01 WS-CCT-TITLE.
           10 CCL-LIT              PIC X(40)
               VALUE 'COMPENSATION STATEMENTS CONTROL'.
           10 CCL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 CCL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-OMI-LINE.
           10 OML-EMPNO            PIC X(6).
           10 OML-PIPE1            PIC X(1)  VALUE '|'.
           10 OML-WORKDEPT         PIC X(3).
           10 OML-PIPE2            PIC X(1)  VALUE '|'.
           10 OML-MOTIVO           PIC X(50).
           10 FILLER               PIC X(71) VALUE SPACES.
       01 WS-CCT-HEADER.
           10 CCH-DEPTNO           PIC X(3)  VALUE 'DNO'.
           10 CCH-PIPE1            PIC X(1)  VALUE '|'.
           10 CCH-DEPTNAME         PIC X(36) VALUE 'DEPTNAME'.
           10 CCH-PIPE2            PIC X(1)  VALUE '|'.
           10 CCH-HC               PIC X(10) VALUE 'EXTRACT HC'.
           10 CCH-PIPE3            PIC X(1)  VALUE '|'.
           10 CCH-IMPRESOS         PIC X(10) VALUE 'PRINTED'.
           10 CCH-PIPE4            PIC X(1)  VALUE '|'.
           10 CCH-NOTA             PIC X(20) VALUE SPACES.
           10 FILLER               PIC X(49) VALUE SPACES.
       01 WS-CCT-LINE.
           10 CCD-DEPTNO           PIC X(3).
           10 CCD-PIPE1            PIC X(1)  VALUE '|'.
           10 CCD-DEPTNAME         PIC X(36).
           10 CCD-PIPE2            PIC X(1)  VALUE '|'.
           10 CCD-HC               PIC ZZZZZZZZZ9.
           10 CCD-PIPE3            PIC X(1)  VALUE '|'.
           10 CCD-IMPRESOS         PIC ZZZZZZZZZ9.
           10 CCD-PIPE4            PIC X(1)  VALUE '|'.
           10 CCD-NOTA             PIC X(20).
           10 FILLER               PIC X(49) VALUE SPACES.
       01 WS-CCT-FOOTER.
           10 CFT-CONT             PIC ZZZZZ9.
           10 CFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * Current extract, in EMPNO order as NDB2845 unloads it; the
      * order is checked on load so 3500-BUSCA-EMP can bisect it for
      * each department's MGRNO.
       01 WS-EMP-MAX                PIC 9(5) VALUE 50000.
       01 WS-EMP-COUNT              PIC 9(5) VALUE 0.
       01 WS-EMP-PREV               PIC X(6) VALUE LOW-VALUES.
       01 WS-EMP-TABLE.
           05 EMP-ENTRY OCCURS 50000 TIMES
                        INDEXED BY EMP-IDX.
               10 EMP-E-EMPNO       PIC X(6).
               10 EMP-E-FIRSTNME    PIC X(12).
               10 EMP-E-LASTNAME    PIC X(15).
               10 EMP-E-WORKDEPT    PIC X(3).
               10 EMP-E-JOB         PIC X(8).
               10 EMP-E-SALARY      PIC 9(7)V99.
               10 EMP-E-BONUS       PIC 9(7)V99.
       01 WS-EMP-FOUND              PIC X VALUE 'N'.
           88 EMP-FOUND             VALUE 'Y'.
           88 EMP-NOT-FOUND         VALUE 'N'.
       01 WS-BUSCA-EMPNO            PIC X(6).
       01 WS-EMP-OCC                PIC 9(5).

      * Print order: one WORKDEPT+EMPNO key per employee pointing
      * back into the extract table, shell-sorted by 1300-ORDENA.
       01 WS-ORD-TABLE.
           05 ORD-ENTRY OCCURS 50000 TIMES.
               10 ORD-CLAVE.
                   15 ORD-WORKDEPT  PIC X(3).
                   15 ORD-EMPNO     PIC X(6).
               10 ORD-OCC           PIC 9(5).
       01 WS-ORD-SWAP               PIC X(14).
       01 WS-ORD-I                  PIC 9(5).
       01 WS-ORD-J                  PIC 9(5).
       01 WS-ORD-J1                 PIC 9(5).
       01 WS-ORD-J2                 PIC 9(5).
       01 WS-ORD-GAP                PIC 9(5).
       01 WS-ORD-KEY-A              PIC X(9).
       01 WS-ORD-FIN-SW             PIC X.
           88 ORD-FIN               VALUE 'Y'.

      * Prior-year salary and bonus by EMPNO, same order guard.
       01 WS-OLD-MAX                PIC 9(5) VALUE 50000.
       01 WS-OLD-COUNT              PIC 9(5) VALUE 0.
       01 WS-OLD-PREV               PIC X(6) VALUE LOW-VALUES.
       01 WS-OLD-TABLE.
           05 OLD-ENTRY OCCURS 50000 TIMES
                        INDEXED BY OLD-IDX.
               10 OLD-E-EMPNO       PIC X(6).
               10 OLD-E-SALARY      PIC 9(7)V99.
               10 OLD-E-BONUS       PIC 9(7)V99.
       01 WS-OLD-FOUND              PIC X VALUE 'N'.
           88 OLD-FOUND             VALUE 'Y'.
           88 OLD-NOT-FOUND         VALUE 'N'.
       01 WS-HAY-PREVIO             PIC X VALUE 'N'.
           88 HAY-PREVIO            VALUE 'Y'.

      * Headcount per WORKDEPT as loaded, and statements printed,
      * kept in DEPTNO order by binary insertion.
       01 WS-CTL-MAX                PIC 9(4) VALUE 5000.
       01 WS-CTL-COUNT              PIC 9(4) VALUE 0.
       01 WS-CTL-TABLE.
           05 CTL-ENTRY OCCURS 5000 TIMES
                        INDEXED BY CTL-IDX.
               10 CTL-DEPTNO        PIC X(3).
               10 CTL-DEPTNAME      PIC X(36).
               10 CTL-HC            PIC 9(6).
               10 CTL-IMPRESOS      PIC 9(6).
       01 WS-CTL-FOUND              PIC X VALUE 'N'.
           88 CTL-FOUND             VALUE 'Y'.
           88 CTL-NOT-FOUND         VALUE 'N'.
       01 WS-BUSCA-DEPTNO           PIC X(3).
       01 WS-CTL-OCC                PIC 9(4).
       01 WS-CTL-I                  PIC 9(5).
       01 WS-CTL-J                  PIC 9(5).

       01 WS-BIN-LO                 PIC 9(5).
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-ABORT-MSG              PIC X(40).

      * The department being printed, as DMSTFILE and the extract
      * resolve it at each WORKDEPT break.
       01 WS-DPT-ACTUAL             PIC X(3) VALUE HIGH-VALUES.
       01 WS-DPT-NOMBRE             PIC X(36).
       01 WS-DPT-LOCAL              PIC X(16).
       01 WS-DPT-MGRNO              PIC X(6).
       01 WS-DPT-JEFE               PIC X(40).
      * A department head's own manager: the head of the department
      * above, built by 3560-ARMA-JEFE like WS-DPT-JEFE.
       01 WS-JEFE-MGRNO             PIC X(6).
       01 WS-JEFE-TEXTO             PIC X(40).
       01 WS-SUP-JEFE               PIC X(40).

       01 WS-NOMBRE                 PIC X(40).
       01 WS-ACT-TOTAL              PIC S9(9)V99 USAGE COMP-3.
       01 WS-ANT-TOTAL              PIC S9(9)V99 USAGE COMP-3.
       01 WS-ACT-MONTO              PIC S9(9)V99 USAGE COMP-3.
       01 WS-ANT-MONTO              PIC S9(9)V99 USAGE COMP-3.
       01 WS-DIF-MONTO              PIC S9(9)V99 USAGE COMP-3.
       01 WS-PCT-DIF                PIC S9(5)V99 USAGE COMP-3.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           VARYING WS-ORD-I FROM 1 BY 1
           UNTIL WS-ORD-I > WS-EMP-COUNT

           PERFORM 3000-FIN
           THRU 3000-FIN-EXIT
           STOP RUN.

       1000-INICIO.
           MOVE 'F' TO FEC-FUNCION
           CALL 'N24FECH' USING WS-FEC-AREA
           MOVE FEC-NEG-YYYY TO WS-RUN-YYYY
           MOVE FEC-NEG-MM   TO WS-RUN-MM
           MOVE FEC-NEG-DD   TO WS-RUN-DD
           STRING WS-RUN-YYYY    DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-RUN-MM      DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-RUN-DD      DELIMITED BY SIZE
             INTO WS-RUN-DATE-RF
           END-STRING

      *    NAMES AND LOCATIONS ARE THE POINT OF A STATEMENT - WITHOUT
      *    THE DEPARTMENT MASTER NOTHING IS PRINTED.
           OPEN INPUT DMSTFILE
           EVALUATE WS-DMSTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  MOVE 'NO EXISTE MASTER DE DEPARTAMENTOS'
                    TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
               WHEN OTHER
                  DISPLAY "EL ERROR DE DMSTFILE ES: " WS-DMSTFILE-STATUS
                  MOVE 'DMSTFILE NO SE PUDO ABRIR' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE

           PERFORM 1100-CARGA-OLD
           THRU 1100-CARGA-OLD-EXIT

           PERFORM 1200-CARGA-EMP
           THRU 1200-CARGA-EMP-EXIT

           PERFORM 1300-ORDENA
           THRU 1300-ORDENA-EXIT

           OPEN OUTPUT CARTFILE
           EVALUATE WS-CARTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE CARTFILE ES: " WS-CARTFILE-STATUS
           END-EVALUATE

           OPEN OUTPUT CCTFILE
           EVALUATE WS-CCTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE CCTFILE ES: " WS-CCTFILE-STATUS
           END-EVALUATE

           MOVE WS-RUN-DATE-RF TO CTT-FECHA
           MOVE WS-RUN-DATE-RF TO CCL-FECHA
           WRITE REG-CCTFILE FROM WS-CCT-TITLE
           .
       1000-INICIO-EXIT.
           EXIT.

       1100-CARGA-OLD.
           MOVE "00" TO WS-OLDEXTR-STATUS
           OPEN INPUT OLDEXTR
           EVALUATE WS-OLDEXTR-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-OLDEXTR-STATUS = "10"
                     READ OLDEXTR INTO REG-OLDEXTR
                     AT END
                        MOVE "10" TO WS-OLDEXTR-STATUS
                     NOT AT END
                        PERFORM 1150-GUARDA-OLD
                        THRU 1150-GUARDA-OLD-EXIT
                  END-PERFORM
                  CLOSE OLDEXTR
               WHEN "35"
                  DISPLAY "NO EXISTE GENERACION PREVIA, SIN CAMBIOS"
               WHEN OTHER
                  DISPLAY "EL ERROR DE OLDEXTR ES: " WS-OLDEXTR-STATUS
           END-EVALUATE
           .
       1100-CARGA-OLD-EXIT.
           EXIT.

       1150-GUARDA-OLD.
      *    THE EXTRACT ENDS IN A 'T' TRAILER ROW, NOT AN EMPLOYEE.
           IF OLD-EMPNO (1:1) = 'T'
              GO TO 1150-GUARDA-OLD-EXIT
           END-IF
           IF OLD-EMPNO NOT > WS-OLD-PREV
              MOVE 'OLDEXTR FUERA DE SECUENCIA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           IF WS-OLD-COUNT >= WS-OLD-MAX
              MOVE 'TABLA DE GENERACION PREVIA LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE OLD-EMPNO TO WS-OLD-PREV
           ADD 1 TO WS-OLD-COUNT
           SET OLD-IDX TO WS-OLD-COUNT
           MOVE OLD-EMPNO  TO OLD-E-EMPNO (OLD-IDX)
           MOVE OLD-SALARY TO OLD-E-SALARY (OLD-IDX)
           MOVE OLD-BONUS  TO OLD-E-BONUS (OLD-IDX)
           .
       1150-GUARDA-OLD-EXIT.
           EXIT.

       1200-CARGA-EMP.
           MOVE "00" TO WS-EMPXFILE-STATUS
           OPEN INPUT EMPXFILE
           EVALUATE WS-EMPXFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-EMPXFILE-STATUS = "10"
                     READ EMPXFILE INTO REG-EMPXFILE
                     AT END
                        MOVE "10" TO WS-EMPXFILE-STATUS
                     NOT AT END
                        PERFORM 1250-GUARDA-EMP
                        THRU 1250-GUARDA-EMP-EXIT
                  END-PERFORM
                  CLOSE EMPXFILE
      *        NO EXTRACT, NO STATEMENTS - A RUN THAT PRINTS NOTHING
      *        MUST NOT END AS IF IT HAD WORKED.
               WHEN "35"
                  MOVE 'NO EXISTE EXTRACTO DE EMPLEADOS'
                    TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
               WHEN OTHER
                  DISPLAY "EL ERROR DE EMPXFILE ES: " WS-EMPXFILE-STATUS
                  MOVE 'EMPXFILE NO SE PUDO ABRIR' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
           .
       1200-CARGA-EMP-EXIT.
           EXIT.

       1250-GUARDA-EMP.
           IF EMPX-EMPNO (1:1) = 'T'
              SET EMP-TRL-VISTO TO TRUE
              MOVE REG-EMPXFILE (2:8) TO WS-TRL-COUNT-X
              IF WS-TRL-COUNT-X IS NUMERIC
                 MOVE WS-TRL-COUNT-N TO WS-EMP-TRL-COUNT
              END-IF
              GO TO 1250-GUARDA-EMP-EXIT
           END-IF
           IF EMPX-EMPNO NOT > WS-EMP-PREV
              MOVE 'EMPXFILE FUERA DE SECUENCIA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           IF WS-EMP-COUNT >= WS-EMP-MAX
              MOVE 'TABLA DE EMPLEADOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE EMPX-EMPNO TO WS-EMP-PREV
           ADD 1 TO WS-EMP-COUNT
           SET EMP-IDX TO WS-EMP-COUNT
           MOVE EMPX-EMPNO    TO EMP-E-EMPNO (EMP-IDX)
           MOVE EMPX-FIRSTNME TO EMP-E-FIRSTNME (EMP-IDX)
           MOVE EMPX-LASTNAME TO EMP-E-LASTNAME (EMP-IDX)
           MOVE EMPX-WORKDEPT TO EMP-E-WORKDEPT (EMP-IDX)
           MOVE EMPX-JOB      TO EMP-E-JOB (EMP-IDX)
           MOVE EMPX-SALARY   TO EMP-E-SALARY (EMP-IDX)
           MOVE EMPX-BONUS    TO EMP-E-BONUS (EMP-IDX)
           MOVE EMPX-WORKDEPT TO ORD-WORKDEPT (WS-EMP-COUNT)
           MOVE EMPX-EMPNO    TO ORD-EMPNO (WS-EMP-COUNT)
           MOVE WS-EMP-COUNT  TO ORD-OCC (WS-EMP-COUNT)

           MOVE EMPX-WORKDEPT TO WS-BUSCA-DEPTNO
           PERFORM 3600-BUSCA-CTL
           THRU 3600-BUSCA-CTL-EXIT
           IF CTL-NOT-FOUND
              PERFORM 1260-INSERTA-CTL
              THRU 1260-INSERTA-CTL-EXIT
           END-IF
           ADD 1 TO CTL-HC (WS-CTL-OCC)
           .
       1250-GUARDA-EMP-EXIT.
           EXIT.

      * A new WORKDEPT is slid into the slot 3600-BUSCA-CTL left in
      * WS-BIN-LO so the control list stays in DEPTNO order.
       1260-INSERTA-CTL.
           IF WS-CTL-COUNT >= WS-CTL-MAX
              MOVE 'TABLA DE DEPARTAMENTOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-CTL-COUNT
           PERFORM VARYING WS-CTL-I FROM WS-CTL-COUNT BY -1
                   UNTIL WS-CTL-I <= WS-BIN-LO
              COMPUTE WS-CTL-J = WS-CTL-I - 1
              MOVE CTL-ENTRY (WS-CTL-J) TO CTL-ENTRY (WS-CTL-I)
           END-PERFORM
           MOVE WS-BIN-LO TO WS-CTL-OCC
           MOVE WS-BUSCA-DEPTNO TO CTL-DEPTNO (WS-CTL-OCC)
           MOVE SPACES          TO CTL-DEPTNAME (WS-CTL-OCC)
           MOVE 0               TO CTL-HC (WS-CTL-OCC)
           MOVE 0               TO CTL-IMPRESOS (WS-CTL-OCC)
           .
       1260-INSERTA-CTL-EXIT.
           EXIT.

      * Shell sort of the print-order keys, same scheme N00BASE uses
      * for its sorted listing. EMPNO is unique, so the key is too.
       1300-ORDENA.
           IF WS-EMP-COUNT < 2
              GO TO 1300-ORDENA-EXIT
           END-IF
           COMPUTE WS-ORD-GAP = WS-EMP-COUNT / 2
           PERFORM 1310-PASADA-GAP
           THRU 1310-PASADA-GAP-EXIT
           UNTIL WS-ORD-GAP = 0
           .
       1300-ORDENA-EXIT.
           EXIT.

       1310-PASADA-GAP.
           COMPUTE WS-ORD-J1 = WS-ORD-GAP + 1
           PERFORM VARYING WS-ORD-I FROM WS-ORD-J1 BY 1
                   UNTIL WS-ORD-I > WS-EMP-COUNT
              MOVE ORD-ENTRY (WS-ORD-I) TO WS-ORD-SWAP
              MOVE ORD-CLAVE (WS-ORD-I) TO WS-ORD-KEY-A
              MOVE WS-ORD-I TO WS-ORD-J
              MOVE 'N' TO WS-ORD-FIN-SW
              PERFORM UNTIL ORD-FIN
                 IF WS-ORD-J > WS-ORD-GAP
                    COMPUTE WS-ORD-J2 = WS-ORD-J - WS-ORD-GAP
                    IF ORD-CLAVE (WS-ORD-J2) > WS-ORD-KEY-A
                       MOVE ORD-ENTRY (WS-ORD-J2)
                         TO ORD-ENTRY (WS-ORD-J)
                       MOVE WS-ORD-J2 TO WS-ORD-J
                    ELSE
                       MOVE 'Y' TO WS-ORD-FIN-SW
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-ORD-FIN-SW
                 END-IF
              END-PERFORM
              MOVE WS-ORD-SWAP TO ORD-ENTRY (WS-ORD-J)
           END-PERFORM
           COMPUTE WS-ORD-GAP = WS-ORD-GAP / 2
           .
       1310-PASADA-GAP-EXIT.
           EXIT.

      * One employee per pass, in WORKDEPT+EMPNO order.
       2000-PROCESO.
           MOVE ORD-OCC (WS-ORD-I) TO WS-EMP-OCC
           SET EMP-IDX TO WS-EMP-OCC
           IF EMP-E-WORKDEPT (EMP-IDX) NOT = WS-DPT-ACTUAL
              PERFORM 2100-SEPARADOR
              THRU 2100-SEPARADOR-EXIT
           END-IF

           IF EMP-E-SALARY (EMP-IDX) IS NOT NUMERIC
              OR EMP-E-BONUS (EMP-IDX) IS NOT NUMERIC
              ADD 1 TO WS-CONT-OMITIDOS
              MOVE EMP-E-EMPNO (EMP-IDX)    TO OML-EMPNO
              MOVE EMP-E-WORKDEPT (EMP-IDX) TO OML-WORKDEPT
              MOVE 'SALARY OR BONUS NOT NUMERIC - NO STATEMENT'
                TO OML-MOTIVO
              WRITE REG-CCTFILE FROM WS-OMI-LINE
              GO TO 2000-PROCESO-EXIT
           END-IF

           PERFORM 2200-CARTA
           THRU 2200-CARTA-EXIT
           ADD 1 TO WS-CONT-IMPRESOS
           ADD 1 TO CTL-IMPRESOS (WS-CTL-OCC)
           .
       2000-PROCESO-EXIT.
           EXIT.

      * WORKDEPT break: resolve the department once through DMSTFILE
      * and its manager through the extract, and start the
      * department's stack with a separator page.
       2100-SEPARADOR.
           MOVE EMP-E-WORKDEPT (EMP-IDX) TO WS-DPT-ACTUAL
           ADD 1 TO WS-CONT-DEPTOS
           MOVE WS-DPT-ACTUAL TO WS-BUSCA-DEPTNO
           PERFORM 3600-BUSCA-CTL
           THRU 3600-BUSCA-CTL-EXIT

           MOVE WS-DPT-ACTUAL TO MST-DEPTNO
           READ DMSTFILE
           EVALUATE WS-DMSTFILE-STATUS
               WHEN FS-OKEI
                  MOVE MST-DEPTNAME TO WS-DPT-NOMBRE
                  MOVE MST-LOCATION TO WS-DPT-LOCAL
                  MOVE MST-MGRNO    TO WS-DPT-MGRNO
               WHEN FS-NO-HAY
                  MOVE '*** NOT ON DEPARTMENT MASTER ***'
                    TO WS-DPT-NOMBRE
                  MOVE SPACES TO WS-DPT-LOCAL
                  MOVE SPACES TO WS-DPT-MGRNO
               WHEN OTHER
                  MOVE '*** READ ERROR ***' TO WS-DPT-NOMBRE
                  MOVE SPACES TO WS-DPT-LOCAL
                  MOVE SPACES TO WS-DPT-MGRNO
           END-EVALUATE
           MOVE WS-DPT-NOMBRE TO CTL-DEPTNAME (WS-CTL-OCC)

           MOVE WS-DPT-MGRNO TO WS-JEFE-MGRNO
           PERFORM 3560-ARMA-JEFE
           THRU 3560-ARMA-JEFE-EXIT
           MOVE WS-JEFE-TEXTO TO WS-DPT-JEFE

           MOVE WS-DPT-ACTUAL TO SPT-DEPTNO
           WRITE REG-CARTFILE FROM WS-SEP-TITLE
              AFTER ADVANCING PAGE
           WRITE REG-CARTFILE FROM WS-BLANCO
           MOVE 'DEPARTMENT..: ' TO CDT-LIT
           MOVE WS-DPT-NOMBRE    TO CDT-VALOR
           WRITE REG-CARTFILE FROM WS-CAR-DATO
           MOVE 'LOCATION....: ' TO CDT-LIT
           MOVE WS-DPT-LOCAL     TO CDT-VALOR
           WRITE REG-CARTFILE FROM WS-CAR-DATO
           MOVE 'MANAGER.....: ' TO CDT-LIT
           MOVE WS-DPT-JEFE      TO CDT-VALOR
           WRITE REG-CARTFILE FROM WS-CAR-DATO
           MOVE 'HEADCOUNT...: ' TO CDT-LIT
           MOVE CTL-HC (WS-CTL-OCC) TO WS-CONT-RF
           MOVE WS-CONT-RF       TO CDT-VALOR
           WRITE REG-CARTFILE FROM WS-CAR-DATO
      *    THE MANAGER LOOKUP MOVED EMP-IDX - BACK TO THIS EMPLOYEE.
           SET EMP-IDX TO WS-EMP-OCC
           .
       2100-SEPARADOR-EXIT.
           EXIT.

      * One statement page.
       2200-CARTA.
           WRITE REG-CARTFILE FROM WS-CAR-TITLE
              AFTER ADVANCING PAGE
           WRITE REG-CARTFILE FROM WS-BLANCO

           PERFORM 3550-ARMA-NOMBRE
           THRU 3550-ARMA-NOMBRE-EXIT
           MOVE 'EMPLOYEE....: ' TO CDT-LIT
           MOVE SPACES TO CDT-VALOR
           STRING EMP-E-EMPNO (EMP-IDX) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-NOMBRE             DELIMITED BY SIZE
             INTO CDT-VALOR
           END-STRING
           WRITE REG-CARTFILE FROM WS-CAR-DATO
           MOVE 'JOB.........: '      TO CDT-LIT
           MOVE EMP-E-JOB (EMP-IDX)   TO CDT-VALOR
           WRITE REG-CARTFILE FROM WS-CAR-DATO
           MOVE 'DEPARTMENT..: ' TO CDT-LIT
           MOVE SPACES TO CDT-VALOR
           STRING WS-DPT-ACTUAL DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-DPT-NOMBRE DELIMITED BY SIZE
             INTO CDT-VALOR
           END-STRING
           WRITE REG-CARTFILE FROM WS-CAR-DATO
           MOVE 'LOCATION....: ' TO CDT-LIT
           MOVE WS-DPT-LOCAL     TO CDT-VALOR
           WRITE REG-CARTFILE FROM WS-CAR-DATO
      *    THE HEAD OF THE DEPARTMENT REPORTS TO THE HEAD OF THE ONE
      *    ABOVE, AS N31RLIN ROUTES IT - NOT TO THEMSELVES.
           MOVE 'MANAGER.....: ' TO CDT-LIT
           IF EMP-E-EMPNO (EMP-IDX) = WS-DPT-MGRNO
              PERFORM 2250-JEFE-SUPERIOR
              THRU 2250-JEFE-SUPERIOR-EXIT
              MOVE WS-SUP-JEFE   TO CDT-VALOR
           ELSE
              MOVE WS-DPT-JEFE   TO CDT-VALOR
           END-IF
           WRITE REG-CARTFILE FROM WS-CAR-DATO
           WRITE REG-CARTFILE FROM WS-BLANCO

           MOVE EMP-E-EMPNO (EMP-IDX) TO WS-BUSCA-EMPNO
           PERFORM 3700-BUSCA-OLD
           THRU 3700-BUSCA-OLD-EXIT
           MOVE 'N' TO WS-HAY-PREVIO
           IF OLD-FOUND
              IF OLD-E-SALARY (OLD-IDX) IS NUMERIC
                 AND OLD-E-BONUS (OLD-IDX) IS NUMERIC
                 SET HAY-PREVIO TO TRUE
              END-IF
           END-IF
           IF NOT HAY-PREVIO
              ADD 1 TO WS-CONT-SIN-PREVIO
           END-IF

           WRITE REG-CARTFILE FROM WS-CAR-HEADER
           MOVE 'SALARY'              TO CRL-CONCEPTO
           MOVE EMP-E-SALARY (EMP-IDX) TO WS-ACT-MONTO
           IF HAY-PREVIO
              MOVE OLD-E-SALARY (OLD-IDX) TO WS-ANT-MONTO
           END-IF
           PERFORM 2300-LINEA-MONTO
           THRU 2300-LINEA-MONTO-EXIT
           MOVE 'BONUS'               TO CRL-CONCEPTO
           MOVE EMP-E-BONUS (EMP-IDX) TO WS-ACT-MONTO
           IF HAY-PREVIO
              MOVE OLD-E-BONUS (OLD-IDX) TO WS-ANT-MONTO
           END-IF
           PERFORM 2300-LINEA-MONTO
           THRU 2300-LINEA-MONTO-EXIT
           MOVE 'TOTAL'               TO CRL-CONCEPTO
           COMPUTE WS-ACT-MONTO = EMP-E-SALARY (EMP-IDX)
                                + EMP-E-BONUS (EMP-IDX)
           IF HAY-PREVIO
              COMPUTE WS-ANT-MONTO = OLD-E-SALARY (OLD-IDX)
                                   + OLD-E-BONUS (OLD-IDX)
           END-IF
           PERFORM 2300-LINEA-MONTO
           THRU 2300-LINEA-MONTO-EXIT

           IF NOT HAY-PREVIO
              WRITE REG-CARTFILE FROM WS-BLANCO
              MOVE 'NO PRIOR-YEAR RECORD - NEW SINCE LAST GENERATION'
                TO CNT-LIT
              WRITE REG-CARTFILE FROM WS-CAR-NOTA
           END-IF
           .
       2200-CARTA-EXIT.
           EXIT.

      * One amount row: this year, prior year, change and percent.
      * A zero prior year has no percent to show.
       2300-LINEA-MONTO.
           MOVE WS-ACT-MONTO TO WS-MONTO-RF
           MOVE WS-MONTO-RF  TO CRL-ACTUAL
           IF NOT HAY-PREVIO
              MOVE '           N/A' TO CRL-PREVIO
              MOVE '           N/A' TO CRL-CAMBIO
              MOVE '      N/A'      TO CRL-PCT
              GO TO 2300-LINEA-MONTO-FIN
           END-IF
           MOVE WS-ANT-MONTO TO WS-MONTO-RF
           MOVE WS-MONTO-RF  TO CRL-PREVIO
           COMPUTE WS-DIF-MONTO = WS-ACT-MONTO - WS-ANT-MONTO
           MOVE WS-DIF-MONTO TO WS-CAMBIO-RF
           MOVE WS-CAMBIO-RF TO CRL-CAMBIO
           IF WS-ANT-MONTO = 0
              MOVE '      N/A' TO CRL-PCT
              GO TO 2300-LINEA-MONTO-FIN
           END-IF
           COMPUTE WS-PCT-DIF ROUNDED =
                   WS-DIF-MONTO * 100 / WS-ANT-MONTO
              ON SIZE ERROR
                 MOVE '   *****' TO CRL-PCT
                 GO TO 2300-LINEA-MONTO-FIN
           END-COMPUTE
           MOVE WS-PCT-DIF TO WS-PCT-RF
           MOVE WS-PCT-RF  TO CRL-PCT
           .
       2300-LINEA-MONTO-FIN.
           WRITE REG-CARTFILE FROM WS-CAR-LINE
           .
       2300-LINEA-MONTO-EXIT.
           EXIT.

      * Control section: every WORKDEPT with its extract headcount
      * and the statements printed for it, then the proof of the
      * headcount itself against the extract trailer.
       3000-FIN.
           WRITE REG-CCTFILE FROM WS-BLANCO
           WRITE REG-CCTFILE FROM WS-CCT-HEADER
           PERFORM 3100-LINEA-CONTROL
           THRU 3100-LINEA-CONTROL-EXIT
           VARYING CTL-IDX FROM 1 BY 1
           UNTIL CTL-IDX > WS-CTL-COUNT

           MOVE SPACES           TO CCD-DEPTNO
           MOVE 'TOTAL'          TO CCD-DEPTNAME
           MOVE WS-EMP-COUNT     TO CCD-HC
           MOVE WS-CONT-IMPRESOS TO CCD-IMPRESOS
           MOVE SPACES           TO CCD-NOTA
           IF WS-EMP-COUNT NOT = WS-CONT-IMPRESOS
              MOVE '*** DIFFERENCE ***' TO CCD-NOTA
           END-IF
           WRITE REG-CCTFILE FROM WS-CCT-LINE
           IF EMP-TRL-VISTO
              MOVE WS-EMP-TRL-COUNT TO WS-TRL-RF
              MOVE SPACES TO CNT-LIT
              IF WS-EMP-TRL-COUNT = WS-EMP-COUNT
                 STRING 'EXTRACT TRAILER COUNT ' DELIMITED BY SIZE
                        WS-TRL-RF                DELIMITED BY SIZE
                        ' - AGREES'              DELIMITED BY SIZE
                   INTO CNT-LIT
                 END-STRING
              ELSE
                 ADD 1 TO WS-CONT-DESCUADRES
                 STRING 'EXTRACT TRAILER COUNT ' DELIMITED BY SIZE
                        WS-TRL-RF                DELIMITED BY SIZE
                        ' - *** DIFFERENCE ***'  DELIMITED BY SIZE
                   INTO CNT-LIT
                 END-STRING
              END-IF
              WRITE REG-CCTFILE FROM WS-CAR-NOTA
           ELSE
              ADD 1 TO WS-CONT-DESCUADRES
              MOVE 'EXTRACT HAS NO TRAILER - COUNT NOT PROVEN'
                TO CNT-LIT
              WRITE REG-CCTFILE FROM WS-CAR-NOTA
           END-IF

           MOVE WS-CONT-IMPRESOS TO CFT-CONT
           MOVE ' STATEMENTS PRINTED' TO CFT-LIT
           WRITE REG-CCTFILE FROM WS-CCT-FOOTER
           MOVE WS-CONT-OMITIDOS TO CFT-CONT
           MOVE ' EMPLOYEES WITH NO STATEMENT' TO CFT-LIT
           WRITE REG-CCTFILE FROM WS-CCT-FOOTER
           MOVE WS-CONT-SIN-PREVIO TO CFT-CONT
           MOVE ' STATEMENTS WITH NO PRIOR YEAR' TO CFT-LIT
           WRITE REG-CCTFILE FROM WS-CCT-FOOTER
           MOVE WS-CONT-DEPTOS TO CFT-CONT
           MOVE ' DEPARTMENTS' TO CFT-LIT
           WRITE REG-CCTFILE FROM WS-CCT-FOOTER

           CLOSE DMSTFILE
           CLOSE CARTFILE
           CLOSE CCTFILE
           DISPLAY 'N43CART - EMPLEADOS LEIDOS..: ' WS-EMP-COUNT
           DISPLAY 'N43CART - CARTAS IMPRESAS...: ' WS-CONT-IMPRESOS
           DISPLAY 'N43CART - SIN CARTA.........: ' WS-CONT-OMITIDOS
           DISPLAY 'N43CART - SIN ANO PREVIO....: ' WS-CONT-SIN-PREVIO
           DISPLAY 'N43CART - DEPARTAMENTOS.....: ' WS-CONT-DEPTOS
           DISPLAY 'N43CART - DESCUADRES........: ' WS-CONT-DESCUADRES
           IF WS-CONT-OMITIDOS > 0
              OR WS-CONT-DESCUADRES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

       3100-LINEA-CONTROL.
           MOVE CTL-DEPTNO (CTL-IDX)   TO CCD-DEPTNO
           MOVE CTL-DEPTNAME (CTL-IDX) TO CCD-DEPTNAME
           MOVE CTL-HC (CTL-IDX)       TO CCD-HC
           MOVE CTL-IMPRESOS (CTL-IDX) TO CCD-IMPRESOS
           MOVE SPACES                 TO CCD-NOTA
           IF CTL-HC (CTL-IDX) NOT = CTL-IMPRESOS (CTL-IDX)
              ADD 1 TO WS-CONT-DESCUADRES
              MOVE '*** DIFFERENCE ***' TO CCD-NOTA
           END-IF
           WRITE REG-CCTFILE FROM WS-CCT-LINE
           .
       3100-LINEA-CONTROL-EXIT.
           EXIT.

      * The manager of a department head: the MGRNO of the ADMRDEPT
      * department, read through DMSTFILE. The head of a root
      * department (ADMRDEPT spaces or itself, as N31RLIN takes it)
      * has none.
       2250-JEFE-SUPERIOR.
           MOVE WS-DPT-ACTUAL TO MST-DEPTNO
           READ DMSTFILE
           IF WS-DMSTFILE-STATUS NOT = FS-OKEI
              MOVE 'VACANT' TO WS-SUP-JEFE
              GO TO 2250-JEFE-SUPERIOR-EXIT
           END-IF
           IF MST-ADMRDEPT = SPACES OR MST-ADMRDEPT = WS-DPT-ACTUAL
              MOVE 'NONE - HEADS THE ORGANIZATION' TO WS-SUP-JEFE
              GO TO 2250-JEFE-SUPERIOR-EXIT
           END-IF
           MOVE MST-ADMRDEPT TO MST-DEPTNO
           READ DMSTFILE
           IF WS-DMSTFILE-STATUS = FS-OKEI
              MOVE MST-MGRNO TO WS-JEFE-MGRNO
           ELSE
              MOVE SPACES    TO WS-JEFE-MGRNO
           END-IF
           PERFORM 3560-ARMA-JEFE
           THRU 3560-ARMA-JEFE-EXIT
           MOVE WS-JEFE-TEXTO TO WS-SUP-JEFE
      *    THE LOOKUP MOVED EMP-IDX - BACK TO THIS EMPLOYEE.
           SET EMP-IDX TO WS-EMP-OCC
           .
       2250-JEFE-SUPERIOR-EXIT.
           EXIT.

      * Bisection over the EMPNO-ordered extract table; the hit
      * comes back in EMP-IDX.
       3500-BUSCA-EMP.
           SET EMP-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-EMP-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR EMP-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF EMP-E-EMPNO (WS-BIN-MID) = WS-BUSCA-EMPNO
                 SET EMP-FOUND TO TRUE
                 SET EMP-IDX TO WS-BIN-MID
              ELSE
                 IF EMP-E-EMPNO (WS-BIN-MID) < WS-BUSCA-EMPNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           .
       3500-BUSCA-EMP-EXIT.
           EXIT.

      * FIRSTNME LASTNAME of the EMP-IDX occurrence, single-spaced.
       3550-ARMA-NOMBRE.
           MOVE SPACES TO WS-NOMBRE
           STRING EMP-E-FIRSTNME (EMP-IDX) DELIMITED BY '  '
                  ' '                      DELIMITED BY SIZE
                  EMP-E-LASTNAME (EMP-IDX) DELIMITED BY '  '
             INTO WS-NOMBRE
           END-STRING
           .
       3550-ARMA-NOMBRE-EXIT.
           EXIT.

      * MGRNO and name of WS-JEFE-MGRNO from the extract into
      * WS-JEFE-TEXTO; VACANT when there is no MGRNO. Moves EMP-IDX.
       3560-ARMA-JEFE.
           EVALUATE TRUE
               WHEN WS-JEFE-MGRNO = SPACES
                  MOVE 'VACANT' TO WS-JEFE-TEXTO
               WHEN OTHER
                  MOVE WS-JEFE-MGRNO TO WS-BUSCA-EMPNO
                  PERFORM 3500-BUSCA-EMP
                  THRU 3500-BUSCA-EMP-EXIT
                  IF EMP-FOUND
                     PERFORM 3550-ARMA-NOMBRE
                     THRU 3550-ARMA-NOMBRE-EXIT
                     MOVE SPACES TO WS-JEFE-TEXTO
                     STRING WS-JEFE-MGRNO DELIMITED BY SIZE
                            ' '           DELIMITED BY SIZE
                            WS-NOMBRE     DELIMITED BY SIZE
                       INTO WS-JEFE-TEXTO
                     END-STRING
                  ELSE
                     MOVE SPACES TO WS-JEFE-TEXTO
                     STRING WS-JEFE-MGRNO DELIMITED BY SIZE
                            ' - NOT ON EXTRACT' DELIMITED BY SIZE
                       INTO WS-JEFE-TEXTO
                     END-STRING
                  END-IF
           END-EVALUATE
           .
       3560-ARMA-JEFE-EXIT.
           EXIT.

      * Bisection over the DEPTNO-ordered control list; the hit comes
      * back in WS-CTL-OCC, a miss leaves the insertion slot in
      * WS-BIN-LO.
       3600-BUSCA-CTL.
           SET CTL-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-CTL-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR CTL-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF CTL-DEPTNO (WS-BIN-MID) = WS-BUSCA-DEPTNO
                 SET CTL-FOUND TO TRUE
                 MOVE WS-BIN-MID TO WS-CTL-OCC
              ELSE
                 IF CTL-DEPTNO (WS-BIN-MID) < WS-BUSCA-DEPTNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           .
       3600-BUSCA-CTL-EXIT.
           EXIT.

      * Bisection over the prior-year table; the hit comes back in
      * OLD-IDX.
       3700-BUSCA-OLD.
           SET OLD-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-OLD-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR OLD-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF OLD-E-EMPNO (WS-BIN-MID) = WS-BUSCA-EMPNO
                 SET OLD-FOUND TO TRUE
                 SET OLD-IDX TO WS-BIN-MID
              ELSE
                 IF OLD-E-EMPNO (WS-BIN-MID) < WS-BUSCA-EMPNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           .
       3700-BUSCA-OLD-EXIT.
           EXIT.

      *    UN EXTRACTO FUERA DE ORDEN O UNA TABLA LLENA DARIA CARTAS
      *    CON CIFRAS AJENAS O FALTANTES - SE CORTA CON RC DURO.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N43CART ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
