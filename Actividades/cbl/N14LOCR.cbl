                          FILE STATUS WS-EMPXFILE-STATUS.
           SELECT LOCFILE  ASSIGN TO LOCFILED
                          FILE STATUS WS-LOCFILE-STATUS.
           SELECT SITFILE  ASSIGN TO SITFILED
                          FILE STATUS WS-SITFILE-STATUS.
           SELECT DISTFILE ASSIGN TO DISTFILED
                          FILE STATUS WS-DISTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Department data as N00BASE loads it, 90-byte INFILE layout.
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-LOCFILE PIC X(132).

      * Machine-readable site totals, the per-LOCATION counterpart of
      * N05ROLL's TOTFILE: one record per site in the order the
      * report prints them, the blank-LOCATION group last with
      * SIT-LOCATION spaces. N32SNAP files it into the month-end
      * history.
       FD SITFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 50 CHARACTERS.
       01 REG-SITFILE.
           05  SIT-LOCATION      PIC X(16).
           05  SIT-DEPTS         PIC 9(06).
           05  SIT-HC            PIC 9(06).
           05  SIT-COST          PIC 9(11)V99.
           05  FILLER            PIC X(09).

      * Labor distribution as N41DIST passed it, in EMPNO and DEPTNO
      * order. Optional: with no file every employee's cost goes to
      * EMPX-WORKDEPT, as before.
       FD DISTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-DISTFILE.
           COPY DISTREC.

       WORKING-STORAGE SECTION.
       01 WS-DEPTFILE-STATUS PIC XX.
       01 WS-EMPXFILE-STATUS PIC XX.
       01 WS-LOCFILE-STATUS PIC XX.
       01 WS-SITFILE-STATUS PIC XX.
       01 WS-DISTFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-CONT-EMP       PIC 9(6) VALUE 0.
       01 WS-CONT-SIN-DEPT  PIC 9(6) VALUE 0.
       01 WS-CONT-REPARTIDOS PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-LOC-TITLE.
           10 LTL-LIT              PIC X(40)
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-BIN-OCC                PIC 9(4).
       01 WS-BUSCA-DEPTNO           PIC X(3).
       01 WS-ABORT-MSG              PIC X(40).

      * Distinct LOCATION values, kept in name order by binary
           88 HAY-BLANCOS           VALUE 'Y'.
       01 WS-LOC-ACTUAL             PIC X(16).

      * Labor distribution table, loaded in file order, which must
      * be ascending EMPNO+DEPTNO so 3600-BUSCA-DIST can bisect it.
      * Same charging rule as N05ROLL: HC stays with WORKDEPT,
      * SALARY+BONUS goes by the percentages with the last share
      * taking the rounding, and a share for a department not in the
      * table falls back to WORKDEPT - so site totals and the rollup
      * agree.
       01 WS-DIST-MAX               PIC 9(5) VALUE 20000.
       01 WS-DIST-COUNT             PIC 9(5) VALUE 0.
       01 WS-DIST-TABLE.
           05 DIST-ENTRY OCCURS 20000 TIMES
                         INDEXED BY DIST-IDX.
               10 DIST-E-CLAVE.
                   15 DIST-E-EMPNO  PIC X(6).
                   15 DIST-E-DEPTNO PIC X(3).
               10 DIST-E-PCT        PIC 9(3)V99.
       01 WS-DIST-CLAVE-ANT         PIC X(9) VALUE LOW-VALUES.
       01 WS-DIST-FOUND             PIC X VALUE 'N'.
           88 DIST-FOUND            VALUE 'Y'.
           88 DIST-NOT-FOUND        VALUE 'N'.
       01 WS-DIST-FIN               PIC X.
           88 DIST-FIN              VALUE 'Y'.
       01 WS-DIST-PRIMERO           PIC 9(5).
       01 WS-DIST-ULTIMO            PIC 9(5).
       01 WS-DIST-I                 PIC 9(5).
       01 WS-REP-CASA               PIC 9(4).
       01 WS-REP-OCC                PIC 9(4).
       01 WS-REP-TOTAL              PIC S9(9)V99 USAGE COMP-3.
       01 WS-REP-RESTO              PIC S9(9)V99 USAGE COMP-3.
       01 WS-REP-PARTE              PIC S9(9)V99 USAGE COMP-3.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT
                  DISPLAY "EL ERROR DE LOCFILE ES: " WS-LOCFILE-STATUS
           END-EVALUATE

           OPEN OUTPUT SITFILE
           EVALUATE WS-SITFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE SITFILE ES: " WS-SITFILE-STATUS
           END-EVALUATE

           PERFORM 1300-CARGA-DEPT
           THRU 1300-CARGA-DEPT-EXIT

           PERFORM 1400-CARGA-DIST
           THRU 1400-CARGA-DIST-EXIT

           MOVE 'F' TO FEC-FUNCION
           CALL 'N24FECH' USING WS-FEC-AREA
           MOVE FEC-NEG-YYYY TO WS-RUN-YYYY
           MOVE FEC-NEG-MM   TO WS-RUN-MM
           MOVE FEC-NEG-DD   TO WS-RUN-DD
           STRING WS-RUN-YYYY    DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-RUN-MM      DELIMITED BY SIZE
       1390-PASADA-GAP-EXIT.
           EXIT.

       1400-CARGA-DIST.
           MOVE "00" TO WS-DISTFILE-STATUS
           OPEN INPUT DISTFILE
           EVALUATE WS-DISTFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-DISTFILE-STATUS = "10"
                     READ DISTFILE INTO REG-DISTFILE
                     AT END
                        MOVE "10" TO WS-DISTFILE-STATUS
                     NOT AT END
                        PERFORM 1450-GUARDA-DIST
                        THRU 1450-GUARDA-DIST-EXIT
                  END-PERFORM
                  CLOSE DISTFILE
               WHEN "35"
                  DISPLAY "SIN DISTRIBUCION - COSTO A WORKDEPT"
               WHEN OTHER
                  DISPLAY "EL ERROR DE DISTFILE ES: " WS-DISTFILE-STATUS
           END-EVALUATE
           .
       1400-CARGA-DIST-EXIT.
           EXIT.

       1450-GUARDA-DIST.
           IF REG-DISTFILE (1:9) NOT > WS-DIST-CLAVE-ANT
              MOVE 'DISTRIBUCION FUERA DE SECUENCIA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           IF WS-DIST-COUNT >= WS-DIST-MAX
              MOVE 'TABLA DE DISTRIBUCION LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE REG-DISTFILE (1:9) TO WS-DIST-CLAVE-ANT
           ADD 1 TO WS-DIST-COUNT
           SET DIST-IDX TO WS-DIST-COUNT
           MOVE DST-EMPNO  TO DIST-E-EMPNO (DIST-IDX)
           MOVE DST-DEPTNO TO DIST-E-DEPTNO (DIST-IDX)
           MOVE DST-PCT    TO DIST-E-PCT (DIST-IDX)
           .
       1450-GUARDA-DIST-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           EXIT.

       2300-ACUMULA.
           MOVE EMPX-WORKDEPT TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-DEPTO
           THRU 3500-BUSCA-DEPTO-EXIT
           IF DEPT-FOUND
              ADD 1 TO DEPT-HC (WS-BIN-OCC)
              MOVE WS-BIN-OCC TO WS-REP-CASA
           ELSE
              ADD 1 TO WS-CONT-SIN-DEPT
              MOVE 0 TO WS-REP-CASA
           END-IF

           PERFORM 3600-BUSCA-DIST
           THRU 3600-BUSCA-DIST-EXIT
           IF DIST-FOUND
              ADD 1 TO WS-CONT-REPARTIDOS
              COMPUTE WS-REP-TOTAL = EMPX-SALARY + EMPX-BONUS
              MOVE WS-REP-TOTAL TO WS-REP-RESTO
              PERFORM 2400-REPARTE
              THRU 2400-REPARTE-EXIT
              VARYING WS-DIST-I FROM WS-DIST-PRIMERO BY 1
              UNTIL WS-DIST-I > WS-DIST-ULTIMO
              GO TO 2300-ACUMULA-EXIT
           END-IF

           IF WS-REP-CASA > 0
              ADD EMPX-SALARY TO DEPT-COST (WS-REP-CASA)
              ADD EMPX-BONUS  TO DEPT-COST (WS-REP-CASA)
           END-IF
           .
       2300-ACUMULA-EXIT.
           EXIT.

      * One share of a split employee's cost.
       2400-REPARTE.
           SET DIST-IDX TO WS-DIST-I
           IF WS-DIST-I = WS-DIST-ULTIMO
              MOVE WS-REP-RESTO TO WS-REP-PARTE
           ELSE
              COMPUTE WS-REP-PARTE ROUNDED =
                      WS-REP-TOTAL * DIST-E-PCT (DIST-IDX) / 100
              SUBTRACT WS-REP-PARTE FROM WS-REP-RESTO
           END-IF
           MOVE DIST-E-DEPTNO (DIST-IDX) TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-DEPTO
           THRU 3500-BUSCA-DEPTO-EXIT
           IF DEPT-FOUND
              MOVE WS-BIN-OCC TO WS-REP-OCC
           ELSE
              MOVE WS-REP-CASA TO WS-REP-OCC
           END-IF
           IF WS-REP-OCC = 0
              GO TO 2400-REPARTE-EXIT
           END-IF
           ADD WS-REP-PARTE TO DEPT-COST (WS-REP-OCC)
           .
       2400-REPARTE-EXIT.
           EXIT.

      * Bisection over the DEPTNO-sorted table for WS-BUSCA-DEPTNO -
      * EMPX-WORKDEPT or the department of one split share.
       3500-BUSCA-DEPTO.
           SET DEPT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR DEPT-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF DEPT-DEPTNO (WS-BIN-MID) = WS-BUSCA-DEPTNO
                 SET DEPT-FOUND TO TRUE
                 MOVE WS-BIN-MID TO WS-BIN-OCC
              ELSE
                 IF DEPT-DEPTNO (WS-BIN-MID) < WS-BUSCA-DEPTNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
       3500-BUSCA-DEPTO-EXIT.
           EXIT.

      * Bisection over the distribution table on EMPNO alone. A hit
      * can land anywhere in the employee's rows, so it steps back to
      * the first and forward to the last: WS-DIST-PRIMERO and
      * WS-DIST-ULTIMO bound the employee's shares.
       3600-BUSCA-DIST.
           SET DIST-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-DIST-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR DIST-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF DIST-E-EMPNO (WS-BIN-MID) = EMPX-EMPNO
                 SET DIST-FOUND TO TRUE
              ELSE
                 IF DIST-E-EMPNO (WS-BIN-MID) < EMPX-EMPNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           IF DIST-NOT-FOUND
              GO TO 3600-BUSCA-DIST-EXIT
           END-IF
           MOVE WS-BIN-MID TO WS-DIST-PRIMERO
           MOVE 'N' TO WS-DIST-FIN
           PERFORM UNTIL DIST-FIN
              IF WS-DIST-PRIMERO = 1
                 SET DIST-FIN TO TRUE
              ELSE
                 IF DIST-E-EMPNO (WS-DIST-PRIMERO - 1) = EMPX-EMPNO
                    SUBTRACT 1 FROM WS-DIST-PRIMERO
                 ELSE
                    SET DIST-FIN TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-MID TO WS-DIST-ULTIMO
           MOVE 'N' TO WS-DIST-FIN
           PERFORM UNTIL DIST-FIN
              IF WS-DIST-ULTIMO = WS-DIST-COUNT
                 SET DIST-FIN TO TRUE
              ELSE
                 IF DIST-E-EMPNO (WS-DIST-ULTIMO + 1) = EMPX-EMPNO
                    ADD 1 TO WS-DIST-ULTIMO
                 ELSE
                    SET DIST-FIN TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .
       3600-BUSCA-DIST-EXIT.
           EXIT.

       3000-FIN.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOC-COUNT
           MOVE WS-CONT-SIN-DEPT TO LFT-CONT
           MOVE ' EMPLOYEES IN UNKNOWN DEPARTMENT' TO LFT-LIT
           WRITE REG-LOCFILE FROM WS-LOC-FOOTER
           MOVE WS-CONT-REPARTIDOS TO LFT-CONT
           MOVE ' EMPLOYEES WITH COST SPLIT BY DISTFILE' TO LFT-LIT
           WRITE REG-LOCFILE FROM WS-LOC-FOOTER

           CLOSE EMPXFILE
           CLOSE LOCFILE
           CLOSE SITFILE
           DISPLAY 'N14LOCR - SITIOS............: ' WS-LOC-COUNT
           DISPLAY 'N14LOCR - DEPARTAMENTOS.....: ' WS-DEPT-COUNT
           DISPLAY 'N14LOCR - EMPLEADOS LEIDOS..: ' WS-CONT-EMP
           DISPLAY 'N14LOCR - SIN DEPARTAMENTO..: ' WS-CONT-SIN-DEPT
           DISPLAY 'N14LOCR - COSTO REPARTIDO...: ' WS-CONT-REPARTIDOS
           .
       3000-FIN-EXIT.
           EXIT.
           MOVE WS-SITE-HC    TO STT-HC
           MOVE WS-SITE-COST  TO STT-COST
           WRITE REG-LOCFILE FROM WS-SITE-TOTAL-LINE

           MOVE SPACES        TO REG-SITFILE
           MOVE WS-LOC-ACTUAL TO SIT-LOCATION
           MOVE WS-SITE-DEPTS TO SIT-DEPTS
           MOVE WS-SITE-HC    TO SIT-HC
           MOVE WS-SITE-COST  TO SIT-COST
           WRITE REG-SITFILE
           .
       3300-SECCION-SITE-EXIT.
           EXIT.
