       IDENTIFICATION DIVISION.
       PROGRAM-ID. N42PRES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTFILE ASSIGN TO DEPTFILED
                          FILE STATUS WS-DEPTFILE-STATUS.
           SELECT EMPXFILE ASSIGN TO EMPXFILED
                          FILE STATUS WS-EMPXFILE-STATUS.
           SELECT DISTFILE ASSIGN TO DISTFILED
                          FILE STATUS WS-DISTFILE-STATUS.
           SELECT PRESFILE ASSIGN TO PRESFILED
                          FILE STATUS WS-PRESFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Department data as N00BASE loads it, 90-byte INFILE layout.
       FD DEPTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 90 CHARACTERS.
       01 REG-DEPTFILE.
           05  DPT-DEPTNO        PIC X(03).
           05  DPT-DEPTNAME      PIC X(36).
           05  DPT-MGRNO         PIC X(06).
           05  DPT-ADMRDEPT      PIC X(03).
           05  DPT-LOCATION      PIC X(16).
           05  FILLER            PIC X(26).

      * Employee master extract written nightly by NDB2845 in the
      * published EMPREC layout.
       FD EMPXFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-EMPXFILE.
           COPY EMPREC.

      * Labor distribution as N41DIST passed it, in EMPNO and DEPTNO
      * order - the same file N05ROLL and N14LOCR charge by.
       FD DISTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-DISTFILE.
           COPY DISTREC.

       FD PRESFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-PRESFILE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DEPTFILE-STATUS PIC XX.
       01 WS-EMPXFILE-STATUS PIC XX.
       01 WS-DISTFILE-STATUS PIC XX.
       01 WS-PRESFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-CONT-EMP        PIC 9(6) VALUE 0.
       01 WS-CONT-REPARTIDOS PIC 9(6) VALUE 0.
       01 WS-CONT-CRUCES     PIC 9(6) VALUE 0.
       01 WS-CONT-DEPTOS     PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

      * Detail: one line per share of an employee's cost charged to a
      * department other than WORKDEPT.
       01 WS-PRS-TITLE.
           10 PTL-LIT              PIC X(40)
               VALUE 'LABOR DISTRIBUTION - BORROWED/LENT COST'.
           10 PTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 PTL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-PRS-HEADER.
           10 PHD-EMPNO            PIC X(6)  VALUE 'EMPNO'.
           10 PHD-PIPE1            PIC X(1)  VALUE '|'.
           10 PHD-LASTNAME         PIC X(15) VALUE 'LASTNAME'.
           10 PHD-PIPE2            PIC X(1)  VALUE '|'.
           10 PHD-DESDE            PIC X(4)  VALUE 'FROM'.
           10 PHD-PIPE3            PIC X(1)  VALUE '|'.
           10 PHD-HACIA            PIC X(3)  VALUE 'TO'.
           10 PHD-PIPE4            PIC X(1)  VALUE '|'.
           10 PHD-PCT              PIC X(6)  VALUE 'PCT'.
           10 PHD-PIPE5            PIC X(1)  VALUE '|'.
           10 PHD-IMPORTE          PIC X(14) VALUE 'AMOUNT'.
           10 FILLER               PIC X(79) VALUE SPACES.
       01 WS-PRS-LINE.
           10 PRL-EMPNO            PIC X(6).
           10 PRL-PIPE1            PIC X(1)  VALUE '|'.
           10 PRL-LASTNAME         PIC X(15).
           10 PRL-PIPE2            PIC X(1)  VALUE '|'.
           10 PRL-DESDE            PIC X(4).
           10 PRL-PIPE3            PIC X(1)  VALUE '|'.
           10 PRL-HACIA            PIC X(3).
           10 PRL-PIPE4            PIC X(1)  VALUE '|'.
           10 PRL-PCT              PIC ZZ9,99.
           10 PRL-PIPE5            PIC X(1)  VALUE '|'.
           10 PRL-IMPORTE          PIC $$$.$$$.$$9,99.
           10 FILLER               PIC X(79) VALUE SPACES.

      * Summary: per department, the salary+bonus of its own people,
      * what it lent to other departments, what it borrowed from
      * them, and the cost it ends up carrying - the DIRECT COST
      * N05ROLL shows for it.
       01 WS-RES-TITLE.
           10 RTL-LIT              PIC X(40)
               VALUE 'DEPARTMENT SUMMARY'.
           10 FILLER               PIC X(92) VALUE SPACES.
       01 WS-RES-HEADER.
           10 RHD-DEPTNO           PIC X(3)  VALUE 'DNO'.
           10 RHD-PIPE1            PIC X(1)  VALUE '|'.
           10 RHD-DEPTNAME         PIC X(36) VALUE 'DEPTNAME'.
           10 RHD-PIPE2            PIC X(1)  VALUE '|'.
           10 RHD-CASA             PIC X(18) VALUE 'HOME COST'.
           10 RHD-PIPE3            PIC X(1)  VALUE '|'.
           10 RHD-PRESTA           PIC X(18) VALUE 'LENT OUT'.
           10 RHD-PIPE4            PIC X(1)  VALUE '|'.
           10 RHD-RECIBE           PIC X(18) VALUE 'BORROWED IN'.
           10 RHD-PIPE5            PIC X(1)  VALUE '|'.
           10 RHD-NETO             PIC X(18) VALUE 'CHARGED COST'.
           10 FILLER               PIC X(16) VALUE SPACES.
       01 WS-RES-LINE.
           10 RSL-DEPTNO           PIC X(3).
           10 RSL-PIPE1            PIC X(1)  VALUE '|'.
           10 RSL-DEPTNAME         PIC X(36).
           10 RSL-PIPE2            PIC X(1)  VALUE '|'.
           10 RSL-CASA             PIC $$$.$$$.$$$.$$9,99.
           10 RSL-PIPE3            PIC X(1)  VALUE '|'.
           10 RSL-PRESTA           PIC $$$.$$$.$$$.$$9,99.
           10 RSL-PIPE4            PIC X(1)  VALUE '|'.
           10 RSL-RECIBE           PIC $$$.$$$.$$$.$$9,99.
           10 RSL-PIPE5            PIC X(1)  VALUE '|'.
           10 RSL-NETO             PIC $$$.$$$.$$$.$$9,99.
           10 FILLER               PIC X(16) VALUE SPACES.
       01 WS-PRS-FOOTER.
           10 PFT-CONT             PIC ZZZZZ9.
           10 PFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * Department table in N00BASE's shape with the three summary
      * amounts, sorted by DEPTNO by 1350-ORDENA-DEPT right after the
      * load so 3500-BUSCA-DEPTO can bisect it.
       01 WS-DEPT-MAX               PIC 9(4) VALUE 5000.
       01 WS-DEPT-COUNT             PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 5000 TIMES
                         INDEXED BY DEPT-IDX.
               10 DEPT-DEPTNO       PIC X(3).
               10 DEPT-DEPTNAME     PIC X(36).
               10 DEPT-CASA         PIC S9(11)V99 USAGE COMP-3.
               10 DEPT-PRESTA       PIC S9(11)V99 USAGE COMP-3.
               10 DEPT-RECIBE       PIC S9(11)V99 USAGE COMP-3.
       01 WS-DEPT-SWAP              PIC X(60).
       01 WS-ORD-I                  PIC 9(4).
       01 WS-ORD-J                  PIC 9(4).
       01 WS-ORD-J1                 PIC 9(4).
       01 WS-ORD-J2                 PIC 9(4).
       01 WS-ORD-GAP                PIC 9(4).
       01 WS-ORD-KEY-A              PIC X(3).
       01 WS-ORD-FIN-SW             PIC X.
           88 ORD-FIN               VALUE 'Y'.
       01 WS-BUSCA-DEPTNO           PIC X(3).
       01 WS-BIN-LO                 PIC 9(5).
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-BIN-OCC                PIC 9(4).
       01 WS-ABORT-MSG              PIC X(40).

       01 WS-DEPT-FOUND             PIC X VALUE 'N'.
           88 DEPT-FOUND            VALUE 'Y'.
           88 DEPT-NOT-FOUND        VALUE 'N'.

      * Labor distribution table and the share arithmetic, exactly as
      * N05ROLL charges it: each share rounded, the last taking what
      * is left, a share for an unknown department kept at home.
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

       01 WS-TOT-CASA               PIC S9(11)V99 USAGE COMP-3
                                    VALUE 0.
       01 WS-TOT-PRESTA             PIC S9(11)V99 USAGE COMP-3
                                    VALUE 0.
       01 WS-TOT-RECIBE             PIC S9(11)V99 USAGE COMP-3
                                    VALUE 0.
       01 WS-TOT-NETO               PIC S9(11)V99 USAGE COMP-3
                                    VALUE 0.
       01 WS-NETO                   PIC S9(11)V99 USAGE COMP-3.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL WS-EMPXFILE-STATUS = FS-EOF

           PERFORM 3000-FIN
           THRU 3000-FIN-EXIT
           STOP RUN.

       1000-INICIO.
           OPEN INPUT EMPXFILE
           EVALUATE WS-EMPXFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  DISPLAY "NO EXISTE EXTRACTO DE EMPLEADOS"
                  MOVE FS-EOF TO WS-EMPXFILE-STATUS
               WHEN OTHER
                  DISPLAY "EL ERROR DE EMPXFILE ES: " WS-EMPXFILE-STATUS
           END-EVALUATE

           OPEN OUTPUT PRESFILE
           EVALUATE WS-PRESFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE PRESFILE ES: " WS-PRESFILE-STATUS
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
                  '-'            DELIMITED BY SIZE
                  WS-RUN-DD      DELIMITED BY SIZE
             INTO WS-RUN-DATE-RF
           END-STRING

           MOVE WS-RUN-DATE-RF TO PTL-FECHA
           WRITE REG-PRESFILE FROM WS-PRS-TITLE
           WRITE REG-PRESFILE FROM WS-PRS-HEADER
           .
       1000-INICIO-EXIT.
           EXIT.

       1300-CARGA-DEPT.
           MOVE "00" TO WS-DEPTFILE-STATUS
           OPEN INPUT DEPTFILE
           EVALUATE WS-DEPTFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-DEPTFILE-STATUS = "10"
                     READ DEPTFILE INTO REG-DEPTFILE
                     AT END
                        MOVE "10" TO WS-DEPTFILE-STATUS
                     NOT AT END
                        PERFORM 1310-CAPTURA-DEPT
                        THRU 1310-CAPTURA-DEPT-EXIT
                  END-PERFORM
                  CLOSE DEPTFILE
                  PERFORM 1350-ORDENA-DEPT
                  THRU 1350-ORDENA-DEPT-EXIT
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE DEPARTAMENTOS"
               WHEN OTHER
                  DISPLAY "EL ERROR DE DEPTFILE ES: " WS-DEPTFILE-STATUS
           END-EVALUATE
           .
       1300-CARGA-DEPT-EXIT.
           EXIT.

       1310-CAPTURA-DEPT.
      *    THE N13DUNL UNLOAD ENDS IN A 'T' TRAILER ROW - 'T' PLUS
      *    THE 8-DIGIT COUNT - NOT A DEPARTMENT. A REAL DEPTNO LIKE
      *    T00 HAS A NAME THERE, NOT DIGITS, SO IT STILL LOADS.
           IF DPT-DEPTNO (1:1) = 'T'
              AND REG-DEPTFILE (2:8) IS NUMERIC
              GO TO 1310-CAPTURA-DEPT-EXIT
           END-IF
           IF WS-DEPT-COUNT >= WS-DEPT-MAX
              MOVE 'TABLA DE DEPARTAMENTOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           SET DEPT-IDX TO WS-DEPT-COUNT
           MOVE DPT-DEPTNO   TO DEPT-DEPTNO (DEPT-IDX)
           MOVE DPT-DEPTNAME TO DEPT-DEPTNAME (DEPT-IDX)
           MOVE 0            TO DEPT-CASA (DEPT-IDX)
           MOVE 0            TO DEPT-PRESTA (DEPT-IDX)
           MOVE 0            TO DEPT-RECIBE (DEPT-IDX)
           .
       1310-CAPTURA-DEPT-EXIT.
           EXIT.

      * Shell sort of the department table by DEPTNO, same scheme
      * N00BASE uses for its sorted listing.
       1350-ORDENA-DEPT.
           IF WS-DEPT-COUNT < 2
              GO TO 1350-ORDENA-DEPT-EXIT
           END-IF
           COMPUTE WS-ORD-GAP = WS-DEPT-COUNT / 2
           PERFORM 1360-PASADA-GAP
           THRU 1360-PASADA-GAP-EXIT
           UNTIL WS-ORD-GAP = 0
           .
       1350-ORDENA-DEPT-EXIT.
           EXIT.

       1360-PASADA-GAP.
           COMPUTE WS-ORD-J1 = WS-ORD-GAP + 1
           PERFORM VARYING WS-ORD-I FROM WS-ORD-J1 BY 1
                   UNTIL WS-ORD-I > WS-DEPT-COUNT
              MOVE DEPT-ENTRY (WS-ORD-I)  TO WS-DEPT-SWAP
              MOVE DEPT-DEPTNO (WS-ORD-I) TO WS-ORD-KEY-A
              MOVE WS-ORD-I TO WS-ORD-J
              MOVE 'N' TO WS-ORD-FIN-SW
              PERFORM UNTIL ORD-FIN
                 IF WS-ORD-J > WS-ORD-GAP
                    COMPUTE WS-ORD-J2 = WS-ORD-J - WS-ORD-GAP
                    IF DEPT-DEPTNO (WS-ORD-J2) > WS-ORD-KEY-A
                       MOVE DEPT-ENTRY (WS-ORD-J2)
                         TO DEPT-ENTRY (WS-ORD-J)
                       MOVE WS-ORD-J2 TO WS-ORD-J
                    ELSE
                       MOVE 'Y' TO WS-ORD-FIN-SW
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-ORD-FIN-SW
                 END-IF
              END-PERFORM
              MOVE WS-DEPT-SWAP TO DEPT-ENTRY (WS-ORD-J)
           END-PERFORM
           COMPUTE WS-ORD-GAP = WS-ORD-GAP / 2
           .
       1360-PASADA-GAP-EXIT.
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
           IF WS-EMPXFILE-STATUS NOT = FS-EOF
      *       THE EXTRACT ENDS IN A 'T' TRAILER ROW, NOT AN
      *       EMPLOYEE - SKIP IT.
              IF EMPX-EMPNO (1:1) = 'T'
                 CONTINUE
              ELSE
                 ADD 1 TO WS-CONT-EMP
                 PERFORM 2300-ACUMULA
                 THRU 2300-ACUMULA-EXIT
              END-IF
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

       2100-LECTURA.
           READ EMPXFILE INTO REG-EMPXFILE
              AT END
                 MOVE FS-EOF TO WS-EMPXFILE-STATUS
           END-READ
           .
       2100-LECTURA-EXIT.
           EXIT.

      * The whole SALARY+BONUS is the home department's own cost;
      * only the shares that land elsewhere are lent and borrowed.
       2300-ACUMULA.
           MOVE EMPX-WORKDEPT TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-DEPTO
           THRU 3500-BUSCA-DEPTO-EXIT
           IF DEPT-FOUND
              MOVE WS-BIN-OCC TO WS-REP-CASA
              ADD EMPX-SALARY TO DEPT-CASA (WS-REP-CASA)
              ADD EMPX-BONUS  TO DEPT-CASA (WS-REP-CASA)
           ELSE
              MOVE 0 TO WS-REP-CASA
           END-IF

           PERFORM 3600-BUSCA-DIST
           THRU 3600-BUSCA-DIST-EXIT
           IF DIST-NOT-FOUND
              GO TO 2300-ACUMULA-EXIT
           END-IF
           ADD 1 TO WS-CONT-REPARTIDOS
           COMPUTE WS-REP-TOTAL = EMPX-SALARY + EMPX-BONUS
           MOVE WS-REP-TOTAL TO WS-REP-RESTO
           PERFORM 2400-REPARTE
           THRU 2400-REPARTE-EXIT
           VARYING WS-DIST-I FROM WS-DIST-PRIMERO BY 1
           UNTIL WS-DIST-I > WS-DIST-ULTIMO
           .
       2300-ACUMULA-EXIT.
           EXIT.

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
              OR WS-REP-OCC = WS-REP-CASA
              GO TO 2400-REPARTE-EXIT
           END-IF

           ADD 1 TO WS-CONT-CRUCES
           ADD WS-REP-PARTE TO DEPT-RECIBE (WS-REP-OCC)
           IF WS-REP-CASA > 0
              ADD WS-REP-PARTE TO DEPT-PRESTA (WS-REP-CASA)
           END-IF
           MOVE EMPX-EMPNO              TO PRL-EMPNO
           MOVE EMPX-LASTNAME           TO PRL-LASTNAME
           MOVE EMPX-WORKDEPT           TO PRL-DESDE
           MOVE DEPT-DEPTNO (WS-REP-OCC) TO PRL-HACIA
           MOVE DIST-E-PCT (DIST-IDX)   TO PRL-PCT
           MOVE WS-REP-PARTE            TO PRL-IMPORTE
           WRITE REG-PRESFILE FROM WS-PRS-LINE
           .
       2400-REPARTE-EXIT.
           EXIT.

      * Only departments that lent or borrowed are listed; the rest
      * carry exactly their home cost.
       3000-FIN.
           MOVE WS-CONT-CRUCES TO PFT-CONT
           MOVE ' CROSS-CHARGED SHARES' TO PFT-LIT
           WRITE REG-PRESFILE FROM WS-PRS-FOOTER

           WRITE REG-PRESFILE FROM WS-RES-TITLE
           WRITE REG-PRESFILE FROM WS-RES-HEADER
           PERFORM 3100-LINEA-DEPTO
           THRU 3100-LINEA-DEPTO-EXIT
           VARYING DEPT-IDX FROM 1 BY 1
           UNTIL DEPT-IDX > WS-DEPT-COUNT

           MOVE SPACES              TO RSL-DEPTNO
           MOVE 'TOTAL'             TO RSL-DEPTNAME
           MOVE WS-TOT-CASA         TO RSL-CASA
           MOVE WS-TOT-PRESTA       TO RSL-PRESTA
           MOVE WS-TOT-RECIBE       TO RSL-RECIBE
           MOVE WS-TOT-NETO         TO RSL-NETO
           WRITE REG-PRESFILE FROM WS-RES-LINE

           MOVE WS-CONT-EMP TO PFT-CONT
           MOVE ' EMPLOYEES READ' TO PFT-LIT
           WRITE REG-PRESFILE FROM WS-PRS-FOOTER
           MOVE WS-CONT-REPARTIDOS TO PFT-CONT
           MOVE ' EMPLOYEES WITH COST SPLIT BY DISTFILE' TO PFT-LIT
           WRITE REG-PRESFILE FROM WS-PRS-FOOTER
           MOVE WS-CONT-DEPTOS TO PFT-CONT
           MOVE ' DEPARTMENTS THAT LENT OR BORROWED' TO PFT-LIT
           WRITE REG-PRESFILE FROM WS-PRS-FOOTER

           CLOSE EMPXFILE
           CLOSE PRESFILE
           DISPLAY 'N42PRES - EMPLEADOS LEIDOS..: ' WS-CONT-EMP
           DISPLAY 'N42PRES - COSTO REPARTIDO...: ' WS-CONT-REPARTIDOS
           DISPLAY 'N42PRES - CARGOS CRUZADOS...: ' WS-CONT-CRUCES
           DISPLAY 'N42PRES - DEPTOS CON CRUCES.: ' WS-CONT-DEPTOS
           .
       3000-FIN-EXIT.
           EXIT.

       3100-LINEA-DEPTO.
           IF DEPT-PRESTA (DEPT-IDX) = 0
              AND DEPT-RECIBE (DEPT-IDX) = 0
              GO TO 3100-LINEA-DEPTO-EXIT
           END-IF
           ADD 1 TO WS-CONT-DEPTOS
           COMPUTE WS-NETO = DEPT-CASA (DEPT-IDX)
                           - DEPT-PRESTA (DEPT-IDX)
                           + DEPT-RECIBE (DEPT-IDX)
           ADD DEPT-CASA (DEPT-IDX)   TO WS-TOT-CASA
           ADD DEPT-PRESTA (DEPT-IDX) TO WS-TOT-PRESTA
           ADD DEPT-RECIBE (DEPT-IDX) TO WS-TOT-RECIBE
           ADD WS-NETO                TO WS-TOT-NETO
           MOVE DEPT-DEPTNO (DEPT-IDX)   TO RSL-DEPTNO
           MOVE DEPT-DEPTNAME (DEPT-IDX) TO RSL-DEPTNAME
           MOVE DEPT-CASA (DEPT-IDX)     TO RSL-CASA
           MOVE DEPT-PRESTA (DEPT-IDX)   TO RSL-PRESTA
           MOVE DEPT-RECIBE (DEPT-IDX)   TO RSL-RECIBE
           MOVE WS-NETO                  TO RSL-NETO
           WRITE REG-PRESFILE FROM WS-RES-LINE
           .
       3100-LINEA-DEPTO-EXIT.
           EXIT.

      * Bisection over the DEPTNO-sorted table; the hit occurrence
      * comes back in WS-BIN-OCC.
       3500-BUSCA-DEPTO.
           SET DEPT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-DEPT-COUNT TO WS-BIN-HI
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
                 END-IF
              END-IF
           END-PERFORM
           .
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

      * A full table would mean cross-charges worked out against a
      * half-loaded list, so the run ends with a hard RC.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N42PRES ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
