       IDENTIFICATION DIVISION.
       PROGRAM-ID. N41DIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTFILE ASSIGN TO DISTFILED
                          FILE STATUS WS-DISTFILE-STATUS.
           SELECT DEPTFILE ASSIGN TO DEPTFILED
                          FILE STATUS WS-DEPTFILE-STATUS.
           SELECT DSTVFILE ASSIGN TO DSTVFILED
                          FILE STATUS WS-DSTVFILE-STATUS.
           SELECT DSTRFILE ASSIGN TO DSTRFILED
                          FILE STATUS WS-DSTRFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Labor distribution as keyed by HR, in any order.
       FD DISTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-DISTFILE.
           COPY DISTREC.

      * Department data as N00BASE loads it, 90-byte INFILE layout -
      * the departments a split may name.
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

      * The rows of every employee whose splits passed, in EMPNO and
      * DEPTNO order - the file the cost reports read.
       FD DSTVFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-DSTVFILE PIC X(20).

       FD DSTRFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-DSTRFILE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DISTFILE-STATUS PIC XX.
       01 WS-DEPTFILE-STATUS PIC XX.
       01 WS-DSTVFILE-STATUS PIC XX.
       01 WS-DSTRFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-CONT-LEIDOS     PIC 9(6) VALUE 0.
       01 WS-CONT-EMP-OK     PIC 9(6) VALUE 0.
       01 WS-CONT-EMP-MAL    PIC 9(6) VALUE 0.
       01 WS-CONT-FILAS-OK   PIC 9(6) VALUE 0.
       01 WS-CONT-FILAS-MAL  PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-DST-TITLE.
           10 DTL-LIT              PIC X(40)
               VALUE 'LABOR DISTRIBUTION VALIDATION'.
           10 DTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 DTL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-DST-HEADER.
           10 DHD-EMPNO            PIC X(6)  VALUE 'EMPNO'.
           10 DHD-PIPE1            PIC X(1)  VALUE '|'.
           10 DHD-DEPTNO           PIC X(3)  VALUE 'DNO'.
           10 DHD-PIPE2            PIC X(1)  VALUE '|'.
           10 DHD-PCT              PIC X(7)  VALUE 'PCT'.
           10 DHD-PIPE3            PIC X(1)  VALUE '|'.
           10 DHD-MOTIVO           PIC X(40) VALUE 'REASON REJECTED'.
           10 FILLER               PIC X(73) VALUE SPACES.
       01 WS-DST-LINE.
           10 DSL-EMPNO            PIC X(6).
           10 DSL-PIPE1            PIC X(1)  VALUE '|'.
           10 DSL-DEPTNO           PIC X(3).
           10 DSL-PIPE2            PIC X(1)  VALUE '|'.
           10 DSL-PCT              PIC ZZZ9,99.
           10 DSL-PIPE3            PIC X(1)  VALUE '|'.
           10 DSL-MOTIVO           PIC X(40).
           10 FILLER               PIC X(73) VALUE SPACES.
       01 WS-DST-FOOTER.
           10 DFT-CONT             PIC ZZZZZ9.
           10 DFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * Department numbers, kept in order by binary insertion so each
      * split can bisect for its DEPTNO.
       01 WS-DEPT-MAX               PIC 9(4) VALUE 5000.
       01 WS-DEPT-COUNT             PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 5000 TIMES
                         INDEXED BY DEPT-IDX.
               10 DEPT-DEPTNO       PIC X(3).
       01 WS-DEPT-FOUND             PIC X VALUE 'N'.
           88 DEPT-FOUND            VALUE 'Y'.
           88 DEPT-NOT-FOUND        VALUE 'N'.
       01 WS-BUSCA-DEPTNO           PIC X(3).

      * Every split row in EMPNO+DEPTNO order by binary insertion,
      * with the reason the row itself is bad (spaces if it is not).
      * One bad row, or a total other than 100, rejects all of that
      * employee's rows: a half-applied distribution would charge
      * the wrong total.
       01 WS-DIST-MAX               PIC 9(5) VALUE 20000.
       01 WS-DIST-COUNT             PIC 9(5) VALUE 0.
       01 WS-DIST-TABLE.
           05 DIST-ENTRY OCCURS 20000 TIMES
                         INDEXED BY DIST-IDX.
               10 DIST-E-CLAVE.
                   15 DIST-E-EMPNO  PIC X(6).
                   15 DIST-E-DEPTNO PIC X(3).
               10 DIST-E-PCT        PIC 9(3)V99.
               10 DIST-E-MOTIVO     PIC X(40).
       01 WS-DIST-FOUND             PIC X VALUE 'N'.
           88 DIST-FOUND            VALUE 'Y'.
           88 DIST-NOT-FOUND        VALUE 'N'.
       01 WS-BUSCA-DIST.
           05 WS-BUSCA-DIST-EMPNO   PIC X(6).
           05 WS-BUSCA-DIST-DEPTNO  PIC X(3).
       01 WS-DIST-INS               PIC 9(5).
       01 WS-DIST-I                 PIC 9(5).
       01 WS-DIST-J                 PIC 9(5).
       01 WS-BIN-LO                 PIC 9(5).
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-ABORT-MSG              PIC X(40).

      * One employee's group of rows, WS-GRP-DESDE to WS-GRP-HASTA.
       01 WS-GRP-DESDE              PIC 9(5).
       01 WS-GRP-HASTA              PIC 9(5).
       01 WS-GRP-EMPNO              PIC X(6).
       01 WS-GRP-TOTAL              PIC 9(5)V99.
       01 WS-GRP-EDIT               PIC ZZZZ9,99.
       01 WS-GRP-MAL                PIC X VALUE 'N'.
           88 GRP-MAL               VALUE 'Y'.
       01 WS-GRP-MOTIVO             PIC X(40).
       01 WS-GRP-FIN                PIC X VALUE 'N'.
           88 GRP-FIN               VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           MOVE 1 TO WS-GRP-DESDE
           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL WS-GRP-DESDE > WS-DIST-COUNT

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

           PERFORM 1100-CARGA-DEPT
           THRU 1100-CARGA-DEPT-EXIT

           PERFORM 1200-CARGA-DIST
           THRU 1200-CARGA-DIST-EXIT

           OPEN OUTPUT DSTVFILE
           EVALUATE WS-DSTVFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE DSTVFILE ES: " WS-DSTVFILE-STATUS
           END-EVALUATE

           OPEN OUTPUT DSTRFILE
           EVALUATE WS-DSTRFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE DSTRFILE ES: " WS-DSTRFILE-STATUS
           END-EVALUATE

           MOVE WS-RUN-DATE-RF TO DTL-FECHA
           WRITE REG-DSTRFILE FROM WS-DST-TITLE
           WRITE REG-DSTRFILE FROM WS-DST-HEADER
           .
       1000-INICIO-EXIT.
           EXIT.

       1100-CARGA-DEPT.
           MOVE "00" TO WS-DEPTFILE-STATUS
           OPEN INPUT DEPTFILE
           EVALUATE WS-DEPTFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-DEPTFILE-STATUS = "10"
                     READ DEPTFILE INTO REG-DEPTFILE
                     AT END
                        MOVE "10" TO WS-DEPTFILE-STATUS
                     NOT AT END
                        PERFORM 1150-INSERTA-DEPT
                        THRU 1150-INSERTA-DEPT-EXIT
                  END-PERFORM
                  CLOSE DEPTFILE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE DEPARTAMENTOS"
               WHEN OTHER
                  DISPLAY "EL ERROR DE DEPTFILE ES: " WS-DEPTFILE-STATUS
           END-EVALUATE
           .
       1100-CARGA-DEPT-EXIT.
           EXIT.

       1150-INSERTA-DEPT.
      *    THE N13DUNL UNLOAD ENDS IN A 'T' TRAILER ROW - 'T' PLUS
      *    THE 8-DIGIT COUNT - NOT A DEPARTMENT. A REAL DEPTNO LIKE
      *    T00 HAS A NAME THERE, NOT DIGITS, SO IT STILL LOADS.
           IF DPT-DEPTNO (1:1) = 'T'
              AND REG-DEPTFILE (2:8) IS NUMERIC
              GO TO 1150-INSERTA-DEPT-EXIT
           END-IF
           MOVE DPT-DEPTNO TO WS-BUSCA-DEPTNO
           PERFORM 3600-BUSCA-DEPTO
           THRU 3600-BUSCA-DEPTO-EXIT
           IF DEPT-FOUND
              GO TO 1150-INSERTA-DEPT-EXIT
           END-IF
           IF WS-DEPT-COUNT >= WS-DEPT-MAX
              MOVE 'TABLA DE DEPARTAMENTOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           PERFORM VARYING WS-DIST-I FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-DIST-I <= WS-BIN-LO
              COMPUTE WS-DIST-J = WS-DIST-I - 1
              MOVE DEPT-ENTRY (WS-DIST-J) TO DEPT-ENTRY (WS-DIST-I)
           END-PERFORM
           MOVE DPT-DEPTNO TO DEPT-DEPTNO (WS-BIN-LO)
           .
       1150-INSERTA-DEPT-EXIT.
           EXIT.

       1200-CARGA-DIST.
           MOVE "00" TO WS-DISTFILE-STATUS
           OPEN INPUT DISTFILE
           EVALUATE WS-DISTFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-DISTFILE-STATUS = "10"
                     READ DISTFILE INTO REG-DISTFILE
                     AT END
                        MOVE "10" TO WS-DISTFILE-STATUS
                     NOT AT END
                        ADD 1 TO WS-CONT-LEIDOS
                        PERFORM 1250-INSERTA-DIST
                        THRU 1250-INSERTA-DIST-EXIT
                  END-PERFORM
                  CLOSE DISTFILE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE DISTRIBUCION"
               WHEN OTHER
                  DISPLAY "EL ERROR DE DISTFILE ES: " WS-DISTFILE-STATUS
           END-EVALUATE
           .
       1200-CARGA-DIST-EXIT.
           EXIT.

      * A second row for a department the employee already has goes
      * in right behind the first, and both are marked, so the
      * rejection lists each of them.
       1250-INSERTA-DIST.
           MOVE DST-EMPNO  TO WS-BUSCA-DIST-EMPNO
           MOVE DST-DEPTNO TO WS-BUSCA-DIST-DEPTNO
           PERFORM 3500-BUSCA-DIST
           THRU 3500-BUSCA-DIST-EXIT
           IF DIST-FOUND
              MOVE 'DEPTNO REPEATED FOR THIS EMPNO'
                TO DIST-E-MOTIVO (DIST-IDX)
              SET WS-DIST-INS TO DIST-IDX
              ADD 1 TO WS-DIST-INS
           END-IF
           IF WS-DIST-COUNT >= WS-DIST-MAX
              MOVE 'TABLA DE DISTRIBUCION LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-DIST-COUNT
           PERFORM VARYING WS-DIST-I FROM WS-DIST-COUNT BY -1
                   UNTIL WS-DIST-I <= WS-DIST-INS
              COMPUTE WS-DIST-J = WS-DIST-I - 1
              MOVE DIST-ENTRY (WS-DIST-J) TO DIST-ENTRY (WS-DIST-I)
           END-PERFORM
           SET DIST-IDX TO WS-DIST-INS
           MOVE WS-BUSCA-DIST TO DIST-E-CLAVE (DIST-IDX)
           MOVE SPACES TO DIST-E-MOTIVO (DIST-IDX)
           IF DST-PCT IS NUMERIC
              MOVE DST-PCT TO DIST-E-PCT (DIST-IDX)
           ELSE
              MOVE 0 TO DIST-E-PCT (DIST-IDX)
           END-IF
           MOVE DST-DEPTNO TO WS-BUSCA-DEPTNO
           PERFORM 3600-BUSCA-DEPTO
           THRU 3600-BUSCA-DEPTO-EXIT
           EVALUATE TRUE
               WHEN DIST-FOUND
                  MOVE 'DEPTNO REPEATED FOR THIS EMPNO'
                    TO DIST-E-MOTIVO (DIST-IDX)
               WHEN DST-EMPNO = SPACES
                  MOVE 'EMPNO MISSING' TO DIST-E-MOTIVO (DIST-IDX)
               WHEN DST-PCT IS NOT NUMERIC
                  MOVE 'PERCENT NOT NUMERIC'
                    TO DIST-E-MOTIVO (DIST-IDX)
               WHEN DST-PCT = 0 OR DST-PCT > 100
                  MOVE 'PERCENT MUST BE OVER 0 AND UP TO 100'
                    TO DIST-E-MOTIVO (DIST-IDX)
               WHEN DEPT-NOT-FOUND
                  MOVE 'DEPARTMENT NOT ON DEPTFILE'
                    TO DIST-E-MOTIVO (DIST-IDX)
           END-EVALUATE
           .
       1250-INSERTA-DIST-EXIT.
           EXIT.

      * One employee per pass: find where the group ends, total it,
      * then pass or reject all of it.
       2000-PROCESO.
           SET DIST-IDX TO WS-GRP-DESDE
           MOVE DIST-E-EMPNO (DIST-IDX) TO WS-GRP-EMPNO
           MOVE WS-GRP-DESDE TO WS-GRP-HASTA
           MOVE 0 TO WS-GRP-TOTAL
           MOVE 'N' TO WS-GRP-MAL
           MOVE 'N' TO WS-GRP-FIN
           PERFORM 2100-SUMA-GRUPO
           THRU 2100-SUMA-GRUPO-EXIT
           UNTIL GRP-FIN
           IF WS-GRP-TOTAL NOT = 100
              SET GRP-MAL TO TRUE
           END-IF
           IF GRP-MAL
              ADD 1 TO WS-CONT-EMP-MAL
              MOVE WS-GRP-TOTAL TO WS-GRP-EDIT
              MOVE SPACES TO WS-GRP-MOTIVO
              STRING 'EMPNO REJECTED - SPLITS TOTAL '
                                   DELIMITED BY SIZE
                     WS-GRP-EDIT   DELIMITED BY SIZE
                INTO WS-GRP-MOTIVO
              END-STRING
              PERFORM 2300-RECHAZA-FILA
              THRU 2300-RECHAZA-FILA-EXIT
              VARYING WS-DIST-I FROM WS-GRP-DESDE BY 1
              UNTIL WS-DIST-I > WS-GRP-HASTA
           ELSE
              ADD 1 TO WS-CONT-EMP-OK
              PERFORM 2200-GRABA-FILA
              THRU 2200-GRABA-FILA-EXIT
              VARYING WS-DIST-I FROM WS-GRP-DESDE BY 1
              UNTIL WS-DIST-I > WS-GRP-HASTA
           END-IF
           COMPUTE WS-GRP-DESDE = WS-GRP-HASTA + 1
           .
       2000-PROCESO-EXIT.
           EXIT.

       2100-SUMA-GRUPO.
           SET DIST-IDX TO WS-GRP-HASTA
           ADD DIST-E-PCT (DIST-IDX) TO WS-GRP-TOTAL
           IF DIST-E-MOTIVO (DIST-IDX) NOT = SPACES
              SET GRP-MAL TO TRUE
           END-IF
           IF WS-GRP-HASTA >= WS-DIST-COUNT
              SET GRP-FIN TO TRUE
              GO TO 2100-SUMA-GRUPO-EXIT
           END-IF
           SET DIST-IDX UP BY 1
           IF DIST-E-EMPNO (DIST-IDX) NOT = WS-GRP-EMPNO
              SET GRP-FIN TO TRUE
           ELSE
              ADD 1 TO WS-GRP-HASTA
           END-IF
           .
       2100-SUMA-GRUPO-EXIT.
           EXIT.

       2200-GRABA-FILA.
           SET DIST-IDX TO WS-DIST-I
           MOVE SPACES TO REG-DISTFILE
           MOVE DIST-E-EMPNO (DIST-IDX)  TO DST-EMPNO
           MOVE DIST-E-DEPTNO (DIST-IDX) TO DST-DEPTNO
           MOVE DIST-E-PCT (DIST-IDX)    TO DST-PCT
           WRITE REG-DSTVFILE FROM REG-DISTFILE
           ADD 1 TO WS-CONT-FILAS-OK
           .
       2200-GRABA-FILA-EXIT.
           EXIT.

      * Each row of a rejected employee is listed with its own fault,
      * or with the group total when the row itself was fine.
       2300-RECHAZA-FILA.
           SET DIST-IDX TO WS-DIST-I
           MOVE DIST-E-EMPNO (DIST-IDX)  TO DSL-EMPNO
           MOVE DIST-E-DEPTNO (DIST-IDX) TO DSL-DEPTNO
           MOVE DIST-E-PCT (DIST-IDX)    TO DSL-PCT
           IF DIST-E-MOTIVO (DIST-IDX) = SPACES
              MOVE WS-GRP-MOTIVO TO DSL-MOTIVO
           ELSE
              MOVE DIST-E-MOTIVO (DIST-IDX) TO DSL-MOTIVO
           END-IF
           WRITE REG-DSTRFILE FROM WS-DST-LINE
           ADD 1 TO WS-CONT-FILAS-MAL
           .
       2300-RECHAZA-FILA-EXIT.
           EXIT.

       3000-FIN.
           MOVE WS-CONT-LEIDOS TO DFT-CONT
           MOVE ' SPLIT ROWS READ' TO DFT-LIT
           WRITE REG-DSTRFILE FROM WS-DST-FOOTER
           MOVE WS-CONT-EMP-OK TO DFT-CONT
           MOVE ' EMPLOYEES WITH A VALID DISTRIBUTION' TO DFT-LIT
           WRITE REG-DSTRFILE FROM WS-DST-FOOTER
           MOVE WS-CONT-EMP-MAL TO DFT-CONT
           MOVE ' EMPLOYEES REJECTED - WORKDEPT APPLIES' TO DFT-LIT
           WRITE REG-DSTRFILE FROM WS-DST-FOOTER
           MOVE WS-CONT-FILAS-MAL TO DFT-CONT
           MOVE ' SPLIT ROWS REJECTED' TO DFT-LIT
           WRITE REG-DSTRFILE FROM WS-DST-FOOTER

           CLOSE DSTVFILE
           CLOSE DSTRFILE
           DISPLAY 'N41DIST - FILAS LEIDAS......: ' WS-CONT-LEIDOS
           DISPLAY 'N41DIST - FILAS VALIDAS.....: ' WS-CONT-FILAS-OK
           DISPLAY 'N41DIST - FILAS RECHAZADAS..: ' WS-CONT-FILAS-MAL
           DISPLAY 'N41DIST - EMPLEADOS VALIDOS.: ' WS-CONT-EMP-OK
           DISPLAY 'N41DIST - EMPLEADOS RECHAZ..: ' WS-CONT-EMP-MAL
           IF WS-CONT-FILAS-MAL > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

      * Bisection over the EMPNO+DEPTNO-sorted split table; a miss
      * leaves the insertion slot in WS-DIST-INS.
       3500-BUSCA-DIST.
           SET DIST-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-DIST-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR DIST-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF DIST-E-CLAVE (WS-BIN-MID) = WS-BUSCA-DIST
                 SET DIST-FOUND TO TRUE
                 SET DIST-IDX TO WS-BIN-MID
              ELSE
                 IF DIST-E-CLAVE (WS-BIN-MID) < WS-BUSCA-DIST
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-LO TO WS-DIST-INS
           .
       3500-BUSCA-DIST-EXIT.
           EXIT.

      * Bisection over the sorted DEPTNO list; a miss leaves the
      * insertion slot in WS-BIN-LO.
       3600-BUSCA-DEPTO.
           SET DEPT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-DEPT-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR DEPT-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF DEPT-DEPTNO (WS-BIN-MID) = WS-BUSCA-DEPTNO
                 SET DEPT-FOUND TO TRUE
              ELSE
                 IF DEPT-DEPTNO (WS-BIN-MID) < WS-BUSCA-DEPTNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           .
       3600-BUSCA-DEPTO-EXIT.
           EXIT.

      *    UN TECHO DE CAPACIDAD TERMINA LA CORRIDA CON RC DURO EN
      *    VEZ DE UNA DISTRIBUCION VALIDADA A MEDIAS.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N41DIST ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
