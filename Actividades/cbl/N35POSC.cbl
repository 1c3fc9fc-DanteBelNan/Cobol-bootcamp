       IDENTIFICATION DIVISION.
       PROGRAM-ID. N35POSC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSFILE  ASSIGN TO POSFILED
                          FILE STATUS WS-POSFILE-STATUS.
           SELECT EMPXFILE ASSIGN TO EMPXFILED
                          FILE STATUS WS-EMPXFILE-STATUS.
           SELECT PSCFILE  ASSIGN TO PSCFILED
                          FILE STATUS WS-PSCFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Authorized positions: the approved headcount for a JOB in a
      * department, one card per DEPTNO and JOB - the same cards
      * N11EMNT holds hires and transfers to.
       FD POSFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-POSFILE.
           05  POS-DEPTNO        PIC X(03).
           05  POS-JOB           PIC X(08).
           05  POS-AUTORIZADO    PIC 9(05).
           05  FILLER            PIC X(04).

      * Employee master extract written nightly by NDB2845 in the
      * published EMPREC layout. It is unloaded from NEOSB43.EMP, so
      * it also carries whatever was loaded into DB2 directly and
      * never went through N11EMNT's position check.
       FD EMPXFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-EMPXFILE.
           COPY EMPREC.

       FD PSCFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-PSCFILE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POSFILE-STATUS PIC XX.
       01 WS-EMPXFILE-STATUS PIC XX.
       01 WS-PSCFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-CONT-CARDS      PIC 9(6) VALUE 0.
       01 WS-CONT-DUPLIC     PIC 9(6) VALUE 0.
       01 WS-CONT-EMP        PIC 9(6) VALUE 0.
       01 WS-CONT-SIN-CTRL   PIC 9(6) VALUE 0.
       01 WS-CONT-EXCEDIDOS  PIC 9(6) VALUE 0.
       01 WS-CONT-DEPT-EXC   PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-PSC-TITLE.
           10 PTL-LIT              PIC X(40)
               VALUE 'POSITION CONTROL REPORT'.
           10 PTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 PTL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-PSC-SECCION.
           10 PSC-LIT              PIC X(70).
           10 FILLER               PIC X(62) VALUE SPACES.
       01 WS-PSC-HEADER.
           10 PHD-DEPTNO           PIC X(3)  VALUE 'DNO'.
           10 PHD-PIPE1            PIC X(1)  VALUE '|'.
           10 PHD-JOB              PIC X(8)  VALUE 'JOB'.
           10 PHD-PIPE2            PIC X(1)  VALUE '|'.
           10 PHD-AUTH             PIC X(6)  VALUE 'AUTH'.
           10 PHD-PIPE3            PIC X(1)  VALUE '|'.
           10 PHD-FILLED           PIC X(6)  VALUE 'FILLED'.
           10 PHD-PIPE4            PIC X(1)  VALUE '|'.
           10 PHD-OPEN             PIC X(6)  VALUE 'OPEN'.
           10 PHD-PIPE5            PIC X(1)  VALUE '|'.
           10 PHD-OVER             PIC X(6)  VALUE 'OVER'.
           10 PHD-PIPE6            PIC X(1)  VALUE '|'.
           10 PHD-MARCA            PIC X(20) VALUE 'NOTE'.
           10 FILLER               PIC X(71) VALUE SPACES.
       01 WS-PSC-LINE.
           10 PSL-DEPTNO           PIC X(3).
           10 PSL-PIPE1            PIC X(1)  VALUE '|'.
           10 PSL-JOB              PIC X(8).
           10 PSL-PIPE2            PIC X(1)  VALUE '|'.
           10 PSL-AUTH             PIC ZZZZZ9.
           10 PSL-PIPE3            PIC X(1)  VALUE '|'.
           10 PSL-FILLED           PIC ZZZZZ9.
           10 PSL-PIPE4            PIC X(1)  VALUE '|'.
           10 PSL-OPEN             PIC ZZZZZ9.
           10 PSL-PIPE5            PIC X(1)  VALUE '|'.
           10 PSL-OVER             PIC ZZZZZ9.
           10 PSL-PIPE6            PIC X(1)  VALUE '|'.
           10 PSL-MARCA            PIC X(20).
           10 FILLER               PIC X(71) VALUE SPACES.
       01 WS-PSC-FOOTER.
           10 PFT-CONT             PIC ZZZZZ9.
           10 PFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * Authorization cards in DEPTNO+JOB order by binary insertion,
      * with the seats the extract fills. A JOB found in a
      * controlled department with no card of its own is slid in as
      * a zero-seat entry (POS-E-CARD 'N') so it shows, and counts,
      * as over. Departments with no card at all are not under
      * position control and stay out of the table.
       01 WS-POS-MAX                PIC 9(5) VALUE 10000.
       01 WS-POS-COUNT              PIC 9(5) VALUE 0.
       01 WS-POS-TABLE.
           05 POS-ENTRY OCCURS 10000 TIMES
                        INDEXED BY POS-IDX.
               10 POS-E-CLAVE.
                   15 POS-E-DEPTNO  PIC X(3).
                   15 POS-E-JOB     PIC X(8).
               10 POS-E-AUTORIZADO  PIC 9(5).
               10 POS-E-OCUPADO     PIC 9(5).
               10 POS-E-CARD        PIC X.
       01 WS-POS-FOUND              PIC X VALUE 'N'.
           88 POS-FOUND             VALUE 'Y'.
           88 POS-NOT-FOUND         VALUE 'N'.
       01 WS-POS-CONTROLADO         PIC X VALUE 'N'.
           88 POS-CONTROLADO        VALUE 'Y'.
       01 WS-BUSCA-POS.
           05 WS-BUSCA-POS-DEPTNO   PIC X(3).
           05 WS-BUSCA-POS-JOB      PIC X(8).
       01 WS-POS-INS                PIC 9(5).
       01 WS-POS-I                  PIC 9(5).
       01 WS-POS-J                  PIC 9(5).
       01 WS-BIN-LO                 PIC 9(5).
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-ABORT-MSG              PIC X(40).

       01 WS-DEPT-ACTUAL            PIC X(3).
       01 WS-DEPT-AUTH              PIC 9(6).
       01 WS-DEPT-FILLED            PIC 9(6).
       01 WS-DEPT-OPEN              PIC 9(6).
       01 WS-DEPT-OVER              PIC 9(6).
       01 WS-ABIERTAS               PIC 9(6).
       01 WS-EXCESO                 PIC 9(6).
       01 WS-SOLO-EXCESOS           PIC X VALUE 'N'.
           88 SOLO-EXCESOS          VALUE 'Y'.

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

           PERFORM 1200-CARGA-POSICIONES
           THRU 1200-CARGA-POSICIONES-EXIT

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

           OPEN OUTPUT PSCFILE
           EVALUATE WS-PSCFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE PSCFILE ES: " WS-PSCFILE-STATUS
           END-EVALUATE

           MOVE WS-RUN-DATE-RF TO PTL-FECHA
           WRITE REG-PSCFILE FROM WS-PSC-TITLE
           .
       1000-INICIO-EXIT.
           EXIT.

       1200-CARGA-POSICIONES.
           MOVE "00" TO WS-POSFILE-STATUS
           OPEN INPUT POSFILE
           EVALUATE WS-POSFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-POSFILE-STATUS = "10"
                     READ POSFILE INTO REG-POSFILE
                     AT END
                        MOVE "10" TO WS-POSFILE-STATUS
                     NOT AT END
                        PERFORM 1250-INSERTA-POSICION
                        THRU 1250-INSERTA-POSICION-EXIT
                  END-PERFORM
                  CLOSE POSFILE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE POSICIONES AUTORIZADAS"
               WHEN OTHER
                  DISPLAY "EL ERROR DE POSFILE ES: " WS-POSFILE-STATUS
           END-EVALUATE
           .
       1200-CARGA-POSICIONES-EXIT.
           EXIT.

      * The first card for a DEPTNO and JOB wins, as in N11EMNT; a
      * second one is only counted.
       1250-INSERTA-POSICION.
           MOVE POS-DEPTNO TO WS-BUSCA-POS-DEPTNO
           MOVE POS-JOB    TO WS-BUSCA-POS-JOB
           PERFORM 3500-BUSCA-POSICION
           THRU 3500-BUSCA-POSICION-EXIT
           IF POS-FOUND
              ADD 1 TO WS-CONT-DUPLIC
              GO TO 1250-INSERTA-POSICION-EXIT
           END-IF
           ADD 1 TO WS-CONT-CARDS
           PERFORM 1260-ABRE-HUECO
           THRU 1260-ABRE-HUECO-EXIT
           IF POS-AUTORIZADO IS NUMERIC
              MOVE POS-AUTORIZADO TO POS-E-AUTORIZADO (POS-IDX)
           ELSE
              MOVE 0 TO POS-E-AUTORIZADO (POS-IDX)
           END-IF
           MOVE 'Y' TO POS-E-CARD (POS-IDX)
           .
       1250-INSERTA-POSICION-EXIT.
           EXIT.

      * Slides the table open at WS-POS-INS for WS-BUSCA-POS and
      * leaves POS-IDX on the new, empty entry.
       1260-ABRE-HUECO.
           IF WS-POS-COUNT >= WS-POS-MAX
              MOVE 'TABLA DE POSICIONES LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-POS-COUNT
           PERFORM VARYING WS-POS-I FROM WS-POS-COUNT BY -1
                   UNTIL WS-POS-I <= WS-POS-INS
              COMPUTE WS-POS-J = WS-POS-I - 1
              MOVE POS-ENTRY (WS-POS-J) TO POS-ENTRY (WS-POS-I)
           END-PERFORM
           SET POS-IDX TO WS-POS-INS
           MOVE WS-BUSCA-POS TO POS-E-CLAVE (POS-IDX)
           MOVE 0   TO POS-E-AUTORIZADO (POS-IDX)
           MOVE 0   TO POS-E-OCUPADO (POS-IDX)
           MOVE 'N' TO POS-E-CARD (POS-IDX)
           .
       1260-ABRE-HUECO-EXIT.
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
                 PERFORM 2300-OCUPA
                 THRU 2300-OCUPA-EXIT
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

       2300-OCUPA.
           MOVE EMPX-WORKDEPT TO WS-BUSCA-POS-DEPTNO
           MOVE EMPX-JOB      TO WS-BUSCA-POS-JOB
           PERFORM 3500-BUSCA-POSICION
           THRU 3500-BUSCA-POSICION-EXIT
           IF POS-FOUND
              ADD 1 TO POS-E-OCUPADO (POS-IDX)
              GO TO 2300-OCUPA-EXIT
           END-IF
           MOVE 'N' TO WS-POS-CONTROLADO
           IF WS-POS-INS <= WS-POS-COUNT
              IF POS-E-DEPTNO (WS-POS-INS) = WS-BUSCA-POS-DEPTNO
                 SET POS-CONTROLADO TO TRUE
              END-IF
           END-IF
           IF WS-POS-INS > 1
              COMPUTE WS-POS-J = WS-POS-INS - 1
              IF POS-E-DEPTNO (WS-POS-J) = WS-BUSCA-POS-DEPTNO
                 SET POS-CONTROLADO TO TRUE
              END-IF
           END-IF
           IF POS-CONTROLADO
              PERFORM 1260-ABRE-HUECO
              THRU 1260-ABRE-HUECO-EXIT
              ADD 1 TO POS-E-OCUPADO (POS-IDX)
           ELSE
              ADD 1 TO WS-CONT-SIN-CTRL
           END-IF
           .
       2300-OCUPA-EXIT.
           EXIT.

       3000-FIN.
           MOVE 'AUTHORIZED, FILLED AND OPEN POSITIONS BY DEPT AND JOB'
             TO PSC-LIT
           WRITE REG-PSCFILE FROM WS-PSC-SECCION
           WRITE REG-PSCFILE FROM WS-PSC-HEADER
           MOVE 'N' TO WS-SOLO-EXCESOS
           PERFORM 3100-LISTADO
           THRU 3100-LISTADO-EXIT

      *    N11EMNT REFUSES ANY HIRE OR TRANSFER PAST AUTHORIZATION,
      *    SO A SEAT OVER IT ON THE EXTRACT EITHER CAME IN THROUGH A
      *    DIRECT LOAD TO DB2 OR WAS FULL BEFORE ITS CARD WAS CUT
      *    BACK - N11EMNT DOES NOT TOUCH PEOPLE ALREADY SEATED.
           MOVE 'DEPTS OVER AUTHORIZATION'
             TO PSC-LIT
           WRITE REG-PSCFILE FROM WS-PSC-SECCION
           WRITE REG-PSCFILE FROM WS-PSC-HEADER
           MOVE 'Y' TO WS-SOLO-EXCESOS
           PERFORM 3100-LISTADO
           THRU 3100-LISTADO-EXIT

           MOVE WS-CONT-CARDS TO PFT-CONT
           MOVE ' AUTHORIZATION CARDS' TO PFT-LIT
           WRITE REG-PSCFILE FROM WS-PSC-FOOTER
           MOVE WS-CONT-DUPLIC TO PFT-CONT
           MOVE ' DUPLICATE CARDS IGNORED' TO PFT-LIT
           WRITE REG-PSCFILE FROM WS-PSC-FOOTER
           MOVE WS-CONT-EMP TO PFT-CONT
           MOVE ' EMPLOYEES READ' TO PFT-LIT
           WRITE REG-PSCFILE FROM WS-PSC-FOOTER
           MOVE WS-CONT-SIN-CTRL TO PFT-CONT
           MOVE ' EMPLOYEES IN UNCONTROLLED DEPARTMENTS' TO PFT-LIT
           WRITE REG-PSCFILE FROM WS-PSC-FOOTER
           MOVE WS-CONT-EXCEDIDOS TO PFT-CONT
           MOVE ' DEPT/JOB SEATS OVER AUTHORIZATION' TO PFT-LIT
           WRITE REG-PSCFILE FROM WS-PSC-FOOTER
           MOVE WS-CONT-DEPT-EXC TO PFT-CONT
           MOVE ' DEPARTMENTS OVER AUTHORIZATION' TO PFT-LIT
           WRITE REG-PSCFILE FROM WS-PSC-FOOTER

           CLOSE EMPXFILE
           CLOSE PSCFILE
           DISPLAY 'N35POSC - TARJETAS..........: ' WS-CONT-CARDS
           DISPLAY 'N35POSC - EMPLEADOS LEIDOS..: ' WS-CONT-EMP
           DISPLAY 'N35POSC - SIN CONTROL.......: ' WS-CONT-SIN-CTRL
           DISPLAY 'N35POSC - PUESTOS EXCEDIDOS.: ' WS-CONT-EXCEDIDOS
           DISPLAY 'N35POSC - DEPTOS EXCEDIDOS..: ' WS-CONT-DEPT-EXC
           IF WS-CONT-EXCEDIDOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

      * One pass over the table in DEPTNO+JOB order with a total line
      * at each change of department. With SOLO-EXCESOS only the
      * departments that have a seat over authorization are listed,
      * and within them only the seats that are over; the counters
      * are taken on the full pass.
       3100-LISTADO.
           MOVE SPACES TO WS-DEPT-ACTUAL
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > WS-POS-COUNT
              IF POS-E-DEPTNO (POS-IDX) NOT = WS-DEPT-ACTUAL
                 IF WS-DEPT-ACTUAL NOT = SPACES
                    PERFORM 3300-TOTAL-DEPTO
                    THRU 3300-TOTAL-DEPTO-EXIT
                 END-IF
                 MOVE POS-E-DEPTNO (POS-IDX) TO WS-DEPT-ACTUAL
                 MOVE 0 TO WS-DEPT-AUTH
                 MOVE 0 TO WS-DEPT-FILLED
                 MOVE 0 TO WS-DEPT-OPEN
                 MOVE 0 TO WS-DEPT-OVER
              END-IF
              PERFORM 3200-LINEA
              THRU 3200-LINEA-EXIT
           END-PERFORM
           IF WS-DEPT-ACTUAL NOT = SPACES
              PERFORM 3300-TOTAL-DEPTO
              THRU 3300-TOTAL-DEPTO-EXIT
           END-IF
           .
       3100-LISTADO-EXIT.
           EXIT.

       3200-LINEA.
           IF POS-E-OCUPADO (POS-IDX) > POS-E-AUTORIZADO (POS-IDX)
              MOVE 0 TO WS-ABIERTAS
              COMPUTE WS-EXCESO = POS-E-OCUPADO (POS-IDX)
                                - POS-E-AUTORIZADO (POS-IDX)
           ELSE
              COMPUTE WS-ABIERTAS = POS-E-AUTORIZADO (POS-IDX)
                                  - POS-E-OCUPADO (POS-IDX)
              MOVE 0 TO WS-EXCESO
           END-IF
           ADD POS-E-AUTORIZADO (POS-IDX) TO WS-DEPT-AUTH
           ADD POS-E-OCUPADO (POS-IDX)    TO WS-DEPT-FILLED
           ADD WS-ABIERTAS                TO WS-DEPT-OPEN
           ADD WS-EXCESO                  TO WS-DEPT-OVER
           IF NOT SOLO-EXCESOS AND WS-EXCESO > 0
              ADD 1 TO WS-CONT-EXCEDIDOS
           END-IF
           IF SOLO-EXCESOS AND WS-EXCESO = 0
              GO TO 3200-LINEA-EXIT
           END-IF
           MOVE POS-E-DEPTNO (POS-IDX)     TO PSL-DEPTNO
           MOVE POS-E-JOB (POS-IDX)        TO PSL-JOB
           MOVE POS-E-AUTORIZADO (POS-IDX) TO PSL-AUTH
           MOVE POS-E-OCUPADO (POS-IDX)    TO PSL-FILLED
           MOVE WS-ABIERTAS                TO PSL-OPEN
           MOVE WS-EXCESO                  TO PSL-OVER
           EVALUATE TRUE
               WHEN POS-E-CARD (POS-IDX) = 'N'
                  MOVE '*NO AUTHORIZATION*' TO PSL-MARCA
               WHEN WS-EXCESO > 0
                  MOVE '*OVER*' TO PSL-MARCA
               WHEN OTHER
                  MOVE SPACES TO PSL-MARCA
           END-EVALUATE
           WRITE REG-PSCFILE FROM WS-PSC-LINE
           .
       3200-LINEA-EXIT.
           EXIT.

       3300-TOTAL-DEPTO.
           IF NOT SOLO-EXCESOS AND WS-DEPT-OVER > 0
              ADD 1 TO WS-CONT-DEPT-EXC
           END-IF
           IF SOLO-EXCESOS AND WS-DEPT-OVER = 0
              GO TO 3300-TOTAL-DEPTO-EXIT
           END-IF
           MOVE WS-DEPT-ACTUAL TO PSL-DEPTNO
           MOVE 'TOTAL'        TO PSL-JOB
           MOVE WS-DEPT-AUTH   TO PSL-AUTH
           MOVE WS-DEPT-FILLED TO PSL-FILLED
           MOVE WS-DEPT-OPEN   TO PSL-OPEN
           MOVE WS-DEPT-OVER   TO PSL-OVER
           IF WS-DEPT-OVER > 0
              MOVE '*DEPT OVER*' TO PSL-MARCA
           ELSE
              MOVE SPACES TO PSL-MARCA
           END-IF
           WRITE REG-PSCFILE FROM WS-PSC-LINE
           .
       3300-TOTAL-DEPTO-EXIT.
           EXIT.

      * Bisection over the DEPTNO+JOB-ordered table; leaves POS-IDX
      * on the hit, or the insert slot in WS-POS-INS on a miss.
       3500-BUSCA-POSICION.
           SET POS-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-POS-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR POS-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF POS-E-CLAVE (WS-BIN-MID) = WS-BUSCA-POS
                 SET POS-FOUND TO TRUE
                 SET POS-IDX TO WS-BIN-MID
              ELSE
                 IF POS-E-CLAVE (WS-BIN-MID) < WS-BUSCA-POS
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-LO TO WS-POS-INS
           .
       3500-BUSCA-POSICION-EXIT.
           EXIT.

      *    UN TECHO DE CAPACIDAD TERMINA LA CORRIDA CON RC DURO EN
      *    VEZ DE UN CONTROL DE POSICIONES INCOMPLETO.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N35POSC ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
