       IDENTIFICATION DIVISION.
       PROGRAM-ID. N31RLIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTFILE ASSIGN TO DEPTFILED
                          FILE STATUS WS-DEPTFILE-STATUS.
           SELECT EMPXFILE ASSIGN TO EMPXFILED
                          FILE STATUS WS-EMPXFILE-STATUS.
           SELECT RLNFILE  ASSIGN TO RLNFILED
                          FILE STATUS WS-RLNFILE-STATUS.
           SELECT RLRFILE  ASSIGN TO RLRFILED
                          FILE STATUS WS-RLRFILE-STATUS.
           SELECT AUDFILE  ASSIGN TO AUDFILED
                          FILE STATUS WS-AUDFILE-STATUS.
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
      * published EMPREC layout, ORDER BY EMPNO.
       FD EMPXFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-EMPXFILE.
           COPY EMPREC.

      * Reporting-line extract for the workflow and approval tools:
      * one record per employee, in EMPNO order. RLN-DIRECTO is the
      * first manager above the employee, RLN-SALTO the one above
      * that, and RLN-CADENA the whole line up to the top, nearest
      * first. RLN-VACANTE is 'Y' when an empty seat was passed on
      * the way up. RLN-ESTADO is blank when the walk reached the
      * top of the tree, 'C' when it met a cycle, 'D' at a dead end
      * (a department missing from DEPTFILE) and 'L' when the line
      * ran past the hop limit; the chain holds what was found
      * before the break.
       FD RLNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 150 CHARACTERS.
       01 REG-RLNFILE.
           05  RLN-EMPNO         PIC X(06).
           05  RLN-WORKDEPT      PIC X(03).
           05  RLN-DIRECTO       PIC X(06).
           05  RLN-SALTO         PIC X(06).
           05  RLN-NIVELES       PIC 9(02).
           05  RLN-CADENA        PIC X(06) OCCURS 20 TIMES.
           05  RLN-VACANTE       PIC X(01).
           05  RLN-ESTADO        PIC X(01).
           05  FILLER            PIC X(05).

       FD RLRFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLRFILE PIC X(132).

       FD AUDFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-AUDFILE.
           05  AUD-PROGRAM       PIC X(08).
           05  AUD-EVENT         PIC X(05).
           05  AUD-TIMESTAMP     PIC X(19).
           05  AUD-RECORDS       PIC 9(08).
           05  AUD-STATUS        PIC X(08).
      * Business date of the run from N24FECH - AUD-TIMESTAMP is the
      * wall clock.
           05  AUD-FECHA-NEGOCIO PIC X(10).
           05  FILLER            PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-DEPTFILE-STATUS PIC XX.
       01 WS-EMPXFILE-STATUS PIC XX.
       01 WS-RLNFILE-STATUS PIC XX.
       01 WS-RLRFILE-STATUS PIC XX.
       01 WS-AUDFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-AUD-RAW-TS.
           05 WS-AUD-RAW-DATE      PIC 9(8).
           05 WS-AUD-RAW-TIME      PIC 9(6).
           05 FILLER               PIC X(7).

       01 WS-CONT-EMP        PIC 9(6) VALUE 0.
       01 WS-CONT-COMPLETAS  PIC 9(6) VALUE 0.
       01 WS-CONT-SIN-JEFE   PIC 9(6) VALUE 0.
       01 WS-CONT-CON-VAC    PIC 9(6) VALUE 0.
       01 WS-CONT-AUTO-JEFE  PIC 9(6) VALUE 0.
       01 WS-CONT-CICLOS     PIC 9(6) VALUE 0.
       01 WS-CONT-SIN-SALIDA PIC 9(6) VALUE 0.
       01 WS-CONT-LARGAS     PIC 9(6) VALUE 0.
       01 WS-CONT-VACANTES   PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-RLR-TITLE.
           10 RTL-LIT              PIC X(40)
               VALUE 'EMPLOYEE REPORTING-LINE EXTRACT'.
           10 RTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 RTL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-RLR-SECCION.
           10 RSC-LIT              PIC X(60).
           10 FILLER               PIC X(72) VALUE SPACES.
       01 WS-EXC-HEADER.
           10 EHD-EMPNO            PIC X(6)  VALUE 'EMPNO'.
           10 EHD-PIPE1            PIC X(1)  VALUE '|'.
           10 EHD-NOMBRE           PIC X(28) VALUE 'NAME'.
           10 EHD-PIPE2            PIC X(1)  VALUE '|'.
           10 EHD-WORKDEPT         PIC X(3)  VALUE 'DPT'.
           10 EHD-PIPE3            PIC X(1)  VALUE '|'.
           10 EHD-EN-DEPT          PIC X(6)  VALUE 'AT DPT'.
           10 EHD-PIPE4            PIC X(1)  VALUE '|'.
           10 EHD-MOTIVO           PIC X(36) VALUE 'REASON'.
           10 EHD-PIPE5            PIC X(1)  VALUE '|'.
           10 EHD-NIVELES          PIC X(6)  VALUE 'FOUND'.
           10 FILLER               PIC X(42) VALUE SPACES.
       01 WS-EXC-LINE.
           10 EXL-EMPNO            PIC X(6).
           10 EXL-PIPE1            PIC X(1)  VALUE '|'.
           10 EXL-NOMBRE           PIC X(28).
           10 EXL-PIPE2            PIC X(1)  VALUE '|'.
           10 EXL-WORKDEPT         PIC X(3).
           10 EXL-PIPE3            PIC X(1)  VALUE '|'.
           10 EXL-EN-DEPT          PIC X(6).
           10 EXL-PIPE4            PIC X(1)  VALUE '|'.
           10 EXL-MOTIVO           PIC X(36).
           10 EXL-PIPE5            PIC X(1)  VALUE '|'.
           10 EXL-NIVELES          PIC ZZZZZ9.
           10 FILLER               PIC X(42) VALUE SPACES.
       01 WS-VAC-HEADER.
           10 VHD-DEPTNO           PIC X(3)  VALUE 'DNO'.
           10 VHD-PIPE1            PIC X(1)  VALUE '|'.
           10 VHD-DEPTNAME         PIC X(36) VALUE 'DEPTNAME'.
           10 VHD-PIPE2            PIC X(1)  VALUE '|'.
           10 VHD-MGRNO            PIC X(6)  VALUE 'MGRNO'.
           10 VHD-PIPE3            PIC X(1)  VALUE '|'.
           10 VHD-MOTIVO           PIC X(24) VALUE 'SEAT'.
           10 VHD-PIPE4            PIC X(1)  VALUE '|'.
           10 VHD-EMPS             PIC X(8)  VALUE 'ROUTED'.
           10 FILLER               PIC X(51) VALUE SPACES.
       01 WS-VAC-LINE.
           10 VCL-DEPTNO           PIC X(3).
           10 VCL-PIPE1            PIC X(1)  VALUE '|'.
           10 VCL-DEPTNAME         PIC X(36).
           10 VCL-PIPE2            PIC X(1)  VALUE '|'.
           10 VCL-MGRNO            PIC X(6).
           10 VCL-PIPE3            PIC X(1)  VALUE '|'.
           10 VCL-MOTIVO           PIC X(24).
           10 VCL-PIPE4            PIC X(1)  VALUE '|'.
           10 VCL-EMPS             PIC ZZZZZZZ9.
           10 FILLER               PIC X(51) VALUE SPACES.
       01 WS-RLR-FOOTER.
           10 RFT-CONT             PIC ZZZZZ9.
           10 RFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * Department table in N05ROLL's shape, sorted by DEPTNO after
      * the load for bisection. DEPT-VACANTE is set once both files
      * are in: 'S' no MGRNO on file, 'E' a MGRNO that is not on
      * the extract, 'N' a filled seat. DEPT-VISITA holds the
      * number of the employee whose walk last passed through, so a
      * second pass in the same walk is a cycle without resetting
      * the whole table per employee.
       01 WS-DEPT-MAX               PIC 9(4) VALUE 5000.
       01 WS-DEPT-COUNT             PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 5000 TIMES
                         INDEXED BY DEPT-IDX.
               10 DEPT-DEPTNO       PIC X(3).
               10 DEPT-DEPTNAME     PIC X(36).
               10 DEPT-MGRNO        PIC X(6).
               10 DEPT-ADMRDEPT     PIC X(3).
               10 DEPT-VACANTE      PIC X.
               10 DEPT-VISITA       PIC 9(6).
               10 DEPT-SALTADOS     PIC 9(8).
       01 WS-DEPT-SWAP              PIC X(63).
       01 WS-ORD-I                  PIC 9(4).
       01 WS-ORD-J                  PIC 9(4).
       01 WS-ORD-J1                 PIC 9(4).
       01 WS-ORD-J2                 PIC 9(4).
       01 WS-ORD-GAP                PIC 9(4).
       01 WS-ORD-KEY-A              PIC X(3).
       01 WS-ORD-FIN-SW             PIC X.
           88 ORD-FIN               VALUE 'Y'.
       01 WS-BUSCA-DEPTNO           PIC X(3).
       01 WS-DEPT-FOUND             PIC X VALUE 'N'.
           88 DEPT-FOUND            VALUE 'Y'.
           88 DEPT-NOT-FOUND        VALUE 'N'.

      * Every employee on the extract, in its EMPNO order - the
      * load checks the sequence, as N17ECMP does, so a manager is
      * found by bisection.
       01 WS-EMP-MAX                PIC 9(5) VALUE 50000.
       01 WS-EMP-COUNT              PIC 9(5) VALUE 0.
       01 WS-EMP-TABLE.
           05 EMP-ENTRY OCCURS 50000 TIMES
                        INDEXED BY EMP-IDX.
               10 EMP-EMPNO         PIC X(6).
               10 EMP-FIRSTNME      PIC X(12).
               10 EMP-LASTNAME      PIC X(15).
               10 EMP-WORKDEPT      PIC X(3).
       01 WS-EMP-PREV               PIC X(6) VALUE LOW-VALUES.
       01 WS-BUSCA-EMPNO            PIC X(6).
       01 WS-EMP-FOUND              PIC X VALUE 'N'.
           88 EMP-FOUND             VALUE 'Y'.
           88 EMP-NOT-FOUND         VALUE 'N'.

       01 WS-BIN-LO                 PIC 9(5).
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-BIN-OCC                PIC 9(5).
       01 WS-ABORT-MSG              PIC X(40).

      * Work fields for the climb from one employee's WORKDEPT.
      * WS-WALK-TOPE bounds it at the size of RLN-CADENA.
       01 WS-WALK-NUM               PIC 9(6).
       01 WS-WALK-DEPTNO            PIC X(3).
       01 WS-WALK-HOPS              PIC 9(2).
       01 WS-WALK-TOPE              PIC 9(2) VALUE 20.
       01 WS-WALK-NIVELES           PIC 9(2).
       01 WS-WALK-ULTIMO            PIC X(6).
       01 WS-WALK-FIN               PIC X.
           88 WALK-FIN              VALUE 'Y'.
       01 WS-WALK-ESTADO            PIC X.
       01 WS-WALK-VACANTE           PIC X.
       01 WS-WALK-MOTIVO            PIC X(36).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           VARYING EMP-IDX FROM 1 BY 1
           UNTIL EMP-IDX > WS-EMP-COUNT

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

           OPEN OUTPUT RLNFILE
           EVALUATE WS-RLNFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE RLNFILE ES: " WS-RLNFILE-STATUS
           END-EVALUATE

           OPEN OUTPUT RLRFILE
           EVALUATE WS-RLRFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE RLRFILE ES: " WS-RLRFILE-STATUS
           END-EVALUATE

           PERFORM 1140-AUDIT-ABRE
           THRU 1140-AUDIT-ABRE-EXIT

           MOVE 'START' TO AUD-EVENT
           MOVE 0       TO AUD-RECORDS
           MOVE "00"    TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           PERFORM 1300-CARGA-DEPT
           THRU 1300-CARGA-DEPT-EXIT

           PERFORM 1400-CARGA-EMP
           THRU 1400-CARGA-EMP-EXIT

           PERFORM 1500-MARCA-VACANTES
           THRU 1500-MARCA-VACANTES-EXIT

           MOVE WS-RUN-DATE-RF TO RTL-FECHA
           WRITE REG-RLRFILE FROM WS-RLR-TITLE
           MOVE 'EXCEPTIONS - REPORTING LINE BROKEN' TO RSC-LIT
           WRITE REG-RLRFILE FROM WS-RLR-SECCION
           WRITE REG-RLRFILE FROM WS-EXC-HEADER
           .
       1000-INICIO-EXIT.
           EXIT.

       1140-AUDIT-ABRE.
           MOVE "00" TO WS-AUDFILE-STATUS
           OPEN EXTEND AUDFILE
           IF WS-AUDFILE-STATUS NOT = "00"
              OPEN OUTPUT AUDFILE
           END-IF
           EVALUATE WS-AUDFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE AUDFILE ES: " WS-AUDFILE-STATUS
           END-EVALUATE
           .
       1140-AUDIT-ABRE-EXIT.
           EXIT.

       1150-AUDIT-ESCRIBE.
           MOVE 'N31RLIN' TO AUD-PROGRAM
           MOVE FEC-FECHA-NEGOCIO TO AUD-FECHA-NEGOCIO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-RAW-TS
           STRING WS-AUD-RAW-DATE (1:4) DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-AUD-RAW-DATE (5:2) DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-AUD-RAW-DATE (7:2) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (1:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (3:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (5:2) DELIMITED BY SIZE
             INTO AUD-TIMESTAMP
           END-STRING
           WRITE REG-AUDFILE
           .
       1150-AUDIT-ESCRIBE-EXIT.
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
      *                 THE N13DUNL UNLOAD ENDS IN A 'T' TRAILER
      *                 ROW - 'T' PLUS THE 8-DIGIT COUNT - NOT A
      *                 DEPARTMENT. A REAL DEPTNO LIKE T00 HAS A
      *                 NAME THERE, NOT DIGITS, SO IT STILL LOADS.
                        IF DPT-DEPTNO (1:1) = 'T'
                           AND REG-DEPTFILE (2:8) IS NUMERIC
                           CONTINUE
                        ELSE
                           IF WS-DEPT-COUNT >= WS-DEPT-MAX
                              MOVE 'TABLA DE DEPARTAMENTOS LLENA'
                                TO WS-ABORT-MSG
                              PERFORM 9000-ABORTA
                              THRU 9000-ABORTA-EXIT
                           END-IF
                           ADD 1 TO WS-DEPT-COUNT
                           SET DEPT-IDX TO WS-DEPT-COUNT
                           MOVE DPT-DEPTNO
                             TO DEPT-DEPTNO (DEPT-IDX)
                           MOVE DPT-DEPTNAME
                             TO DEPT-DEPTNAME (DEPT-IDX)
                           MOVE DPT-MGRNO
                             TO DEPT-MGRNO (DEPT-IDX)
                           MOVE DPT-ADMRDEPT
                             TO DEPT-ADMRDEPT (DEPT-IDX)
                           MOVE 'N' TO DEPT-VACANTE (DEPT-IDX)
                           MOVE 0 TO DEPT-VISITA (DEPT-IDX)
                           MOVE 0 TO DEPT-SALTADOS (DEPT-IDX)
                        END-IF
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

      * Shell sort of the department table by DEPTNO, same scheme
      * N05ROLL uses.
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

       1400-CARGA-EMP.
           OPEN INPUT EMPXFILE
           EVALUATE WS-EMPXFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  DISPLAY "NO EXISTE EXTRACTO DE EMPLEADOS"
                  MOVE FS-EOF TO WS-EMPXFILE-STATUS
               WHEN OTHER
                  DISPLAY "EL ERROR DE EMPXFILE ES: " WS-EMPXFILE-STATUS
                  MOVE FS-EOF TO WS-EMPXFILE-STATUS
           END-EVALUATE
           PERFORM UNTIL WS-EMPXFILE-STATUS = FS-EOF
              READ EMPXFILE INTO REG-EMPXFILE
                 AT END
                    MOVE FS-EOF TO WS-EMPXFILE-STATUS
                 NOT AT END
      *             THE EXTRACT ENDS IN A 'T' TRAILER ROW, NOT AN
      *             EMPLOYEE - SKIP IT.
                    IF EMPX-EMPNO (1:1) NOT = 'T'
                       PERFORM 1410-CARGA-FILA
                       THRU 1410-CARGA-FILA-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EMPXFILE
           .
       1400-CARGA-EMP-EXIT.
           EXIT.

       1410-CARGA-FILA.
           IF EMPX-EMPNO < WS-EMP-PREV
              MOVE 'EMPXFILE FUERA DE SECUENCIA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE EMPX-EMPNO TO WS-EMP-PREV
           IF WS-EMP-COUNT >= WS-EMP-MAX
              MOVE 'TABLA DE EMPLEADOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET EMP-IDX TO WS-EMP-COUNT
           MOVE EMPX-EMPNO    TO EMP-EMPNO (EMP-IDX)
           MOVE EMPX-FIRSTNME TO EMP-FIRSTNME (EMP-IDX)
           MOVE EMPX-LASTNAME TO EMP-LASTNAME (EMP-IDX)
           MOVE EMPX-WORKDEPT TO EMP-WORKDEPT (EMP-IDX)
           .
       1410-CARGA-FILA-EXIT.
           EXIT.

      * A seat is vacant when the department has no MGRNO or names
      * someone who is no longer on the extract.
       1500-MARCA-VACANTES.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF DEPT-MGRNO (DEPT-IDX) = SPACES
                 MOVE 'S' TO DEPT-VACANTE (DEPT-IDX)
                 ADD 1 TO WS-CONT-VACANTES
              ELSE
                 MOVE DEPT-MGRNO (DEPT-IDX) TO WS-BUSCA-EMPNO
                 PERFORM 3510-BUSCA-EMP
                 THRU 3510-BUSCA-EMP-EXIT
                 IF EMP-NOT-FOUND
                    MOVE 'E' TO DEPT-VACANTE (DEPT-IDX)
                    ADD 1 TO WS-CONT-VACANTES
                 END-IF
              END-IF
           END-PERFORM
           .
       1500-MARCA-VACANTES-EXIT.
           EXIT.

       2000-PROCESO.
           ADD 1 TO WS-CONT-EMP
           MOVE SPACES TO REG-RLNFILE
           MOVE EMP-EMPNO (EMP-IDX)    TO RLN-EMPNO
           MOVE EMP-WORKDEPT (EMP-IDX) TO RLN-WORKDEPT
           MOVE 0 TO RLN-NIVELES

           SET WS-WALK-NUM TO EMP-IDX
           MOVE EMP-WORKDEPT (EMP-IDX) TO WS-WALK-DEPTNO
           MOVE 0      TO WS-WALK-HOPS
           MOVE 0      TO WS-WALK-NIVELES
           MOVE SPACES TO WS-WALK-ULTIMO
           MOVE SPACES TO WS-WALK-ESTADO
           MOVE 'N'    TO WS-WALK-VACANTE
           MOVE 'N'    TO WS-WALK-FIN
           PERFORM 2100-SUBE-CADENA
           THRU 2100-SUBE-CADENA-EXIT
           UNTIL WALK-FIN

           MOVE WS-WALK-NIVELES TO RLN-NIVELES
           MOVE RLN-CADENA (1)  TO RLN-DIRECTO
           MOVE RLN-CADENA (2)  TO RLN-SALTO
           MOVE WS-WALK-VACANTE TO RLN-VACANTE
           MOVE WS-WALK-ESTADO  TO RLN-ESTADO
           WRITE REG-RLNFILE

           IF WS-WALK-VACANTE = 'Y'
              ADD 1 TO WS-CONT-CON-VAC
           END-IF
           EVALUATE WS-WALK-ESTADO
               WHEN SPACES
                  ADD 1 TO WS-CONT-COMPLETAS
                  IF WS-WALK-NIVELES = 0
                     ADD 1 TO WS-CONT-SIN-JEFE
                  END-IF
               WHEN 'C'
                  ADD 1 TO WS-CONT-CICLOS
               WHEN 'D'
                  ADD 1 TO WS-CONT-SIN-SALIDA
               WHEN 'L'
                  ADD 1 TO WS-CONT-LARGAS
           END-EVALUATE
           IF WS-WALK-ESTADO NOT = SPACES
              PERFORM 2900-EXCEPCION
              THRU 2900-EXCEPCION-EXIT
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

      * One department per hop. Its manager joins the chain unless
      * the seat is vacant (skipped and flagged), the manager is the
      * employee being walked (routed one level up), or is the same
      * person already added for the department below. A root is a
      * department whose ADMRDEPT is spaces or itself, as in
      * N05ROLL.
       2100-SUBE-CADENA.
           IF WS-WALK-HOPS >= WS-WALK-TOPE
              MOVE 'L' TO WS-WALK-ESTADO
              MOVE 'LINE LONGER THAN HOP LIMIT' TO WS-WALK-MOTIVO
              SET WALK-FIN TO TRUE
              GO TO 2100-SUBE-CADENA-EXIT
           END-IF
           ADD 1 TO WS-WALK-HOPS
           MOVE WS-WALK-DEPTNO TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-DEPTO
           THRU 3500-BUSCA-DEPTO-EXIT
           IF DEPT-NOT-FOUND
              MOVE 'D' TO WS-WALK-ESTADO
              IF WS-WALK-HOPS = 1
                 MOVE 'WORKDEPT NOT IN DEPTFILE' TO WS-WALK-MOTIVO
              ELSE
                 MOVE 'ADMRDEPT NOT IN DEPTFILE' TO WS-WALK-MOTIVO
              END-IF
              SET WALK-FIN TO TRUE
              GO TO 2100-SUBE-CADENA-EXIT
           END-IF
           IF DEPT-VISITA (WS-BIN-OCC) = WS-WALK-NUM
              MOVE 'C' TO WS-WALK-ESTADO
              MOVE 'ADMRDEPT CYCLE' TO WS-WALK-MOTIVO
              SET WALK-FIN TO TRUE
              GO TO 2100-SUBE-CADENA-EXIT
           END-IF
           MOVE WS-WALK-NUM TO DEPT-VISITA (WS-BIN-OCC)

           EVALUATE TRUE
               WHEN DEPT-VACANTE (WS-BIN-OCC) NOT = 'N'
                  MOVE 'Y' TO WS-WALK-VACANTE
                  ADD 1 TO DEPT-SALTADOS (WS-BIN-OCC)
               WHEN DEPT-MGRNO (WS-BIN-OCC) = EMP-EMPNO (EMP-IDX)
                  IF WS-WALK-HOPS = 1
                     ADD 1 TO WS-CONT-AUTO-JEFE
                  END-IF
               WHEN DEPT-MGRNO (WS-BIN-OCC) = WS-WALK-ULTIMO
                  CONTINUE
               WHEN OTHER
                  ADD 1 TO WS-WALK-NIVELES
                  MOVE DEPT-MGRNO (WS-BIN-OCC)
                    TO RLN-CADENA (WS-WALK-NIVELES)
                  MOVE DEPT-MGRNO (WS-BIN-OCC) TO WS-WALK-ULTIMO
           END-EVALUATE

           IF DEPT-ADMRDEPT (WS-BIN-OCC) = SPACES
              OR DEPT-ADMRDEPT (WS-BIN-OCC) = DEPT-DEPTNO (WS-BIN-OCC)
              SET WALK-FIN TO TRUE
           ELSE
              MOVE DEPT-ADMRDEPT (WS-BIN-OCC) TO WS-WALK-DEPTNO
           END-IF
           .
       2100-SUBE-CADENA-EXIT.
           EXIT.

       2900-EXCEPCION.
           MOVE EMP-EMPNO (EMP-IDX) TO EXL-EMPNO
           MOVE SPACES TO EXL-NOMBRE
           STRING FUNCTION TRIM(EMP-FIRSTNME (EMP-IDX))
                                           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  FUNCTION TRIM(EMP-LASTNAME (EMP-IDX))
                                           DELIMITED BY SIZE
             INTO EXL-NOMBRE
           END-STRING
           MOVE EMP-WORKDEPT (EMP-IDX) TO EXL-WORKDEPT
           MOVE WS-WALK-DEPTNO  TO EXL-EN-DEPT
           MOVE WS-WALK-MOTIVO  TO EXL-MOTIVO
           MOVE WS-WALK-NIVELES TO EXL-NIVELES
           WRITE REG-RLRFILE FROM WS-EXC-LINE
           .
       2900-EXCEPCION-EXIT.
           EXIT.

       3000-FIN.
           MOVE 'VACANT MANAGER SEATS - SKIPPED ON THE WAY UP'
             TO RSC-LIT
           WRITE REG-RLRFILE FROM WS-RLR-SECCION
           WRITE REG-RLRFILE FROM WS-VAC-HEADER
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF DEPT-VACANTE (DEPT-IDX) NOT = 'N'
                 MOVE DEPT-DEPTNO (DEPT-IDX)   TO VCL-DEPTNO
                 MOVE DEPT-DEPTNAME (DEPT-IDX) TO VCL-DEPTNAME
                 MOVE DEPT-MGRNO (DEPT-IDX)    TO VCL-MGRNO
                 IF DEPT-VACANTE (DEPT-IDX) = 'S'
                    MOVE 'NO MANAGER ON FILE' TO VCL-MOTIVO
                 ELSE
                    MOVE 'MGRNO NOT ON EXTRACT' TO VCL-MOTIVO
                 END-IF
                 MOVE DEPT-SALTADOS (DEPT-IDX) TO VCL-EMPS
                 WRITE REG-RLRFILE FROM WS-VAC-LINE
              END-IF
           END-PERFORM

           MOVE WS-CONT-EMP TO RFT-CONT
           MOVE ' EMPLOYEES EXTRACTED' TO RFT-LIT
           WRITE REG-RLRFILE FROM WS-RLR-FOOTER
           MOVE WS-CONT-COMPLETAS TO RFT-CONT
           MOVE ' LINES COMPLETE TO THE TOP' TO RFT-LIT
           WRITE REG-RLRFILE FROM WS-RLR-FOOTER
           MOVE WS-CONT-SIN-JEFE TO RFT-CONT
           MOVE ' EMPLOYEES WITH NO MANAGER ABOVE' TO RFT-LIT
           WRITE REG-RLRFILE FROM WS-RLR-FOOTER
           MOVE WS-CONT-AUTO-JEFE TO RFT-CONT
           MOVE ' MANAGERS ROUTED ABOVE OWN DEPT' TO RFT-LIT
           WRITE REG-RLRFILE FROM WS-RLR-FOOTER
           MOVE WS-CONT-CON-VAC TO RFT-CONT
           MOVE ' LINES PASSING A VACANT SEAT' TO RFT-LIT
           WRITE REG-RLRFILE FROM WS-RLR-FOOTER
           MOVE WS-CONT-VACANTES TO RFT-CONT
           MOVE ' VACANT MANAGER SEATS' TO RFT-LIT
           WRITE REG-RLRFILE FROM WS-RLR-FOOTER
           MOVE WS-CONT-CICLOS TO RFT-CONT
           MOVE ' LINES BROKEN BY A CYCLE' TO RFT-LIT
           WRITE REG-RLRFILE FROM WS-RLR-FOOTER
           MOVE WS-CONT-SIN-SALIDA TO RFT-CONT
           MOVE ' LINES BROKEN BY A DEAD END' TO RFT-LIT
           WRITE REG-RLRFILE FROM WS-RLR-FOOTER
           MOVE WS-CONT-LARGAS TO RFT-CONT
           MOVE ' LINES OVER THE HOP LIMIT' TO RFT-LIT
           WRITE REG-RLRFILE FROM WS-RLR-FOOTER

           MOVE 'END  '          TO AUD-EVENT
           MOVE WS-CONT-EMP      TO AUD-RECORDS
           MOVE "00"             TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           CLOSE RLNFILE
           CLOSE RLRFILE
           CLOSE AUDFILE
           DISPLAY 'N31RLIN - EMPLEADOS.........: ' WS-CONT-EMP
           DISPLAY 'N31RLIN - LINEAS COMPLETAS..: ' WS-CONT-COMPLETAS
           DISPLAY 'N31RLIN - CON VACANTE.......: ' WS-CONT-CON-VAC
           DISPLAY 'N31RLIN - CICLOS............: ' WS-CONT-CICLOS
           DISPLAY 'N31RLIN - SIN SALIDA........: ' WS-CONT-SIN-SALIDA
           DISPLAY 'N31RLIN - EXCEDEN TOPE......: ' WS-CONT-LARGAS
           IF WS-CONT-CICLOS > 0
              OR WS-CONT-SIN-SALIDA > 0
              OR WS-CONT-LARGAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
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

      * Bisection over the EMPNO-ordered employee table.
       3510-BUSCA-EMP.
           SET EMP-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-EMP-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR EMP-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF EMP-EMPNO (WS-BIN-MID) = WS-BUSCA-EMPNO
                 SET EMP-FOUND TO TRUE
              ELSE
                 IF EMP-EMPNO (WS-BIN-MID) < WS-BUSCA-EMPNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           .
       3510-BUSCA-EMP-EXIT.
           EXIT.

      * A full table would give half the company a wrong line.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N31RLIN ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
