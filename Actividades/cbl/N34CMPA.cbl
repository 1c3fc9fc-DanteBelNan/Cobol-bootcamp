       IDENTIFICATION DIVISION.
       PROGRAM-ID. N34CMPA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRDFILE  ASSIGN TO GRDFILED
                          FILE STATUS WS-GRDFILE-STATUS.
           SELECT EMPXFILE ASSIGN TO EMPXFILED
                          FILE STATUS WS-EMPXFILE-STATUS.
           SELECT CMPFILE  ASSIGN TO CMPFILED
                          FILE STATUS WS-CMPFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Job-grade table: one card per EMPX-JOB code with its grade
      * and the salary range for it - minimum, midpoint, maximum.
       FD GRDFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 40 CHARACTERS.
       01 REG-GRDFILE.
           05  GRD-JOB           PIC X(08).
           05  GRD-GRADO         PIC X(03).
           05  GRD-MINIMO        PIC 9(07)V99.
           05  GRD-MEDIO         PIC 9(07)V99.
           05  GRD-MAXIMO        PIC 9(07)V99.
           05  FILLER            PIC X(02).

      * Employee master extract written nightly by NDB2845 in the
      * published EMPREC layout.
       FD EMPXFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-EMPXFILE.
           COPY EMPREC.

       FD CMPFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-CMPFILE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-GRDFILE-STATUS PIC XX.
       01 WS-EMPXFILE-STATUS PIC XX.
       01 WS-CMPFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-CONT-GRADOS     PIC 9(6) VALUE 0.
       01 WS-CONT-RECHAZOS   PIC 9(6) VALUE 0.
       01 WS-CONT-EMP        PIC 9(6) VALUE 0.
       01 WS-CONT-SIN-GRADO  PIC 9(6) VALUE 0.
       01 WS-CONT-BAJO-MIN   PIC 9(6) VALUE 0.
       01 WS-CONT-SOBRE-MAX  PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-CMP-TITLE.
           10 CTL-LIT              PIC X(40)
               VALUE 'COMPA-RATIO REPORT'.
           10 CTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 CTL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-CMP-SECCION.
           10 CSC-LIT              PIC X(60).
           10 FILLER               PIC X(72) VALUE SPACES.
       01 WS-REJ-HEADER.
           10 RHD-JOB              PIC X(8)  VALUE 'JOB'.
           10 RHD-PIPE1            PIC X(1)  VALUE '|'.
           10 RHD-GRADO            PIC X(3)  VALUE 'GRD'.
           10 RHD-PIPE2            PIC X(1)  VALUE '|'.
           10 RHD-MINIMO           PIC X(14) VALUE 'MINIMUM'.
           10 RHD-PIPE3            PIC X(1)  VALUE '|'.
           10 RHD-MEDIO            PIC X(14) VALUE 'MIDPOINT'.
           10 RHD-PIPE4            PIC X(1)  VALUE '|'.
           10 RHD-MAXIMO           PIC X(14) VALUE 'MAXIMUM'.
           10 RHD-PIPE5            PIC X(1)  VALUE '|'.
           10 RHD-MOTIVO           PIC X(30) VALUE 'REASON'.
           10 FILLER               PIC X(44) VALUE SPACES.
       01 WS-REJ-LINE.
           10 RJL-JOB              PIC X(8).
           10 RJL-PIPE1            PIC X(1)  VALUE '|'.
           10 RJL-GRADO            PIC X(3).
           10 RJL-PIPE2            PIC X(1)  VALUE '|'.
           10 RJL-MINIMO           PIC $$$.$$$.$$9,99.
           10 RJL-PIPE3            PIC X(1)  VALUE '|'.
           10 RJL-MEDIO            PIC $$$.$$$.$$9,99.
           10 RJL-PIPE4            PIC X(1)  VALUE '|'.
           10 RJL-MAXIMO           PIC $$$.$$$.$$9,99.
           10 RJL-PIPE5            PIC X(1)  VALUE '|'.
           10 RJL-MOTIVO           PIC X(30).
           10 FILLER               PIC X(44) VALUE SPACES.
       01 WS-EMP-HEADER.
           10 EHD-EMPNO            PIC X(6)  VALUE 'EMPNO'.
           10 EHD-PIPE1            PIC X(1)  VALUE '|'.
           10 EHD-NOMBRE           PIC X(28) VALUE 'NAME'.
           10 EHD-PIPE2            PIC X(1)  VALUE '|'.
           10 EHD-WORKDEPT         PIC X(3)  VALUE 'DPT'.
           10 EHD-PIPE3            PIC X(1)  VALUE '|'.
           10 EHD-JOB              PIC X(8)  VALUE 'JOB'.
           10 EHD-PIPE4            PIC X(1)  VALUE '|'.
           10 EHD-GRADO            PIC X(3)  VALUE 'GRD'.
           10 EHD-PIPE5            PIC X(1)  VALUE '|'.
           10 EHD-SALARIO          PIC X(14) VALUE 'SALARY'.
           10 EHD-PIPE6            PIC X(1)  VALUE '|'.
           10 EHD-MEDIO            PIC X(14) VALUE 'MIDPOINT'.
           10 EHD-PIPE7            PIC X(1)  VALUE '|'.
           10 EHD-COMPA            PIC X(6)  VALUE 'COMPA'.
           10 EHD-PIPE8            PIC X(1)  VALUE '|'.
           10 EHD-MARCA            PIC X(12) VALUE 'RANGE'.
           10 FILLER               PIC X(30) VALUE SPACES.
       01 WS-EMP-LINE.
           10 EML-EMPNO            PIC X(6).
           10 EML-PIPE1            PIC X(1)  VALUE '|'.
           10 EML-NOMBRE           PIC X(28).
           10 EML-PIPE2            PIC X(1)  VALUE '|'.
           10 EML-WORKDEPT         PIC X(3).
           10 EML-PIPE3            PIC X(1)  VALUE '|'.
           10 EML-JOB              PIC X(8).
           10 EML-PIPE4            PIC X(1)  VALUE '|'.
           10 EML-GRADO            PIC X(3).
           10 EML-PIPE5            PIC X(1)  VALUE '|'.
           10 EML-SALARIO          PIC $$$.$$$.$$9,99.
           10 EML-PIPE6            PIC X(1)  VALUE '|'.
           10 EML-MEDIO            PIC $$$.$$$.$$9,99.
           10 EML-PIPE7            PIC X(1)  VALUE '|'.
           10 EML-COMPA            PIC Z9,999.
           10 EML-PIPE8            PIC X(1)  VALUE '|'.
           10 EML-MARCA            PIC X(12).
           10 FILLER               PIC X(30) VALUE SPACES.
       01 WS-AVG-HEADER.
           10 AHD-CODIGO           PIC X(8).
           10 AHD-PIPE1            PIC X(1)  VALUE '|'.
           10 AHD-GRADO            PIC X(3)  VALUE 'GRD'.
           10 AHD-PIPE2            PIC X(1)  VALUE '|'.
           10 AHD-EMPS             PIC X(6)  VALUE 'EMPL'.
           10 AHD-PIPE3            PIC X(1)  VALUE '|'.
           10 AHD-PROMEDIO         PIC X(9)  VALUE 'AVG COMPA'.
           10 AHD-PIPE4            PIC X(1)  VALUE '|'.
           10 AHD-BAJO             PIC X(6)  VALUE 'BELOW'.
           10 AHD-PIPE5            PIC X(1)  VALUE '|'.
           10 AHD-SOBRE            PIC X(6)  VALUE 'ABOVE'.
           10 FILLER               PIC X(89) VALUE SPACES.
       01 WS-AVG-LINE.
           10 AVL-CODIGO           PIC X(8).
           10 AVL-PIPE1            PIC X(1)  VALUE '|'.
           10 AVL-GRADO            PIC X(3).
           10 AVL-PIPE2            PIC X(1)  VALUE '|'.
           10 AVL-EMPS             PIC ZZZZZ9.
           10 AVL-PIPE3            PIC X(1)  VALUE '|'.
           10 FILLER               PIC X(3)  VALUE SPACES.
           10 AVL-PROMEDIO         PIC Z9,999.
           10 AVL-PIPE4            PIC X(1)  VALUE '|'.
           10 AVL-BAJO             PIC ZZZZZ9.
           10 AVL-PIPE5            PIC X(1)  VALUE '|'.
           10 AVL-SOBRE            PIC ZZZZZ9.
           10 FILLER               PIC X(89) VALUE SPACES.
       01 WS-FAL-HEADER.
           10 FHD-JOB              PIC X(8)  VALUE 'JOB'.
           10 FHD-PIPE1            PIC X(1)  VALUE '|'.
           10 FHD-EMPS             PIC X(6)  VALUE 'EMPL'.
           10 FILLER               PIC X(117) VALUE SPACES.
       01 WS-FAL-LINE.
           10 FAL-JOB              PIC X(8).
           10 FAL-PIPE1            PIC X(1)  VALUE '|'.
           10 FAL-EMPS             PIC ZZZZZ9.
           10 FILLER               PIC X(117) VALUE SPACES.
       01 WS-CMP-FOOTER.
           10 CFT-CONT             PIC ZZZZZ9.
           10 CFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * Grade table, kept in JOB order by binary insertion at load so
      * 3500-BUSCA-GRADO can bisect it per employee; it also carries
      * the per-JOB compa-ratio sums for the averages section.
       01 WS-GRD-MAX               PIC 9(4) VALUE 2000.
       01 WS-GRD-COUNT             PIC 9(4) VALUE 0.
       01 WS-GRD-TABLE.
           05 GRD-ENTRY OCCURS 2000 TIMES
                        INDEXED BY GRD-IDX.
               10 GRD-E-JOB         PIC X(8).
               10 GRD-E-GRADO       PIC X(3).
               10 GRD-E-MINIMO      PIC 9(7)V99.
               10 GRD-E-MEDIO       PIC 9(7)V99.
               10 GRD-E-MAXIMO      PIC 9(7)V99.
               10 GRD-E-EMPS        PIC 9(6).
               10 GRD-E-SUMA        PIC S9(7)V999 USAGE COMP-3.
               10 GRD-E-BAJO        PIC 9(6).
               10 GRD-E-SOBRE       PIC 9(6).
       01 WS-GRD-FOUND             PIC X VALUE 'N'.
           88 GRD-FOUND            VALUE 'Y'.
           88 GRD-NOT-FOUND        VALUE 'N'.
       01 WS-BUSCA-JOB             PIC X(8).
       01 WS-GRD-INS               PIC 9(5).

      * Same shape per WORKDEPT, built as the extract is read.
       01 WS-DPT-MAX               PIC 9(4) VALUE 5000.
       01 WS-DPT-COUNT             PIC 9(4) VALUE 0.
       01 WS-DPT-TABLE.
           05 DPT-ENTRY OCCURS 5000 TIMES
                        INDEXED BY DPT-IDX.
               10 DPT-E-DEPTNO      PIC X(3).
               10 DPT-E-EMPS        PIC 9(6).
               10 DPT-E-SUMA        PIC S9(7)V999 USAGE COMP-3.
               10 DPT-E-BAJO        PIC 9(6).
               10 DPT-E-SOBRE       PIC 9(6).
       01 WS-DPT-FOUND             PIC X VALUE 'N'.
           88 DPT-FOUND            VALUE 'Y'.
           88 DPT-NOT-FOUND        VALUE 'N'.
       01 WS-BUSCA-DEPTNO          PIC X(3).
       01 WS-DPT-INS               PIC 9(5).

      * JOB codes on the extract that have no grade card, with the
      * number of employees carrying each.
       01 WS-FAL-MAX               PIC 9(4) VALUE 2000.
       01 WS-FAL-COUNT             PIC 9(4) VALUE 0.
       01 WS-FAL-TABLE.
           05 FAL-ENTRY OCCURS 2000 TIMES
                        INDEXED BY FAL-IDX.
               10 FAL-E-JOB         PIC X(8).
               10 FAL-E-EMPS        PIC 9(6).
       01 WS-FAL-FOUND             PIC X VALUE 'N'.
           88 FAL-FOUND            VALUE 'Y'.
           88 FAL-NOT-FOUND        VALUE 'N'.
       01 WS-FAL-INS               PIC 9(5).

      * Employees outside their range, banked during the main pass
      * so the out-of-range section can repeat them in one block.
       01 WS-OUT-MAX               PIC 9(5) VALUE 10000.
       01 WS-OUT-COUNT             PIC 9(5) VALUE 0.
       01 WS-OUT-TABLE.
           05 OUT-ENTRY OCCURS 10000 TIMES
                        INDEXED BY OUT-IDX.
               10 OUT-LINEA         PIC X(132).

       01 WS-TAB-I                 PIC 9(5).
       01 WS-TAB-J                 PIC 9(5).
       01 WS-BIN-LO                PIC 9(5).
       01 WS-BIN-HI                PIC 9(5).
       01 WS-BIN-MID               PIC 9(5).
       01 WS-ABORT-MSG             PIC X(40).

       01 WS-COMPA                 PIC S9(1)V999 USAGE COMP-3.
       01 WS-PROMEDIO              PIC S9(1)V999 USAGE COMP-3.
       01 WS-CARD-OK               PIC X.
           88 CARD-OK              VALUE 'Y'.

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

           OPEN OUTPUT CMPFILE
           EVALUATE WS-CMPFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE CMPFILE ES: " WS-CMPFILE-STATUS
           END-EVALUATE

           MOVE WS-RUN-DATE-RF TO CTL-FECHA
           WRITE REG-CMPFILE FROM WS-CMP-TITLE
           MOVE 'GRADE CARDS REJECTED' TO CSC-LIT
           WRITE REG-CMPFILE FROM WS-CMP-SECCION
           WRITE REG-CMPFILE FROM WS-REJ-HEADER

           PERFORM 1200-CARGA-GRADOS
           THRU 1200-CARGA-GRADOS-EXIT

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

           MOVE 'EMPLOYEES - COMPA-RATIO IS SALARY / GRADE MIDPOINT'
             TO CSC-LIT
           WRITE REG-CMPFILE FROM WS-CMP-SECCION
           WRITE REG-CMPFILE FROM WS-EMP-HEADER
           .
       1000-INICIO-EXIT.
           EXIT.

       1200-CARGA-GRADOS.
           MOVE "00" TO WS-GRDFILE-STATUS
           OPEN INPUT GRDFILE
           EVALUATE WS-GRDFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-GRDFILE-STATUS = "10"
                     READ GRDFILE INTO REG-GRDFILE
                     AT END
                        MOVE "10" TO WS-GRDFILE-STATUS
                     NOT AT END
                        PERFORM 1250-INSERTA-GRADO
                        THRU 1250-INSERTA-GRADO-EXIT
                  END-PERFORM
                  CLOSE GRDFILE
               WHEN "35"
                  DISPLAY "NO EXISTE TABLA DE GRADOS"
               WHEN OTHER
                  DISPLAY "EL ERROR DE GRDFILE ES: " WS-GRDFILE-STATUS
           END-EVALUATE
           .
       1200-CARGA-GRADOS-EXIT.
           EXIT.

      * A card must be numeric with MIN <= MID <= MAX and a midpoint
      * above zero, and the JOB must not be on file twice - the
      * first card for a JOB wins, later ones are listed.
       1250-INSERTA-GRADO.
           MOVE 'Y' TO WS-CARD-OK
           MOVE SPACES TO RJL-MOTIVO
           EVALUATE TRUE
               WHEN GRD-JOB = SPACES
                  MOVE 'BLANK JOB CODE' TO RJL-MOTIVO
               WHEN GRD-MINIMO NOT NUMERIC
                 OR GRD-MEDIO NOT NUMERIC
                 OR GRD-MAXIMO NOT NUMERIC
                  MOVE 'RANGE NOT NUMERIC' TO RJL-MOTIVO
               WHEN GRD-MEDIO = 0
                  MOVE 'ZERO MIDPOINT' TO RJL-MOTIVO
               WHEN GRD-MINIMO > GRD-MEDIO
                 OR GRD-MEDIO > GRD-MAXIMO
                  MOVE 'MIN/MID/MAX OUT OF ORDER' TO RJL-MOTIVO
           END-EVALUATE
           IF RJL-MOTIVO = SPACES
              MOVE GRD-JOB TO WS-BUSCA-JOB
              PERFORM 3500-BUSCA-GRADO
              THRU 3500-BUSCA-GRADO-EXIT
              IF GRD-FOUND
                 MOVE 'DUPLICATE JOB CODE' TO RJL-MOTIVO
              END-IF
           END-IF
           IF RJL-MOTIVO NOT = SPACES
              ADD 1 TO WS-CONT-RECHAZOS
              MOVE GRD-JOB   TO RJL-JOB
              MOVE GRD-GRADO TO RJL-GRADO
              IF GRD-MINIMO NUMERIC
                 MOVE GRD-MINIMO TO RJL-MINIMO
              ELSE
                 MOVE 0 TO RJL-MINIMO
              END-IF
              IF GRD-MEDIO NUMERIC
                 MOVE GRD-MEDIO TO RJL-MEDIO
              ELSE
                 MOVE 0 TO RJL-MEDIO
              END-IF
              IF GRD-MAXIMO NUMERIC
                 MOVE GRD-MAXIMO TO RJL-MAXIMO
              ELSE
                 MOVE 0 TO RJL-MAXIMO
              END-IF
              WRITE REG-CMPFILE FROM WS-REJ-LINE
              GO TO 1250-INSERTA-GRADO-EXIT
           END-IF

           IF WS-GRD-COUNT >= WS-GRD-MAX
              MOVE 'TABLA DE GRADOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-CONT-GRADOS
           ADD 1 TO WS-GRD-COUNT
           PERFORM VARYING WS-TAB-I FROM WS-GRD-COUNT BY -1
                   UNTIL WS-TAB-I <= WS-GRD-INS
              COMPUTE WS-TAB-J = WS-TAB-I - 1
              MOVE GRD-ENTRY (WS-TAB-J) TO GRD-ENTRY (WS-TAB-I)
           END-PERFORM
           SET GRD-IDX TO WS-GRD-INS
           MOVE GRD-JOB    TO GRD-E-JOB (GRD-IDX)
           MOVE GRD-GRADO  TO GRD-E-GRADO (GRD-IDX)
           MOVE GRD-MINIMO TO GRD-E-MINIMO (GRD-IDX)
           MOVE GRD-MEDIO  TO GRD-E-MEDIO (GRD-IDX)
           MOVE GRD-MAXIMO TO GRD-E-MAXIMO (GRD-IDX)
           MOVE 0 TO GRD-E-EMPS (GRD-IDX)
           MOVE 0 TO GRD-E-SUMA (GRD-IDX)
           MOVE 0 TO GRD-E-BAJO (GRD-IDX)
           MOVE 0 TO GRD-E-SOBRE (GRD-IDX)
           .
       1250-INSERTA-GRADO-EXIT.
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
                 PERFORM 2300-COMPARA
                 THRU 2300-COMPARA-EXIT
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

       2300-COMPARA.
           MOVE EMPX-EMPNO    TO EML-EMPNO
           MOVE SPACES TO EML-NOMBRE
           STRING FUNCTION TRIM(EMPX-FIRSTNME) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(EMPX-LASTNAME) DELIMITED BY SIZE
             INTO EML-NOMBRE
           END-STRING
           MOVE EMPX-WORKDEPT TO EML-WORKDEPT
           MOVE EMPX-JOB      TO EML-JOB
           MOVE EMPX-SALARY   TO EML-SALARIO

           MOVE EMPX-JOB TO WS-BUSCA-JOB
           PERFORM 3500-BUSCA-GRADO
           THRU 3500-BUSCA-GRADO-EXIT
           IF GRD-NOT-FOUND
              ADD 1 TO WS-CONT-SIN-GRADO
              PERFORM 2500-JOB-FALTANTE
              THRU 2500-JOB-FALTANTE-EXIT
              MOVE SPACES TO EML-GRADO
              MOVE 0      TO EML-MEDIO
              MOVE 0      TO EML-COMPA
              MOVE 'NO GRADE'  TO EML-MARCA
              WRITE REG-CMPFILE FROM WS-EMP-LINE
              GO TO 2300-COMPARA-EXIT
           END-IF

           COMPUTE WS-COMPA ROUNDED =
                   EMPX-SALARY / GRD-E-MEDIO (GRD-IDX)
              ON SIZE ERROR
                 MOVE 9,999 TO WS-COMPA
           END-COMPUTE
           MOVE GRD-E-GRADO (GRD-IDX) TO EML-GRADO
           MOVE GRD-E-MEDIO (GRD-IDX) TO EML-MEDIO
           MOVE WS-COMPA              TO EML-COMPA
           ADD 1        TO GRD-E-EMPS (GRD-IDX)
           ADD WS-COMPA TO GRD-E-SUMA (GRD-IDX)

           MOVE EMPX-WORKDEPT TO WS-BUSCA-DEPTNO
           PERFORM 3510-BUSCA-DEPTO
           THRU 3510-BUSCA-DEPTO-EXIT
           IF DPT-NOT-FOUND
              PERFORM 2400-INSERTA-DEPTO
              THRU 2400-INSERTA-DEPTO-EXIT
           END-IF
           ADD 1        TO DPT-E-EMPS (DPT-IDX)
           ADD WS-COMPA TO DPT-E-SUMA (DPT-IDX)

           EVALUATE TRUE
               WHEN EMPX-SALARY < GRD-E-MINIMO (GRD-IDX)
                  MOVE 'BELOW MIN' TO EML-MARCA
                  ADD 1 TO WS-CONT-BAJO-MIN
                  ADD 1 TO GRD-E-BAJO (GRD-IDX)
                  ADD 1 TO DPT-E-BAJO (DPT-IDX)
               WHEN EMPX-SALARY > GRD-E-MAXIMO (GRD-IDX)
                  MOVE 'ABOVE MAX' TO EML-MARCA
                  ADD 1 TO WS-CONT-SOBRE-MAX
                  ADD 1 TO GRD-E-SOBRE (GRD-IDX)
                  ADD 1 TO DPT-E-SOBRE (DPT-IDX)
               WHEN OTHER
                  MOVE SPACES TO EML-MARCA
           END-EVALUATE
           WRITE REG-CMPFILE FROM WS-EMP-LINE
           IF EML-MARCA NOT = SPACES
              IF WS-OUT-COUNT >= WS-OUT-MAX
                 MOVE 'TABLA FUERA DE RANGO LLENA' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
              ADD 1 TO WS-OUT-COUNT
              SET OUT-IDX TO WS-OUT-COUNT
              MOVE WS-EMP-LINE TO OUT-LINEA (OUT-IDX)
           END-IF
           .
       2300-COMPARA-EXIT.
           EXIT.

       2400-INSERTA-DEPTO.
           IF WS-DPT-COUNT >= WS-DPT-MAX
              MOVE 'TABLA DE DEPARTAMENTOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-DPT-COUNT
           PERFORM VARYING WS-TAB-I FROM WS-DPT-COUNT BY -1
                   UNTIL WS-TAB-I <= WS-DPT-INS
              COMPUTE WS-TAB-J = WS-TAB-I - 1
              MOVE DPT-ENTRY (WS-TAB-J) TO DPT-ENTRY (WS-TAB-I)
           END-PERFORM
           SET DPT-IDX TO WS-DPT-INS
           MOVE WS-BUSCA-DEPTNO TO DPT-E-DEPTNO (DPT-IDX)
           MOVE 0 TO DPT-E-EMPS (DPT-IDX)
           MOVE 0 TO DPT-E-SUMA (DPT-IDX)
           MOVE 0 TO DPT-E-BAJO (DPT-IDX)
           MOVE 0 TO DPT-E-SOBRE (DPT-IDX)
           .
       2400-INSERTA-DEPTO-EXIT.
           EXIT.

      * Counts the employee against their JOB code in the missing
      * list, adding the code in order the first time it turns up.
       2500-JOB-FALTANTE.
           SET FAL-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-FAL-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR FAL-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF FAL-E-JOB (WS-BIN-MID) = EMPX-JOB
                 SET FAL-FOUND TO TRUE
                 SET FAL-IDX TO WS-BIN-MID
              ELSE
                 IF FAL-E-JOB (WS-BIN-MID) < EMPX-JOB
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           IF FAL-NOT-FOUND
              IF WS-FAL-COUNT >= WS-FAL-MAX
                 MOVE 'TABLA DE JOBS FALTANTES LLENA' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
              MOVE WS-BIN-LO TO WS-FAL-INS
              ADD 1 TO WS-FAL-COUNT
              PERFORM VARYING WS-TAB-I FROM WS-FAL-COUNT BY -1
                      UNTIL WS-TAB-I <= WS-FAL-INS
                 COMPUTE WS-TAB-J = WS-TAB-I - 1
                 MOVE FAL-ENTRY (WS-TAB-J) TO FAL-ENTRY (WS-TAB-I)
              END-PERFORM
              SET FAL-IDX TO WS-FAL-INS
              MOVE EMPX-JOB TO FAL-E-JOB (FAL-IDX)
              MOVE 0        TO FAL-E-EMPS (FAL-IDX)
           END-IF
           ADD 1 TO FAL-E-EMPS (FAL-IDX)
           .
       2500-JOB-FALTANTE-EXIT.
           EXIT.

       3000-FIN.
           MOVE 'EMPLOYEES OUTSIDE THEIR GRADE RANGE' TO CSC-LIT
           WRITE REG-CMPFILE FROM WS-CMP-SECCION
           WRITE REG-CMPFILE FROM WS-EMP-HEADER
           PERFORM VARYING OUT-IDX FROM 1 BY 1
                   UNTIL OUT-IDX > WS-OUT-COUNT
              WRITE REG-CMPFILE FROM OUT-LINEA (OUT-IDX)
           END-PERFORM

           MOVE 'AVERAGE COMPA-RATIO BY JOB' TO CSC-LIT
           WRITE REG-CMPFILE FROM WS-CMP-SECCION
           MOVE 'JOB' TO AHD-CODIGO
           MOVE 'GRD' TO AHD-GRADO
           WRITE REG-CMPFILE FROM WS-AVG-HEADER
           PERFORM VARYING GRD-IDX FROM 1 BY 1
                   UNTIL GRD-IDX > WS-GRD-COUNT
              MOVE GRD-E-JOB (GRD-IDX)   TO AVL-CODIGO
              MOVE GRD-E-GRADO (GRD-IDX) TO AVL-GRADO
              MOVE GRD-E-EMPS (GRD-IDX)  TO AVL-EMPS
              IF GRD-E-EMPS (GRD-IDX) > 0
                 COMPUTE WS-PROMEDIO ROUNDED =
                         GRD-E-SUMA (GRD-IDX) / GRD-E-EMPS (GRD-IDX)
              ELSE
                 MOVE 0 TO WS-PROMEDIO
              END-IF
              MOVE WS-PROMEDIO           TO AVL-PROMEDIO
              MOVE GRD-E-BAJO (GRD-IDX)  TO AVL-BAJO
              MOVE GRD-E-SOBRE (GRD-IDX) TO AVL-SOBRE
              WRITE REG-CMPFILE FROM WS-AVG-LINE
           END-PERFORM

           MOVE 'AVERAGE COMPA-RATIO BY WORKDEPT' TO CSC-LIT
           WRITE REG-CMPFILE FROM WS-CMP-SECCION
           MOVE 'DPT' TO AHD-CODIGO
           MOVE SPACES TO AHD-GRADO
           WRITE REG-CMPFILE FROM WS-AVG-HEADER
           PERFORM VARYING DPT-IDX FROM 1 BY 1
                   UNTIL DPT-IDX > WS-DPT-COUNT
              MOVE DPT-E-DEPTNO (DPT-IDX) TO AVL-CODIGO
              MOVE SPACES                 TO AVL-GRADO
              MOVE DPT-E-EMPS (DPT-IDX)   TO AVL-EMPS
              COMPUTE WS-PROMEDIO ROUNDED =
                      DPT-E-SUMA (DPT-IDX) / DPT-E-EMPS (DPT-IDX)
              MOVE WS-PROMEDIO            TO AVL-PROMEDIO
              MOVE DPT-E-BAJO (DPT-IDX)   TO AVL-BAJO
              MOVE DPT-E-SOBRE (DPT-IDX)  TO AVL-SOBRE
              WRITE REG-CMPFILE FROM WS-AVG-LINE
           END-PERFORM

           MOVE 'JOB CODES ON THE EXTRACT MISSING FROM THE GRADE TABLE'
             TO CSC-LIT
           WRITE REG-CMPFILE FROM WS-CMP-SECCION
           WRITE REG-CMPFILE FROM WS-FAL-HEADER
           PERFORM VARYING FAL-IDX FROM 1 BY 1
                   UNTIL FAL-IDX > WS-FAL-COUNT
              MOVE FAL-E-JOB (FAL-IDX)  TO FAL-JOB
              MOVE FAL-E-EMPS (FAL-IDX) TO FAL-EMPS
              WRITE REG-CMPFILE FROM WS-FAL-LINE
           END-PERFORM

           MOVE WS-CONT-GRADOS TO CFT-CONT
           MOVE ' GRADE CARDS LOADED' TO CFT-LIT
           WRITE REG-CMPFILE FROM WS-CMP-FOOTER
           MOVE WS-CONT-RECHAZOS TO CFT-CONT
           MOVE ' GRADE CARDS REJECTED' TO CFT-LIT
           WRITE REG-CMPFILE FROM WS-CMP-FOOTER
           MOVE WS-CONT-EMP TO CFT-CONT
           MOVE ' EMPLOYEES READ' TO CFT-LIT
           WRITE REG-CMPFILE FROM WS-CMP-FOOTER
           MOVE WS-CONT-BAJO-MIN TO CFT-CONT
           MOVE ' EMPLOYEES BELOW MINIMUM' TO CFT-LIT
           WRITE REG-CMPFILE FROM WS-CMP-FOOTER
           MOVE WS-CONT-SOBRE-MAX TO CFT-CONT
           MOVE ' EMPLOYEES ABOVE MAXIMUM' TO CFT-LIT
           WRITE REG-CMPFILE FROM WS-CMP-FOOTER
           MOVE WS-CONT-SIN-GRADO TO CFT-CONT
           MOVE ' EMPLOYEES WITH NO GRADE FOR THEIR JOB' TO CFT-LIT
           WRITE REG-CMPFILE FROM WS-CMP-FOOTER
           MOVE WS-FAL-COUNT TO CFT-CONT
           MOVE ' JOB CODES MISSING FROM THE TABLE' TO CFT-LIT
           WRITE REG-CMPFILE FROM WS-CMP-FOOTER

           CLOSE EMPXFILE
           CLOSE CMPFILE
           DISPLAY 'N34CMPA - GRADOS CARGADOS...: ' WS-CONT-GRADOS
           DISPLAY 'N34CMPA - GRADOS RECHAZADOS.: ' WS-CONT-RECHAZOS
           DISPLAY 'N34CMPA - EMPLEADOS LEIDOS..: ' WS-CONT-EMP
           DISPLAY 'N34CMPA - BAJO EL MINIMO....: ' WS-CONT-BAJO-MIN
           DISPLAY 'N34CMPA - SOBRE EL MAXIMO...: ' WS-CONT-SOBRE-MAX
           DISPLAY 'N34CMPA - SIN GRADO.........: ' WS-CONT-SIN-GRADO
      *    A BROKEN GRADE TABLE OR A JOB IT DOES NOT COVER IS A DATA
      *    PROBLEM FOR SOMEONE TO FIX; OUT-OF-RANGE PAY IS THE
      *    REPORT DOING ITS JOB.
           IF WS-CONT-RECHAZOS > 0
              OR WS-FAL-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

      * Bisection over the JOB-ordered grade table; leaves GRD-IDX
      * on the hit, or the insert slot in WS-GRD-INS on a miss.
       3500-BUSCA-GRADO.
           SET GRD-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-GRD-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR GRD-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF GRD-E-JOB (WS-BIN-MID) = WS-BUSCA-JOB
                 SET GRD-FOUND TO TRUE
                 SET GRD-IDX TO WS-BIN-MID
              ELSE
                 IF GRD-E-JOB (WS-BIN-MID) < WS-BUSCA-JOB
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-LO TO WS-GRD-INS
           .
       3500-BUSCA-GRADO-EXIT.
           EXIT.

      * Same over the WORKDEPT table.
       3510-BUSCA-DEPTO.
           SET DPT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-DPT-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR DPT-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF DPT-E-DEPTNO (WS-BIN-MID) = WS-BUSCA-DEPTNO
                 SET DPT-FOUND TO TRUE
                 SET DPT-IDX TO WS-BIN-MID
              ELSE
                 IF DPT-E-DEPTNO (WS-BIN-MID) < WS-BUSCA-DEPTNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-LO TO WS-DPT-INS
           .
       3510-BUSCA-DEPTO-EXIT.
           EXIT.

      *    UN TECHO DE CAPACIDAD TERMINA LA CORRIDA CON RC DURO EN
      *    VEZ DE PROMEDIOS CALCULADOS SOBRE DATOS RECORTADOS.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N34CMPA ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
