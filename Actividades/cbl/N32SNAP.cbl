       IDENTIFICATION DIVISION.
       PROGRAM-ID. N32SNAP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOTFILE  ASSIGN TO TOTFILED
                          FILE STATUS WS-TOTFILE-STATUS.
           SELECT SITFILE  ASSIGN TO SITFILED
                          FILE STATUS WS-SITFILE-STATUS.
           SELECT HSNPFILE ASSIGN TO HSNPFILED
                          ORGANIZATION INDEXED
                          ACCESS DYNAMIC
                          RECORD KEY SNP-CLAVE
                          FILE STATUS WS-HSNPFILE-STATUS.
           SELECT AUDFILE  ASSIGN TO AUDFILED
                          FILE STATUS WS-AUDFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Machine-readable rollup totals written by N05ROLL: one record
      * per department with direct and rolled-up headcount and
      * salary+bonus cost, zoned.
       FD TOTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 50 CHARACTERS.
       01 REG-TOTFILE.
           05  TOT-DEPTNO        PIC X(03).
           05  TOT-HC            PIC 9(06).
           05  TOT-COST          PIC 9(11)V99.
           05  TOT-RHC           PIC 9(06).
           05  TOT-RCOST         PIC 9(11)V99.
           05  FILLER            PIC X(09).

      * Per-site totals written by N14LOCR.
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

      * Month-end headcount and cost history, keyed by period. Per
      * period: a 'D' row per department (direct TOT-HC/TOT-COST),
      * an 'L' row per site (SIT-HC/SIT-COST, the blank LOCATION
      * group under code spaces) and one 'H' row that closes the
      * period, carrying the company totals. The 'H' row is written
      * last, so a period without it was never finished.
       FD HSNPFILE
            RECORD CONTAINS 60 CHARACTERS.
       01 REG-HSNPFILE.
           05  SNP-CLAVE.
               10  SNP-PERIODO   PIC 9(06).
               10  SNP-TIPO      PIC X(01).
               10  SNP-CODIGO    PIC X(16).
           05  SNP-HC            PIC 9(06).
           05  SNP-COST          PIC 9(11)V99.
           05  SNP-FECHA         PIC X(10).
           05  FILLER            PIC X(08).

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
       01 WS-TOTFILE-STATUS PIC XX.
       01 WS-SITFILE-STATUS PIC XX.
       01 WS-HSNPFILE-STATUS PIC XX.
       01 WS-AUDFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".
           05 FS-DUPL  PIC XX VALUE "22".
           05 FS-NO-HAY PIC XX VALUE "23".

       01 WS-AUD-RAW-TS.
           05 WS-AUD-RAW-DATE      PIC 9(8).
           05 WS-AUD-RAW-TIME      PIC 9(6).
           05 FILLER               PIC X(7).

       01 WS-CONT-DEPTOS     PIC 9(6) VALUE 0.
       01 WS-CONT-SITIOS     PIC 9(6) VALUE 0.
       01 WS-CONT-REPUESTOS  PIC 9(6) VALUE 0.
       01 WS-TOTAL-HC        PIC 9(6) VALUE 0.
       01 WS-TOTAL-COST      PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock. Its year and
      * month are the period being closed.
       01 WS-FEC-AREA.
           COPY FECHAREA.
       01 WS-PERIODO                PIC 9(6).
       01 WS-ABORT-MSG              PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL WS-TOTFILE-STATUS = FS-EOF

           PERFORM 2500-PROCESO-SITIOS
           THRU 2500-PROCESO-SITIOS-EXIT
           UNTIL WS-SITFILE-STATUS = FS-EOF

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
           COMPUTE WS-PERIODO = WS-RUN-YYYY * 100 + WS-RUN-MM

           PERFORM 1140-AUDIT-ABRE
           THRU 1140-AUDIT-ABRE-EXIT

           MOVE 'START' TO AUD-EVENT
           MOVE 0       TO AUD-RECORDS
           MOVE "00"    TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           PERFORM 1160-ABRE-HIST
           THRU 1160-ABRE-HIST-EXIT

      *    A PERIOD WITH ITS 'H' ROW IS CLOSED: A SECOND MONTH-END
      *    RUN FOR IT WRITES NOTHING AND SAYS SO.
           MOVE WS-PERIODO TO SNP-PERIODO
           MOVE 'H'        TO SNP-TIPO
           MOVE SPACES     TO SNP-CODIGO
           READ HSNPFILE
           EVALUATE WS-HSNPFILE-STATUS
               WHEN "00"
                  DISPLAY 'N32SNAP - PERIODO ' WS-PERIODO
                          ' YA CERRADO EL ' SNP-FECHA
                          ', NO SE GRABA'
                  MOVE 'END  ' TO AUD-EVENT
                  MOVE 0       TO AUD-RECORDS
                  MOVE "CERRADO" TO AUD-STATUS
                  PERFORM 1150-AUDIT-ESCRIBE
                  THRU 1150-AUDIT-ESCRIBE-EXIT
                  CLOSE HSNPFILE
                  CLOSE AUDFILE
                  MOVE 4 TO RETURN-CODE
                  STOP RUN
               WHEN "23"
                  CONTINUE
               WHEN OTHER
                  MOVE 'ERROR LEYENDO HSNPFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE

      *    BOTH TOTALS FILES MUST BE THERE - HALF A SNAPSHOT WOULD
      *    CLOSE THE PERIOD WITH THE OTHER HALF MISSING FOR GOOD.
           OPEN INPUT TOTFILE
           EVALUATE WS-TOTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  MOVE 'NO EXISTE TOTFILE DE N05ROLL' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
               WHEN OTHER
                  DISPLAY "EL ERROR DE TOTFILE ES: " WS-TOTFILE-STATUS
                  MOVE 'ERROR ABRIENDO TOTFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE

           OPEN INPUT SITFILE
           EVALUATE WS-SITFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  MOVE 'NO EXISTE SITFILE DE N14LOCR' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
               WHEN OTHER
                  DISPLAY "EL ERROR DE SITFILE ES: " WS-SITFILE-STATUS
                  MOVE 'ERROR ABRIENDO SITFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
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
           MOVE 'N32SNAP' TO AUD-PROGRAM
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

       1160-ABRE-HIST.
           OPEN I-O HSNPFILE
           IF WS-HSNPFILE-STATUS = "35"
              DISPLAY "NO EXISTE HISTORIA PREVIA, ARRANCA VACIA"
              OPEN OUTPUT HSNPFILE
              CLOSE HSNPFILE
              OPEN I-O HSNPFILE
           END-IF
           EVALUATE WS-HSNPFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE HSNPFILE ES: " WS-HSNPFILE-STATUS
                  MOVE 'ERROR ABRIENDO HSNPFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
           .
       1160-ABRE-HIST-EXIT.
           EXIT.

       2000-PROCESO.
           READ TOTFILE INTO REG-TOTFILE
              AT END
                 MOVE FS-EOF TO WS-TOTFILE-STATUS
           END-READ
           IF WS-TOTFILE-STATUS NOT = FS-EOF
              ADD 1 TO WS-CONT-DEPTOS
              ADD TOT-HC   TO WS-TOTAL-HC
              ADD TOT-COST TO WS-TOTAL-COST
              MOVE SPACES     TO REG-HSNPFILE
              MOVE WS-PERIODO TO SNP-PERIODO
              MOVE 'D'        TO SNP-TIPO
              MOVE TOT-DEPTNO TO SNP-CODIGO
              MOVE TOT-HC     TO SNP-HC
              MOVE TOT-COST   TO SNP-COST
              PERFORM 2800-GRABA-HIST
              THRU 2800-GRABA-HIST-EXIT
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

       2500-PROCESO-SITIOS.
           READ SITFILE INTO REG-SITFILE
              AT END
                 MOVE FS-EOF TO WS-SITFILE-STATUS
           END-READ
           IF WS-SITFILE-STATUS NOT = FS-EOF
              ADD 1 TO WS-CONT-SITIOS
              MOVE SPACES       TO REG-HSNPFILE
              MOVE WS-PERIODO   TO SNP-PERIODO
              MOVE 'L'          TO SNP-TIPO
              MOVE SIT-LOCATION TO SNP-CODIGO
              MOVE SIT-HC       TO SNP-HC
              MOVE SIT-COST     TO SNP-COST
              PERFORM 2800-GRABA-HIST
              THRU 2800-GRABA-HIST-EXIT
           END-IF
           .
       2500-PROCESO-SITIOS-EXIT.
           EXIT.

      * A duplicate key here can only be a row left by an earlier
      * run of this same period that died before its 'H' row: the
      * period is still open, so the row is replaced.
       2800-GRABA-HIST.
           MOVE WS-RUN-DATE-RF TO SNP-FECHA
           WRITE REG-HSNPFILE
           IF WS-HSNPFILE-STATUS = FS-DUPL
              REWRITE REG-HSNPFILE
              ADD 1 TO WS-CONT-REPUESTOS
           END-IF
           IF WS-HSNPFILE-STATUS NOT = FS-OKEI
              DISPLAY "EL ERROR DE HSNPFILE ES: " WS-HSNPFILE-STATUS
              MOVE 'ERROR GRABANDO HSNPFILE' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           .
       2800-GRABA-HIST-EXIT.
           EXIT.

       3000-FIN.
      *    THE 'H' ROW GOES LAST: ONLY NOW IS THE PERIOD CLOSED.
           MOVE SPACES        TO REG-HSNPFILE
           MOVE WS-PERIODO    TO SNP-PERIODO
           MOVE 'H'           TO SNP-TIPO
           MOVE WS-TOTAL-HC   TO SNP-HC
           MOVE WS-TOTAL-COST TO SNP-COST
           PERFORM 2800-GRABA-HIST
           THRU 2800-GRABA-HIST-EXIT

           MOVE 'END  '          TO AUD-EVENT
           COMPUTE AUD-RECORDS = WS-CONT-DEPTOS + WS-CONT-SITIOS
           MOVE "00"             TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           CLOSE TOTFILE
           CLOSE SITFILE
           CLOSE HSNPFILE
           CLOSE AUDFILE
           DISPLAY 'N32SNAP - PERIODO CERRADO...: ' WS-PERIODO
           DISPLAY 'N32SNAP - DEPARTAMENTOS.....: ' WS-CONT-DEPTOS
           DISPLAY 'N32SNAP - SITIOS............: ' WS-CONT-SITIOS
           DISPLAY 'N32SNAP - FILAS REPUESTAS...: ' WS-CONT-REPUESTOS
           DISPLAY 'N32SNAP - HEADCOUNT TOTAL...: ' WS-TOTAL-HC
           .
       3000-FIN-EXIT.
           EXIT.

      *    SIN LOS DOS ARCHIVOS DE TOTALES O CON LA HISTORIA ROTA NO
      *    SE CIERRA EL PERIODO: SIN FILA 'H' SE PUEDE REPETIR.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N32SNAP ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
