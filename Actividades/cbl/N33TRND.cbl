       IDENTIFICATION DIVISION.
       PROGRAM-ID. N33TRND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSNPFILE ASSIGN TO HSNPFILED
                          ORGANIZATION INDEXED
                          ACCESS DYNAMIC
                          RECORD KEY SNP-CLAVE
                          FILE STATUS WS-HSNPFILE-STATUS.
           SELECT PARMFILE ASSIGN TO PARMFILED
                          FILE STATUS WS-PARMFILE-STATUS.
           SELECT TRDFILE  ASSIGN TO TRDFILED
                          FILE STATUS WS-TRDFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Month-end headcount and cost history written by N32SNAP:
      * 'D' department rows, 'L' site rows and the 'H' row that
      * closes each period.
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

      * One card: the month-over-month or year-over-year percentage
      * move, in headcount or cost, beyond which a line is flagged.
       FD PARMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-PARMFILE.
           05  PARM-PCT          PIC 9(03).
           05  FILLER            PIC X(17).

       FD TRDFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-TRDFILE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HSNPFILE-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-TRDFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-PCT-TOPE        PIC 9(3) VALUE 10.
       01 WS-CONT-FILAS      PIC 9(6) VALUE 0.
       01 WS-CONT-ABIERTAS   PIC 9(6) VALUE 0.
       01 WS-CONT-DEPTOS     PIC 9(6) VALUE 0.
       01 WS-CONT-SITIOS     PIC 9(6) VALUE 0.
       01 WS-CONT-MARCA-D    PIC 9(6) VALUE 0.
       01 WS-CONT-MARCA-L    PIC 9(6) VALUE 0.
       01 WS-CONT-CERRADOS   PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock. Its month is
      * the last column of the report.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-TRD-TITLE.
           10 TTL-LIT              PIC X(40)
               VALUE 'HEADCOUNT AND COST 13-MONTH TREND'.
           10 TTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 TTL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-TRD-SECCION.
           10 TSC-LIT              PIC X(60).
           10 FILLER               PIC X(72) VALUE SPACES.
       01 WS-TRD-HEADER.
           10 THD-LIT              PIC X(22)
               VALUE 'CODE             PER'.
           10 THD-MES OCCURS 13 TIMES.
               15 FILLER           PIC X(2)  VALUE SPACES.
               15 THD-PERIODO      PIC 9(6).
           10 FILLER               PIC X(6)  VALUE SPACES.
       01 WS-TRD-NOTA.
           10 TNT-LIT              PIC X(60)
               VALUE 'COST IN THOUSANDS - BLANK MONTH NOT CLOSED'.
           10 FILLER               PIC X(72) VALUE SPACES.
      * One line of 13 monthly figures; a month with no closed
      * snapshot for the line is left blank rather than printed as
      * zero.
       01 WS-TRD-VALORES.
           10 TVL-CODIGO           PIC X(16).
           10 FILLER               PIC X(1)  VALUE SPACE.
           10 TVL-CLASE            PIC X(5).
           10 TVL-MES OCCURS 13 TIMES.
               15 TVL-MES-ED       PIC ZZZZZZ9.
               15 FILLER           PIC X(1).
           10 FILLER               PIC X(6)  VALUE SPACES.
       01 WS-TRD-CAMBIOS.
           10 FILLER               PIC X(17) VALUE SPACES.
           10 TCB-LIT1             PIC X(12) VALUE 'HC   MOM:'.
           10 TCB-HC-MOM           PIC X(10).
           10 TCB-LIT2             PIC X(6)  VALUE ' YOY:'.
           10 TCB-HC-YOY           PIC X(10).
           10 TCB-LIT3             PIC X(14) VALUE '   COST MOM:'.
           10 TCB-COST-MOM         PIC X(10).
           10 TCB-LIT4             PIC X(6)  VALUE ' YOY:'.
           10 TCB-COST-YOY         PIC X(10).
           10 TCB-MARCA            PIC X(16).
           10 FILLER               PIC X(21) VALUE SPACES.
       01 WS-TRD-FOOTER.
           10 TFT-CONT             PIC ZZZZZ9.
           10 TFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * The 13 periods on the report, oldest first; PER-CERRADO is
      * 'Y' once the period's 'H' row has been read. Rows of a
      * period left open by an interrupted N32SNAP are loaded but
      * never shown.
       01 WS-PER-TABLE.
           05 PER-ENTRY OCCURS 13 TIMES
                        INDEXED BY PER-IDX.
               10 PER-PERIODO       PIC 9(6).
               10 PER-CERRADO       PIC X.
       01 WS-MES-ABS                PIC 9(6).
       01 WS-MES-INICIO             PIC 9(6).
       01 WS-MES-I                  PIC 9(2).
       01 WS-MES-W                  PIC 9(6).
       01 WS-MES-YYYY               PIC 9(4).
       01 WS-MES-MM                 PIC 9(2).

      * One slot per department ('D') and site ('L') seen in the
      * window, in TIPO+CODE order by binary insertion, so the
      * departments print first in DEPTNO order and the sites after
      * them alphabetically.
       01 WS-ENT-MAX                PIC 9(5) VALUE 10000.
       01 WS-ENT-COUNT              PIC 9(5) VALUE 0.
       01 WS-ENT-TABLE.
           05 ENT-ENTRY OCCURS 10000 TIMES
                        INDEXED BY ENT-IDX.
               10 ENT-CLAVE.
                   15 ENT-TIPO      PIC X.
                   15 ENT-CODIGO    PIC X(16).
               10 ENT-MES OCCURS 13 TIMES.
                   15 ENT-HAY       PIC X.
                   15 ENT-HC        PIC 9(6).
                   15 ENT-COST      PIC S9(11)V99 USAGE COMP-3.
       01 WS-BUSCA-CLAVE            PIC X(17).
       01 WS-ENT-FOUND              PIC X VALUE 'N'.
           88 ENT-FOUND             VALUE 'Y'.
           88 ENT-NOT-FOUND         VALUE 'N'.
       01 WS-ENT-INS                PIC 9(5).
       01 WS-ENT-I                  PIC 9(5).
       01 WS-ENT-J                  PIC 9(5).
       01 WS-BIN-LO                 PIC 9(5).
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-ABORT-MSG              PIC X(40).

       01 WS-SCAN-FIN               PIC X.
           88 SCAN-FIN              VALUE 'Y'.
       01 WS-TIPO-ACTUAL            PIC X.
       01 WS-MILES                  PIC 9(7).
       01 WS-PCT                    PIC S9(5)V9 USAGE COMP-3.
       01 WS-PCT-ED                 PIC +++++9,9.
       01 WS-BASE                   PIC S9(11)V99 USAGE COMP-3.
       01 WS-ACTUAL                 PIC S9(11)V99 USAGE COMP-3.
       01 WS-PCT-TEXTO              PIC X(10).
       01 WS-MARCA-SW               PIC X.
           88 HAY-MARCA             VALUE 'Y'.
       01 WS-MES-BASE               PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL SCAN-FIN

           PERFORM 3000-FIN
           THRU 3000-FIN-EXIT
           STOP RUN.

       1000-INICIO.
           PERFORM 1100-CARGA-PARM
           THRU 1100-CARGA-PARM-EXIT

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

      *    MONTHS ARE NUMBERED YEAR * 12 + MONTH - 1 SO THE WINDOW
      *    CAN STEP BACK ACROSS A YEAR END BY PLAIN SUBTRACTION.
           COMPUTE WS-MES-ABS = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
           COMPUTE WS-MES-INICIO = WS-MES-ABS - 12
           PERFORM VARYING WS-MES-I FROM 1 BY 1
                   UNTIL WS-MES-I > 13
              COMPUTE WS-MES-W = WS-MES-INICIO + WS-MES-I - 1
              DIVIDE WS-MES-W BY 12 GIVING WS-MES-YYYY
                                    REMAINDER WS-MES-MM
              ADD 1 TO WS-MES-MM
              COMPUTE PER-PERIODO (WS-MES-I) =
                      WS-MES-YYYY * 100 + WS-MES-MM
              MOVE 'N' TO PER-CERRADO (WS-MES-I)
              MOVE PER-PERIODO (WS-MES-I) TO THD-PERIODO (WS-MES-I)
           END-PERFORM

           OPEN INPUT HSNPFILE
           EVALUATE WS-HSNPFILE-STATUS
               WHEN "00"
                  MOVE 'N' TO WS-SCAN-FIN
                  MOVE PER-PERIODO (1) TO SNP-PERIODO
                  MOVE LOW-VALUES TO SNP-TIPO
                  MOVE LOW-VALUES TO SNP-CODIGO
                  START HSNPFILE KEY NOT LESS SNP-CLAVE
                  IF WS-HSNPFILE-STATUS NOT = FS-OKEI
                     MOVE 'Y' TO WS-SCAN-FIN
                  END-IF
               WHEN "35"
                  DISPLAY "NO EXISTE HISTORIA DE SNAPSHOTS"
                  MOVE 'Y' TO WS-SCAN-FIN
               WHEN OTHER
                  DISPLAY "EL ERROR DE HSNPFILE ES: " WS-HSNPFILE-STATUS
                  MOVE 'Y' TO WS-SCAN-FIN
           END-EVALUATE

           OPEN OUTPUT TRDFILE
           EVALUATE WS-TRDFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE TRDFILE ES: " WS-TRDFILE-STATUS
           END-EVALUATE

           MOVE WS-RUN-DATE-RF TO TTL-FECHA
           WRITE REG-TRDFILE FROM WS-TRD-TITLE
           WRITE REG-TRDFILE FROM WS-TRD-NOTA
           .
       1000-INICIO-EXIT.
           EXIT.

       1100-CARGA-PARM.
           MOVE "00" TO WS-PARMFILE-STATUS
           OPEN INPUT PARMFILE
           EVALUATE WS-PARMFILE-STATUS
               WHEN "00"
                  READ PARMFILE INTO REG-PARMFILE
                     AT END
                        CONTINUE
                     NOT AT END
                        IF PARM-PCT > 0
                           MOVE PARM-PCT TO WS-PCT-TOPE
                        END-IF
                  END-READ
                  CLOSE PARMFILE
               WHEN "35"
                  DISPLAY "NO EXISTE PARMFILE, USA UMBRAL POR DEFECTO"
               WHEN OTHER
                  DISPLAY "EL ERROR DE PARMFILE ES: " WS-PARMFILE-STATUS
           END-EVALUATE
           .
       1100-CARGA-PARM-EXIT.
           EXIT.

       2000-PROCESO.
           READ HSNPFILE NEXT
           IF WS-HSNPFILE-STATUS NOT = FS-OKEI
              MOVE 'Y' TO WS-SCAN-FIN
              GO TO 2000-PROCESO-EXIT
           END-IF
           IF SNP-PERIODO > PER-PERIODO (13)
              MOVE 'Y' TO WS-SCAN-FIN
              GO TO 2000-PROCESO-EXIT
           END-IF
           ADD 1 TO WS-CONT-FILAS
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > 13
                      OR PER-PERIODO (PER-IDX) = SNP-PERIODO
              CONTINUE
           END-PERFORM
           IF PER-IDX > 13
              GO TO 2000-PROCESO-EXIT
           END-IF
           SET WS-MES-I TO PER-IDX

           IF SNP-TIPO = 'H'
              MOVE 'Y' TO PER-CERRADO (WS-MES-I)
              ADD 1 TO WS-CONT-CERRADOS
           ELSE
              PERFORM 2300-ACUMULA
              THRU 2300-ACUMULA-EXIT
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

       2300-ACUMULA.
           MOVE SNP-TIPO   TO WS-BUSCA-CLAVE (1:1)
           MOVE SNP-CODIGO TO WS-BUSCA-CLAVE (2:16)
           PERFORM 3500-BUSCA-ENT
           THRU 3500-BUSCA-ENT-EXIT
           IF ENT-NOT-FOUND
              PERFORM 2350-INSERTA-ENT
              THRU 2350-INSERTA-ENT-EXIT
           END-IF
           MOVE 'Y'      TO ENT-HAY (ENT-IDX, WS-MES-I)
           MOVE SNP-HC   TO ENT-HC (ENT-IDX, WS-MES-I)
           MOVE SNP-COST TO ENT-COST (ENT-IDX, WS-MES-I)
           .
       2300-ACUMULA-EXIT.
           EXIT.

      * Slides the new department or site into the slot
      * 3500-BUSCA-ENT left in WS-ENT-INS, all 13 months empty.
       2350-INSERTA-ENT.
           IF WS-ENT-COUNT >= WS-ENT-MAX
              MOVE 'TABLA DE DEPARTAMENTOS/SITIOS LLENA'
                TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-ENT-COUNT
           PERFORM VARYING WS-ENT-I FROM WS-ENT-COUNT BY -1
                   UNTIL WS-ENT-I <= WS-ENT-INS
              COMPUTE WS-ENT-J = WS-ENT-I - 1
              MOVE ENT-ENTRY (WS-ENT-J) TO ENT-ENTRY (WS-ENT-I)
           END-PERFORM
           SET ENT-IDX TO WS-ENT-INS
           MOVE WS-BUSCA-CLAVE TO ENT-CLAVE (ENT-IDX)
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > 13
              MOVE 'N' TO ENT-HAY (ENT-IDX, PER-IDX)
              MOVE 0   TO ENT-HC (ENT-IDX, PER-IDX)
              MOVE 0   TO ENT-COST (ENT-IDX, PER-IDX)
           END-PERFORM
           .
       2350-INSERTA-ENT-EXIT.
           EXIT.

       3000-FIN.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > 13
              IF PER-CERRADO (PER-IDX) NOT = 'Y'
                 ADD 1 TO WS-CONT-ABIERTAS
              END-IF
           END-PERFORM

           MOVE 'D' TO WS-TIPO-ACTUAL
           MOVE 'DEPARTMENTS - DIRECT HEADCOUNT AND COST' TO TSC-LIT
           WRITE REG-TRDFILE FROM WS-TRD-SECCION
           WRITE REG-TRDFILE FROM WS-TRD-HEADER
           PERFORM 3100-LINEA-ENT
           THRU 3100-LINEA-ENT-EXIT
           VARYING ENT-IDX FROM 1 BY 1
           UNTIL ENT-IDX > WS-ENT-COUNT

           MOVE 'L' TO WS-TIPO-ACTUAL
           MOVE 'SITES - HEADCOUNT AND COST PER LOCATION' TO TSC-LIT
           WRITE REG-TRDFILE FROM WS-TRD-SECCION
           WRITE REG-TRDFILE FROM WS-TRD-HEADER
           PERFORM 3100-LINEA-ENT
           THRU 3100-LINEA-ENT-EXIT
           VARYING ENT-IDX FROM 1 BY 1
           UNTIL ENT-IDX > WS-ENT-COUNT

           MOVE WS-CONT-CERRADOS TO TFT-CONT
           MOVE ' CLOSED PERIODS IN THE WINDOW' TO TFT-LIT
           WRITE REG-TRDFILE FROM WS-TRD-FOOTER
           MOVE WS-CONT-DEPTOS TO TFT-CONT
           MOVE ' DEPARTMENTS' TO TFT-LIT
           WRITE REG-TRDFILE FROM WS-TRD-FOOTER
           MOVE WS-CONT-MARCA-D TO TFT-CONT
           MOVE ' DEPARTMENTS FLAGGED' TO TFT-LIT
           WRITE REG-TRDFILE FROM WS-TRD-FOOTER
           MOVE WS-CONT-SITIOS TO TFT-CONT
           MOVE ' SITES' TO TFT-LIT
           WRITE REG-TRDFILE FROM WS-TRD-FOOTER
           MOVE WS-CONT-MARCA-L TO TFT-CONT
           MOVE ' SITES FLAGGED' TO TFT-LIT
           WRITE REG-TRDFILE FROM WS-TRD-FOOTER
           MOVE WS-PCT-TOPE TO TFT-CONT
           MOVE ' PCT MOVE THAT FLAGS A LINE' TO TFT-LIT
           WRITE REG-TRDFILE FROM WS-TRD-FOOTER

           CLOSE HSNPFILE
           CLOSE TRDFILE
           DISPLAY 'N33TRND - FILAS LEIDAS......: ' WS-CONT-FILAS
           DISPLAY 'N33TRND - PERIODOS CERRADOS.: ' WS-CONT-CERRADOS
           DISPLAY 'N33TRND - PERIODOS ABIERTOS.: ' WS-CONT-ABIERTAS
           DISPLAY 'N33TRND - DEPTOS MARCADOS...: ' WS-CONT-MARCA-D
           DISPLAY 'N33TRND - SITIOS MARCADOS...: ' WS-CONT-MARCA-L
           IF WS-CONT-MARCA-D > 0
              OR WS-CONT-MARCA-L > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

      * Three lines per department or site: headcount by month,
      * cost by month in thousands, then the changes into the last
      * month - against the month before (MOM) and against the same
      * month a year earlier, the first column (YOY).
       3100-LINEA-ENT.
           IF ENT-TIPO (ENT-IDX) NOT = WS-TIPO-ACTUAL
              GO TO 3100-LINEA-ENT-EXIT
           END-IF
           IF WS-TIPO-ACTUAL = 'D'
              ADD 1 TO WS-CONT-DEPTOS
           ELSE
              ADD 1 TO WS-CONT-SITIOS
           END-IF

           MOVE SPACES TO WS-TRD-VALORES
           IF ENT-TIPO (ENT-IDX) = 'L'
              AND ENT-CODIGO (ENT-IDX) = SPACES
              MOVE '(NO LOCATION)' TO TVL-CODIGO
           ELSE
              MOVE ENT-CODIGO (ENT-IDX) TO TVL-CODIGO
           END-IF
           MOVE 'HC' TO TVL-CLASE
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > 13
              IF PER-CERRADO (PER-IDX) = 'Y'
                 AND ENT-HAY (ENT-IDX, PER-IDX) = 'Y'
                 MOVE ENT-HC (ENT-IDX, PER-IDX)
                   TO TVL-MES-ED (PER-IDX)
              END-IF
           END-PERFORM
           WRITE REG-TRDFILE FROM WS-TRD-VALORES

           MOVE SPACES TO WS-TRD-VALORES
           MOVE 'COST' TO TVL-CLASE
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > 13
              IF PER-CERRADO (PER-IDX) = 'Y'
                 AND ENT-HAY (ENT-IDX, PER-IDX) = 'Y'
                 COMPUTE WS-MILES ROUNDED =
                         ENT-COST (ENT-IDX, PER-IDX) / 1000
                 MOVE WS-MILES TO TVL-MES-ED (PER-IDX)
              END-IF
           END-PERFORM
           WRITE REG-TRDFILE FROM WS-TRD-VALORES

           MOVE 'N' TO WS-MARCA-SW
           MOVE 12 TO WS-MES-BASE
           MOVE ENT-HC (ENT-IDX, 12) TO WS-BASE
           MOVE ENT-HC (ENT-IDX, 13) TO WS-ACTUAL
           PERFORM 3200-CALCULA-PCT
           THRU 3200-CALCULA-PCT-EXIT
           MOVE WS-PCT-TEXTO TO TCB-HC-MOM
           MOVE 1 TO WS-MES-BASE
           MOVE ENT-HC (ENT-IDX, 1) TO WS-BASE
           PERFORM 3200-CALCULA-PCT
           THRU 3200-CALCULA-PCT-EXIT
           MOVE WS-PCT-TEXTO TO TCB-HC-YOY
           MOVE 12 TO WS-MES-BASE
           MOVE ENT-COST (ENT-IDX, 12) TO WS-BASE
           MOVE ENT-COST (ENT-IDX, 13) TO WS-ACTUAL
           PERFORM 3200-CALCULA-PCT
           THRU 3200-CALCULA-PCT-EXIT
           MOVE WS-PCT-TEXTO TO TCB-COST-MOM
           MOVE 1 TO WS-MES-BASE
           MOVE ENT-COST (ENT-IDX, 1) TO WS-BASE
           PERFORM 3200-CALCULA-PCT
           THRU 3200-CALCULA-PCT-EXIT
           MOVE WS-PCT-TEXTO TO TCB-COST-YOY
           IF HAY-MARCA
              MOVE '  *OVER LIMIT*' TO TCB-MARCA
              IF WS-TIPO-ACTUAL = 'D'
                 ADD 1 TO WS-CONT-MARCA-D
              ELSE
                 ADD 1 TO WS-CONT-MARCA-L
              END-IF
           ELSE
              MOVE SPACES TO TCB-MARCA
           END-IF
           WRITE REG-TRDFILE FROM WS-TRD-CAMBIOS
           .
       3100-LINEA-ENT-EXIT.
           EXIT.

      * Percent change from WS-BASE (month WS-MES-BASE) to
      * WS-ACTUAL (month 13). No figure when either month has no
      * closed snapshot for this line; growth from zero prints as
      * the N19BVAR ceiling and counts as past the limit.
       3200-CALCULA-PCT.
           IF PER-CERRADO (13) NOT = 'Y'
              OR PER-CERRADO (WS-MES-BASE) NOT = 'Y'
              OR ENT-HAY (ENT-IDX, 13) NOT = 'Y'
              OR ENT-HAY (ENT-IDX, WS-MES-BASE) NOT = 'Y'
              MOVE '      N/A' TO WS-PCT-TEXTO
              GO TO 3200-CALCULA-PCT-EXIT
           END-IF
           IF WS-BASE = 0
              IF WS-ACTUAL > 0
                 MOVE 99999,9 TO WS-PCT
              ELSE
                 MOVE 0 TO WS-PCT
              END-IF
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      (WS-ACTUAL - WS-BASE) * 100 / WS-BASE
                 ON SIZE ERROR
                    MOVE 99999,9 TO WS-PCT
              END-COMPUTE
           END-IF
           IF WS-PCT > WS-PCT-TOPE
              OR WS-PCT < 0 - WS-PCT-TOPE
              SET HAY-MARCA TO TRUE
           END-IF
           MOVE WS-PCT TO WS-PCT-ED
           MOVE SPACES TO WS-PCT-TEXTO
           STRING WS-PCT-ED DELIMITED BY SIZE
                  '%'       DELIMITED BY SIZE
             INTO WS-PCT-TEXTO
           END-STRING
           .
       3200-CALCULA-PCT-EXIT.
           EXIT.

      * Bisection over the TIPO+CODE-ordered table; leaves ENT-IDX
      * on the hit, or the insert slot in WS-ENT-INS on a miss.
       3500-BUSCA-ENT.
           SET ENT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-ENT-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR ENT-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF ENT-CLAVE (WS-BIN-MID) = WS-BUSCA-CLAVE
                 SET ENT-FOUND TO TRUE
                 SET ENT-IDX TO WS-BIN-MID
              ELSE
                 IF ENT-CLAVE (WS-BIN-MID) < WS-BUSCA-CLAVE
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-LO TO WS-ENT-INS
           .
       3500-BUSCA-ENT-EXIT.
           EXIT.

      *    UN TECHO DE CAPACIDAD TERMINA LA CORRIDA CON RC DURO EN
      *    VEZ DE UNA TENDENCIA CON LINEAS FALTANTES.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N33TRND ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
