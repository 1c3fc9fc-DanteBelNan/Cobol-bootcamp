       IDENTIFICATION DIVISION.
       PROGRAM-ID. N30GLJR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYFILE  ASSIGN TO PAYFILED
                          FILE STATUS WS-PAYFILE-STATUS.
           SELECT RETFILE  ASSIGN TO RETFILED
                          FILE STATUS WS-RETFILE-STATUS.
           SELECT GLMPFILE ASSIGN TO GLMPFILED
                          FILE STATUS WS-GLMPFILE-STATUS.
           SELECT PARMFILE ASSIGN TO PARMFILED
                          FILE STATUS WS-PARMFILE-STATUS.
           SELECT GLJFILE  ASSIGN TO GLJFILED
                          FILE STATUS WS-GLJFILE-STATUS.
           SELECT GLRFILE  ASSIGN TO GLRFILED
                          FILE STATUS WS-GLRFILE-STATUS.
           SELECT AUDFILE  ASSIGN TO AUDFILED
                          FILE STATUS WS-AUDFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The bureau interface NDB2843 built: 'H' header, one 'D' row
      * per employee with the salary/bonus split and WORKDEPT, and
      * the 'T' trailer re-proved here the same way N23PRCN does.
       FD PAYFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-PAYFILE.
           05  PAY-TIPO          PIC X(01).
           05  PAYD-EMPNO        PIC X(06).
           05  PAYD-FIRSTNME     PIC X(12).
           05  PAYD-LASTNAME     PIC X(15).
           05  PAYD-WORKDEPT     PIC X(03).
           05  PAYD-SALARY       PIC 9(07)V99.
           05  PAYD-BONUS        PIC 9(07)V99.
           05  FILLER            PIC X(25).
      * The trailer reuses the record bytes after the type flag.
       01 REG-PAYFILE-T REDEFINES REG-PAYFILE.
           05  FILLER            PIC X(01).
           05  PAYT-COUNT        PIC 9(08).
           05  PAYT-HASH         PIC 9(11)V99.
           05  FILLER            PIC X(58).

      * The bureau's processed-results file, as N23PRCN reads it.
      * Only rows paid as sent ('A', amount equal to what PAYFILE
      * carried, first answer for the EMPNO) are posted.
       FD RETFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-RETFILE.
           05  RET-EMPNO         PIC X(06).
           05  RET-MONTO         PIC 9(07)V99.
           05  RET-CODE          PIC X(01).
           05  FILLER            PIC X(64).

      * Department to general-ledger mapping kept by Finance: one
      * card per DEPTNO with its cost center and the accounts its
      * salary and bonus are charged to. A blank bonus account
      * charges bonus to the salary account.
       FD GLMPFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 40 CHARACTERS.
       01 REG-GLMPFILE.
           05  GLM-DEPTNO        PIC X(03).
           05  GLM-CENTRO        PIC X(08).
           05  GLM-CTA-SALARIO   PIC X(10).
           05  GLM-CTA-BONO      PIC X(10).
           05  FILLER            PIC X(09).

      * One card: the payroll clearing account and cost center the
      * offsetting credit goes to, and the suspense account and cost
      * center for departments missing from the mapping.
       FD PARMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 40 CHARACTERS.
       01 REG-PARMFILE.
           05  PARM-CTA-CLEARING PIC X(10).
           05  PARM-CC-CLEARING  PIC X(08).
           05  PARM-CTA-SUSPENSO PIC X(10).
           05  PARM-CC-SUSPENSO  PIC X(08).
           05  FILLER            PIC X(04).

      * Journal handed to the ledger: 'H' header, one 'D' line per
      * posting, 'T' control trailer with the line count and the
      * debit and credit totals. Written only when it balances.
       FD GLJFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-GLJFILE.
           05  GLJ-TIPO          PIC X(01).
           05  GLJ-FECHA         PIC X(10).
           05  GLJ-CUENTA        PIC X(10).
           05  GLJ-CENTRO        PIC X(08).
           05  GLJ-DC            PIC X(01).
           05  GLJ-IMPORTE       PIC 9(11)V99.
           05  GLJ-DEPTNO        PIC X(03).
           05  GLJ-CONCEPTO      PIC X(10).
           05  GLJ-EMPLEADOS     PIC 9(06).
           05  FILLER            PIC X(18).
       01 REG-GLJFILE-H REDEFINES REG-GLJFILE.
           05  FILLER            PIC X(01).
           05  GLH-FECHA         PIC X(10).
           05  GLH-ORIGEN        PIC X(08).
           05  FILLER            PIC X(61).
       01 REG-GLJFILE-T REDEFINES REG-GLJFILE.
           05  FILLER            PIC X(01).
           05  GLT-COUNT         PIC 9(08).
           05  GLT-DEBITOS       PIC 9(11)V99.
           05  GLT-CREDITOS      PIC 9(11)V99.
           05  FILLER            PIC X(45).

       FD GLRFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-GLRFILE PIC X(132).

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
       01 WS-PAYFILE-STATUS PIC XX.
       01 WS-RETFILE-STATUS PIC XX.
       01 WS-GLMPFILE-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-GLJFILE-STATUS PIC XX.
       01 WS-GLRFILE-STATUS PIC XX.
       01 WS-AUDFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-AUD-RAW-TS.
           05 WS-AUD-RAW-DATE      PIC 9(8).
           05 WS-AUD-RAW-TIME      PIC 9(6).
           05 FILLER               PIC X(7).

       01 WS-CONT-RET        PIC 9(8) VALUE 0.
       01 WS-CONT-POSTEADOS  PIC 9(6) VALUE 0.
       01 WS-CONT-RECHAZADOS PIC 9(6) VALUE 0.
       01 WS-CONT-NO-POSTEA  PIC 9(6) VALUE 0.
       01 WS-CONT-SIN-MAPA   PIC 9(6) VALUE 0.
       01 WS-CONT-MAPA-DUP   PIC 9(6) VALUE 0.
       01 WS-CONT-LINEAS     PIC 9(8) VALUE 0.

      * Debits are summed from the PAYFILE salary/bonus split, the
      * credit from what the bureau says it paid. They can only
      * agree if every posted row was paid exactly as sent - the
      * balance test is the proof, not a formality.
       01 WS-TOT-DEBITO      PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 WS-TOT-CREDITO     PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 WS-TOT-SUSPENSO    PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 WS-HASH-SALARIO    PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 WS-TRAILER-VISTO   PIC X VALUE 'N'.
           88 TRAILER-VISTO  VALUE 'Y'.
       01 WS-CUADRA         PIC X VALUE 'N'.
           88 CUADRA         VALUE 'Y'.

       01 WS-CTA-CLEARING    PIC X(10).
       01 WS-CC-CLEARING     PIC X(08).
       01 WS-CTA-SUSPENSO    PIC X(10).
       01 WS-CC-SUSPENSO     PIC X(08).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-GLR-TITLE.
           10 GTL-LIT              PIC X(40)
               VALUE 'PAYROLL LABOR-COST GL JOURNAL'.
           10 GTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 GTL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-GLR-SECCION.
           10 GSC-LIT              PIC X(60).
           10 FILLER               PIC X(72) VALUE SPACES.
       01 WS-GLR-EXC-HEADER.
           10 GXH-EMPNO            PIC X(6)  VALUE 'EMPNO'.
           10 GXH-PIPE1            PIC X(1)  VALUE '|'.
           10 GXH-ESTADO           PIC X(30) VALUE 'REASON'.
           10 GXH-PIPE2            PIC X(1)  VALUE '|'.
           10 GXH-PAGADO           PIC X(12) VALUE 'PAID'.
           10 FILLER               PIC X(82) VALUE SPACES.
       01 WS-GLR-EXC-LINE.
           10 GXL-EMPNO            PIC X(6).
           10 GXL-PIPE1            PIC X(1)  VALUE '|'.
           10 GXL-ESTADO           PIC X(30).
           10 GXL-PIPE2            PIC X(1)  VALUE '|'.
           10 GXL-PAGADO           PIC ZZZZZZZZ9,99.
           10 FILLER               PIC X(82) VALUE SPACES.
       01 WS-GLR-HEADER.
           10 GHD-DEPTNO           PIC X(3)  VALUE 'DPT'.
           10 GHD-PIPE1            PIC X(1)  VALUE '|'.
           10 GHD-CUENTA           PIC X(10) VALUE 'ACCOUNT'.
           10 GHD-PIPE2            PIC X(1)  VALUE '|'.
           10 GHD-CENTRO           PIC X(8)  VALUE 'COST CTR'.
           10 GHD-PIPE3            PIC X(1)  VALUE '|'.
           10 GHD-CONCEPTO         PIC X(10) VALUE 'CONCEPT'.
           10 GHD-PIPE4            PIC X(1)  VALUE '|'.
           10 GHD-EMPS             PIC X(6)  VALUE 'EMPS'.
           10 GHD-PIPE5            PIC X(1)  VALUE '|'.
           10 GHD-DEBITO           PIC X(18) VALUE 'DEBIT'.
           10 GHD-PIPE6            PIC X(1)  VALUE '|'.
           10 GHD-CREDITO          PIC X(18) VALUE 'CREDIT'.
           10 GHD-PIPE7            PIC X(1)  VALUE '|'.
           10 GHD-NOTA             PIC X(10) VALUE SPACES.
           10 FILLER               PIC X(42) VALUE SPACES.
       01 WS-GLR-LINE.
           10 GLL-DEPTNO           PIC X(3).
           10 GLL-PIPE1            PIC X(1)  VALUE '|'.
           10 GLL-CUENTA           PIC X(10).
           10 GLL-PIPE2            PIC X(1)  VALUE '|'.
           10 GLL-CENTRO           PIC X(8).
           10 GLL-PIPE3            PIC X(1)  VALUE '|'.
           10 GLL-CONCEPTO         PIC X(10).
           10 GLL-PIPE4            PIC X(1)  VALUE '|'.
           10 GLL-EMPS             PIC ZZZZZ9.
           10 GLL-PIPE5            PIC X(1)  VALUE '|'.
           10 GLL-DEBITO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           10 GLL-PIPE6            PIC X(1)  VALUE '|'.
           10 GLL-CREDITO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           10 GLL-PIPE7            PIC X(1)  VALUE '|'.
           10 GLL-NOTA             PIC X(10).
           10 FILLER               PIC X(44) VALUE SPACES.
       01 WS-GLR-TOT-LINE.
           10 GTT-LIT              PIC X(30).
           10 GTT-MONTO            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           10 FILLER               PIC X(85) VALUE SPACES.
       01 WS-GLR-FOOTER.
           10 GFT-CONT             PIC ZZZZZ9.
           10 GFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * Every 'D' row we sent, shell-sorted by EMPNO once loaded so
      * the bureau's rows are matched by bisection, as in N23PRCN.
      * PAY-USADO marks an EMPNO already answered.
       01 WS-PAY-MAX               PIC 9(5) VALUE 50000.
       01 WS-PAY-COUNT             PIC 9(5) VALUE 0.
       01 WS-PAY-TABLE.
           05 PAY-ENTRY OCCURS 50000 TIMES
                        INDEXED BY PAY-IDX.
               10 PAY-EMPNO         PIC X(6).
               10 PAY-WORKDEPT      PIC X(3).
               10 PAY-SALARY        PIC S9(7)V99 USAGE COMP-3.
               10 PAY-BONUS         PIC S9(7)V99 USAGE COMP-3.
               10 PAY-USADO         PIC X.
       01 WS-PAY-FOUND             PIC X VALUE 'N'.
           88 PAY-FOUND            VALUE 'Y'.
           88 PAY-NOT-FOUND        VALUE 'N'.
       01 WS-PAY-SWAP              PIC X(20).
       01 WS-ORD-I                 PIC 9(5).
       01 WS-ORD-J                 PIC 9(5).
       01 WS-ORD-J1                PIC 9(5).
       01 WS-ORD-J2                PIC 9(5).
       01 WS-ORD-GAP               PIC 9(5).
       01 WS-ORD-KEY-A             PIC X(6).
       01 WS-ORD-FIN-SW            PIC X.
           88 ORD-FIN              VALUE 'Y'.

      * Finance's mapping, kept in DEPTNO order by binary insertion
      * as it loads. A repeated DEPTNO keeps its first card.
       01 WS-MAP-MAX               PIC 9(4) VALUE 5000.
       01 WS-MAP-COUNT             PIC 9(4) VALUE 0.
       01 WS-MAP-TABLE.
           05 MAP-ENTRY OCCURS 5000 TIMES
                        INDEXED BY MAP-IDX.
               10 MAP-DEPTNO        PIC X(3).
               10 MAP-CENTRO        PIC X(8).
               10 MAP-CTA-SALARIO   PIC X(10).
               10 MAP-CTA-BONO      PIC X(10).
       01 WS-MAP-FOUND             PIC X VALUE 'N'.
           88 MAP-FOUND            VALUE 'Y'.
           88 MAP-NOT-FOUND        VALUE 'N'.
       01 WS-MAP-INS               PIC 9(5).
       01 WS-MAP-I                 PIC 9(5).
       01 WS-MAP-J                 PIC 9(5).

      * Cost per department of the rows posted, kept in DEPTNO
      * order by binary insertion so the journal comes out sorted.
       01 WS-DEP-MAX               PIC 9(4) VALUE 5000.
       01 WS-DEP-COUNT             PIC 9(4) VALUE 0.
       01 WS-DEP-TABLE.
           05 DEP-ENTRY OCCURS 5000 TIMES
                        INDEXED BY DEP-IDX.
               10 DEP-DEPTNO        PIC X(3).
               10 DEP-EMPS          PIC 9(6).
               10 DEP-SALARY        PIC S9(11)V99 USAGE COMP-3.
               10 DEP-BONUS         PIC S9(11)V99 USAGE COMP-3.
               10 DEP-CENTRO        PIC X(8).
               10 DEP-CTA-SALARIO   PIC X(10).
               10 DEP-CTA-BONO      PIC X(10).
               10 DEP-MAPEADO       PIC X.
       01 WS-DEP-FOUND             PIC X VALUE 'N'.
           88 DEP-FOUND            VALUE 'Y'.
           88 DEP-NOT-FOUND        VALUE 'N'.
       01 WS-DEP-INS               PIC 9(5).
       01 WS-DEP-I                 PIC 9(5).
       01 WS-DEP-J                 PIC 9(5).

       01 WS-BUSCA-DEPTNO          PIC X(3).
       01 WS-BIN-LO                PIC 9(5).
       01 WS-BIN-HI                PIC 9(5).
       01 WS-BIN-MID               PIC 9(5).
       01 WS-BIN-OCC               PIC 9(5).
       01 WS-ABORT-MSG             PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL WS-RETFILE-STATUS = FS-EOF

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

           OPEN OUTPUT GLRFILE
           EVALUATE WS-GLRFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE GLRFILE ES: " WS-GLRFILE-STATUS
           END-EVALUATE

           PERFORM 1140-AUDIT-ABRE
           THRU 1140-AUDIT-ABRE-EXIT

           MOVE 'START' TO AUD-EVENT
           MOVE 0       TO AUD-RECORDS
           MOVE "00"    TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           PERFORM 1100-CARGA-PARM
           THRU 1100-CARGA-PARM-EXIT

           PERFORM 1200-CARGA-MAPA
           THRU 1200-CARGA-MAPA-EXIT

           PERFORM 1300-CARGA-PAY
           THRU 1300-CARGA-PAY-EXIT

           PERFORM 1350-ORDENA-PAY
           THRU 1350-ORDENA-PAY-EXIT

           OPEN INPUT RETFILE
           EVALUATE WS-RETFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  MOVE 'NO SE PUEDE ABRIR RETFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE

           MOVE WS-RUN-DATE-RF TO GTL-FECHA
           WRITE REG-GLRFILE FROM WS-GLR-TITLE
           MOVE 'ACCEPTED BY THE BUREAU BUT NOT POSTED' TO GSC-LIT
           WRITE REG-GLRFILE FROM WS-GLR-SECCION
           WRITE REG-GLRFILE FROM WS-GLR-EXC-HEADER
           .
       1000-INICIO-EXIT.
           EXIT.

      *    NO DEFAULT ACCOUNTS: A CREDIT OR A SUSPENSE POSTING TO A
      *    GUESSED ACCOUNT IS WORSE THAN NO JOURNAL AT ALL.
       1100-CARGA-PARM.
           MOVE SPACES TO WS-CTA-CLEARING
           MOVE SPACES TO WS-CTA-SUSPENSO
           MOVE "00" TO WS-PARMFILE-STATUS
           OPEN INPUT PARMFILE
           EVALUATE WS-PARMFILE-STATUS
               WHEN "00"
                  READ PARMFILE INTO REG-PARMFILE
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE PARM-CTA-CLEARING TO WS-CTA-CLEARING
                        MOVE PARM-CC-CLEARING  TO WS-CC-CLEARING
                        MOVE PARM-CTA-SUSPENSO TO WS-CTA-SUSPENSO
                        MOVE PARM-CC-SUSPENSO  TO WS-CC-SUSPENSO
                  END-READ
                  CLOSE PARMFILE
               WHEN "35"
                  DISPLAY "NO EXISTE PARMFILE DE CUENTAS CONTABLES"
               WHEN OTHER
                  DISPLAY "EL ERROR DE PARMFILE ES: " WS-PARMFILE-STATUS
           END-EVALUATE
           IF WS-CTA-CLEARING = SPACES
              OR WS-CTA-SUSPENSO = SPACES
              MOVE 'FALTAN CUENTAS CLEARING/SUSPENSO' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           .
       1100-CARGA-PARM-EXIT.
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
           MOVE 'N30GLJR' TO AUD-PROGRAM
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

      * A missing mapping file is not fatal: every department then
      * lands in suspense and is listed, which is what Finance would
      * have to fix anyway.
       1200-CARGA-MAPA.
           MOVE "00" TO WS-GLMPFILE-STATUS
           OPEN INPUT GLMPFILE
           EVALUATE WS-GLMPFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-GLMPFILE-STATUS = "10"
                     READ GLMPFILE INTO REG-GLMPFILE
                     AT END
                        MOVE "10" TO WS-GLMPFILE-STATUS
                     NOT AT END
                        PERFORM 1250-INSERTA-MAPA
                        THRU 1250-INSERTA-MAPA-EXIT
                  END-PERFORM
                  CLOSE GLMPFILE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE MAPEO CONTABLE"
               WHEN OTHER
                  DISPLAY "EL ERROR DE GLMPFILE ES: " WS-GLMPFILE-STATUS
           END-EVALUATE
           .
       1200-CARGA-MAPA-EXIT.
           EXIT.

       1250-INSERTA-MAPA.
           MOVE GLM-DEPTNO TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-MAPA
           THRU 3500-BUSCA-MAPA-EXIT
           IF MAP-FOUND
              ADD 1 TO WS-CONT-MAPA-DUP
              DISPLAY 'N30GLJR - MAPEO REPETIDO....: ' GLM-DEPTNO
              GO TO 1250-INSERTA-MAPA-EXIT
           END-IF
           IF WS-MAP-COUNT >= WS-MAP-MAX
              MOVE 'TABLA DE MAPEO CONTABLE LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-MAP-COUNT
           PERFORM VARYING WS-MAP-I FROM WS-MAP-COUNT BY -1
                   UNTIL WS-MAP-I <= WS-MAP-INS
              COMPUTE WS-MAP-J = WS-MAP-I - 1
              MOVE MAP-ENTRY (WS-MAP-J) TO MAP-ENTRY (WS-MAP-I)
           END-PERFORM
           MOVE GLM-DEPTNO      TO MAP-DEPTNO (WS-MAP-INS)
           MOVE GLM-CENTRO      TO MAP-CENTRO (WS-MAP-INS)
           MOVE GLM-CTA-SALARIO TO MAP-CTA-SALARIO (WS-MAP-INS)
           IF GLM-CTA-BONO = SPACES
              MOVE GLM-CTA-SALARIO TO MAP-CTA-BONO (WS-MAP-INS)
           ELSE
              MOVE GLM-CTA-BONO    TO MAP-CTA-BONO (WS-MAP-INS)
           END-IF
           .
       1250-INSERTA-MAPA-EXIT.
           EXIT.

      * Banks every detail we sent and re-proves the trailer on the
      * way, as N23PRCN does: a PAYFILE that does not match its own
      * trailer is not the file the bureau paid from.
       1300-CARGA-PAY.
           MOVE "00" TO WS-PAYFILE-STATUS
           OPEN INPUT PAYFILE
           EVALUATE WS-PAYFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-PAYFILE-STATUS = "10"
                     READ PAYFILE
                     AT END
                        MOVE "10" TO WS-PAYFILE-STATUS
                     NOT AT END
                        PERFORM 1310-CARGA-FILA
                        THRU 1310-CARGA-FILA-EXIT
                  END-PERFORM
                  CLOSE PAYFILE
               WHEN "35"
                  DISPLAY "NO EXISTE PAYFILE ENVIADO"
               WHEN OTHER
                  DISPLAY "EL ERROR DE PAYFILE ES: " WS-PAYFILE-STATUS
           END-EVALUATE
           IF NOT TRAILER-VISTO
              MOVE 'PAYFILE SIN TRAILER' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           .
       1300-CARGA-PAY-EXIT.
           EXIT.

       1310-CARGA-FILA.
           EVALUATE PAY-TIPO
               WHEN 'H'
                  CONTINUE
               WHEN 'D'
                  IF WS-PAY-COUNT >= WS-PAY-MAX
                     MOVE 'TABLA DE PAGOS LLENA' TO WS-ABORT-MSG
                     PERFORM 9000-ABORTA
                     THRU 9000-ABORTA-EXIT
                  END-IF
                  ADD 1 TO WS-PAY-COUNT
                  SET PAY-IDX TO WS-PAY-COUNT
                  MOVE PAYD-EMPNO    TO PAY-EMPNO (PAY-IDX)
                  MOVE PAYD-WORKDEPT TO PAY-WORKDEPT (PAY-IDX)
                  MOVE PAYD-SALARY   TO PAY-SALARY (PAY-IDX)
                  MOVE PAYD-BONUS    TO PAY-BONUS (PAY-IDX)
                  MOVE 'N' TO PAY-USADO (PAY-IDX)
                  ADD PAYD-SALARY TO WS-HASH-SALARIO
               WHEN 'T'
                  SET TRAILER-VISTO TO TRUE
                  IF PAYT-COUNT NOT = WS-PAY-COUNT
                     OR PAYT-HASH NOT = WS-HASH-SALARIO
                     MOVE 'TRAILER DE PAYFILE NO CUADRA'
                       TO WS-ABORT-MSG
                     PERFORM 9000-ABORTA
                     THRU 9000-ABORTA-EXIT
                  END-IF
               WHEN OTHER
                  DISPLAY 'N30GLJR - TIPO DESCONOCIDO EN PAYFILE: '
                          PAY-TIPO
           END-EVALUATE
           .
       1310-CARGA-FILA-EXIT.
           EXIT.

      * Shell sort by EMPNO, same scheme N23PRCN uses.
       1350-ORDENA-PAY.
           IF WS-PAY-COUNT < 2
              GO TO 1350-ORDENA-PAY-EXIT
           END-IF
           COMPUTE WS-ORD-GAP = WS-PAY-COUNT / 2
           PERFORM 1360-PASADA-GAP
           THRU 1360-PASADA-GAP-EXIT
           UNTIL WS-ORD-GAP = 0
           .
       1350-ORDENA-PAY-EXIT.
           EXIT.

       1360-PASADA-GAP.
           COMPUTE WS-ORD-J1 = WS-ORD-GAP + 1
           PERFORM VARYING WS-ORD-I FROM WS-ORD-J1 BY 1
                   UNTIL WS-ORD-I > WS-PAY-COUNT
              MOVE PAY-ENTRY (WS-ORD-I) TO WS-PAY-SWAP
              MOVE PAY-EMPNO (WS-ORD-I) TO WS-ORD-KEY-A
              MOVE WS-ORD-I TO WS-ORD-J
              MOVE 'N' TO WS-ORD-FIN-SW
              PERFORM UNTIL ORD-FIN
                 IF WS-ORD-J > WS-ORD-GAP
                    COMPUTE WS-ORD-J2 = WS-ORD-J - WS-ORD-GAP
                    IF PAY-EMPNO (WS-ORD-J2) > WS-ORD-KEY-A
                       MOVE PAY-ENTRY (WS-ORD-J2)
                         TO PAY-ENTRY (WS-ORD-J)
                       MOVE WS-ORD-J2 TO WS-ORD-J
                    ELSE
                       MOVE 'Y' TO WS-ORD-FIN-SW
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-ORD-FIN-SW
                 END-IF
              END-PERFORM
              MOVE WS-PAY-SWAP TO PAY-ENTRY (WS-ORD-J)
           END-PERFORM
           COMPUTE WS-ORD-GAP = WS-ORD-GAP / 2
           .
       1360-PASADA-GAP-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-RETFILE-STATUS NOT = FS-EOF
              ADD 1 TO WS-CONT-RET
              PERFORM 2300-CLASIFICA
              THRU 2300-CLASIFICA-EXIT
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

       2100-LECTURA.
           READ RETFILE INTO REG-RETFILE
              AT END
                 MOVE FS-EOF TO WS-RETFILE-STATUS
           END-READ
           .
       2100-LECTURA-EXIT.
           EXIT.

      * Rejected rows cost nothing and are N23PRCN's to report. An
      * accepted row is posted only when N23PRCN would have matched
      * it clean; anything else is listed here and left out, so the
      * journal never carries money the ledger cannot trace to a
      * PAYFILE row.
       2300-CLASIFICA.
           IF RET-CODE NOT = 'A'
              ADD 1 TO WS-CONT-RECHAZADOS
              GO TO 2300-CLASIFICA-EXIT
           END-IF
           PERFORM 3510-BUSCA-PAY
           THRU 3510-BUSCA-PAY-EXIT
           IF PAY-NOT-FOUND
              MOVE 'ACCEPTED - NEVER SENT' TO GXL-ESTADO
              GO TO 2300-CLASIFICA-EXCEPCION
           END-IF
           IF PAY-USADO (WS-BIN-OCC) = 'Y'
              MOVE 'DUPLICATE RETURN ROW' TO GXL-ESTADO
              GO TO 2300-CLASIFICA-EXCEPCION
           END-IF
           MOVE 'Y' TO PAY-USADO (WS-BIN-OCC)
           IF RET-MONTO NOT =
              PAY-SALARY (WS-BIN-OCC) + PAY-BONUS (WS-BIN-OCC)
              MOVE 'AMOUNT MISMATCH' TO GXL-ESTADO
              GO TO 2300-CLASIFICA-EXCEPCION
           END-IF
           ADD 1 TO WS-CONT-POSTEADOS
           ADD RET-MONTO TO WS-TOT-CREDITO
           PERFORM 2400-ACUMULA-DEPT
           THRU 2400-ACUMULA-DEPT-EXIT
           GO TO 2300-CLASIFICA-EXIT
           .
       2300-CLASIFICA-EXCEPCION.
           ADD 1 TO WS-CONT-NO-POSTEA
           MOVE RET-EMPNO TO GXL-EMPNO
           MOVE RET-MONTO TO GXL-PAGADO
           WRITE REG-GLRFILE FROM WS-GLR-EXC-LINE
           .
       2300-CLASIFICA-EXIT.
           EXIT.

       2400-ACUMULA-DEPT.
           MOVE PAY-WORKDEPT (WS-BIN-OCC) TO WS-BUSCA-DEPTNO
           PERFORM 3520-BUSCA-DEPT
           THRU 3520-BUSCA-DEPT-EXIT
           IF DEP-NOT-FOUND
              IF WS-DEP-COUNT >= WS-DEP-MAX
                 MOVE 'TABLA DE DEPARTAMENTOS LLENA' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
              ADD 1 TO WS-DEP-COUNT
              PERFORM VARYING WS-DEP-I FROM WS-DEP-COUNT BY -1
                      UNTIL WS-DEP-I <= WS-DEP-INS
                 COMPUTE WS-DEP-J = WS-DEP-I - 1
                 MOVE DEP-ENTRY (WS-DEP-J) TO DEP-ENTRY (WS-DEP-I)
              END-PERFORM
              SET DEP-IDX TO WS-DEP-INS
              MOVE WS-BUSCA-DEPTNO TO DEP-DEPTNO (DEP-IDX)
              MOVE 0 TO DEP-EMPS (DEP-IDX)
              MOVE 0 TO DEP-SALARY (DEP-IDX)
              MOVE 0 TO DEP-BONUS (DEP-IDX)
           END-IF
           ADD 1 TO DEP-EMPS (DEP-IDX)
           ADD PAY-SALARY (WS-BIN-OCC) TO DEP-SALARY (DEP-IDX)
           ADD PAY-BONUS (WS-BIN-OCC)  TO DEP-BONUS (DEP-IDX)
           .
       2400-ACUMULA-DEPT-EXIT.
           EXIT.

       3000-FIN.
           PERFORM 3100-ASIGNA-CUENTAS
           THRU 3100-ASIGNA-CUENTAS-EXIT

           IF WS-TOT-DEBITO = WS-TOT-CREDITO
              SET CUADRA TO TRUE
           END-IF

           PERFORM 3200-GRABA-JOURNAL
           THRU 3200-GRABA-JOURNAL-EXIT

           PERFORM 3300-REPORTA-SUSPENSO
           THRU 3300-REPORTA-SUSPENSO-EXIT

           MOVE 'TOTAL DEBITS..........: ' TO GTT-LIT
           MOVE WS-TOT-DEBITO  TO GTT-MONTO
           WRITE REG-GLRFILE FROM WS-GLR-TOT-LINE
           MOVE 'TOTAL CREDITS.........: ' TO GTT-LIT
           MOVE WS-TOT-CREDITO TO GTT-MONTO
           WRITE REG-GLRFILE FROM WS-GLR-TOT-LINE
           MOVE 'POSTED TO SUSPENSE....: ' TO GTT-LIT
           MOVE WS-TOT-SUSPENSO TO GTT-MONTO
           WRITE REG-GLRFILE FROM WS-GLR-TOT-LINE
           IF CUADRA
              MOVE 'JOURNAL BALANCED - WRITTEN FOR THE LEDGER'
                TO GSC-LIT
           ELSE
              MOVE '*** DEBITS AND CREDITS DISAGREE - JOURNAL REJECTED'
                TO GSC-LIT
           END-IF
           WRITE REG-GLRFILE FROM WS-GLR-SECCION

           MOVE WS-CONT-RET TO GFT-CONT
           MOVE ' BUREAU RETURN ROWS READ' TO GFT-LIT
           WRITE REG-GLRFILE FROM WS-GLR-FOOTER
           MOVE WS-CONT-POSTEADOS TO GFT-CONT
           MOVE ' EMPLOYEES POSTED' TO GFT-LIT
           WRITE REG-GLRFILE FROM WS-GLR-FOOTER
           MOVE WS-CONT-RECHAZADOS TO GFT-CONT
           MOVE ' REJECTED BY BUREAU - NOT POSTED' TO GFT-LIT
           WRITE REG-GLRFILE FROM WS-GLR-FOOTER
           MOVE WS-CONT-NO-POSTEA TO GFT-CONT
           MOVE ' ACCEPTED BUT NOT POSTED' TO GFT-LIT
           WRITE REG-GLRFILE FROM WS-GLR-FOOTER
           MOVE WS-CONT-SIN-MAPA TO GFT-CONT
           MOVE ' DEPARTMENTS POSTED TO SUSPENSE' TO GFT-LIT
           WRITE REG-GLRFILE FROM WS-GLR-FOOTER
           MOVE WS-CONT-LINEAS TO GFT-CONT
           MOVE ' JOURNAL LINES WRITTEN' TO GFT-LIT
           WRITE REG-GLRFILE FROM WS-GLR-FOOTER

           MOVE 'END  '          TO AUD-EVENT
           MOVE WS-CONT-RET      TO AUD-RECORDS
           MOVE "00"             TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           CLOSE RETFILE
           CLOSE GLRFILE
           CLOSE AUDFILE
           DISPLAY 'N30GLJR - RETORNOS LEIDOS...: ' WS-CONT-RET
           DISPLAY 'N30GLJR - EMPLEADOS POSTEADOS: ' WS-CONT-POSTEADOS
           DISPLAY 'N30GLJR - NO POSTEADOS......: ' WS-CONT-NO-POSTEA
           DISPLAY 'N30GLJR - DEPTOS A SUSPENSO.: ' WS-CONT-SIN-MAPA
           DISPLAY 'N30GLJR - LINEAS DE ASIENTO.: ' WS-CONT-LINEAS
           EVALUATE TRUE
               WHEN NOT CUADRA
                  DISPLAY '**************************************'
                  DISPLAY '*** N30GLJR: ASIENTO DESCUADRADO, RECHAZADO'
                  DISPLAY '**************************************'
                  MOVE 16 TO RETURN-CODE
               WHEN WS-CONT-NO-POSTEA > 0
                 OR WS-CONT-SIN-MAPA > 0
                 OR WS-CONT-MAPA-DUP > 0
                  MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .
       3000-FIN-EXIT.
           EXIT.

      * Each department's accounts from the mapping, or suspense;
      * debits are summed here, independently of the credit.
       3100-ASIGNA-CUENTAS.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-DEP-COUNT
              MOVE DEP-DEPTNO (DEP-IDX) TO WS-BUSCA-DEPTNO
              PERFORM 3500-BUSCA-MAPA
              THRU 3500-BUSCA-MAPA-EXIT
              IF MAP-FOUND
                 MOVE 'S' TO DEP-MAPEADO (DEP-IDX)
                 MOVE MAP-CENTRO (MAP-IDX)
                   TO DEP-CENTRO (DEP-IDX)
                 MOVE MAP-CTA-SALARIO (MAP-IDX)
                   TO DEP-CTA-SALARIO (DEP-IDX)
                 MOVE MAP-CTA-BONO (MAP-IDX)
                   TO DEP-CTA-BONO (DEP-IDX)
              ELSE
                 MOVE 'N' TO DEP-MAPEADO (DEP-IDX)
                 ADD 1 TO WS-CONT-SIN-MAPA
                 MOVE WS-CC-SUSPENSO  TO DEP-CENTRO (DEP-IDX)
                 MOVE WS-CTA-SUSPENSO TO DEP-CTA-SALARIO (DEP-IDX)
                 MOVE WS-CTA-SUSPENSO TO DEP-CTA-BONO (DEP-IDX)
                 ADD DEP-SALARY (DEP-IDX) TO WS-TOT-SUSPENSO
                 ADD DEP-BONUS (DEP-IDX)  TO WS-TOT-SUSPENSO
              END-IF
              ADD DEP-SALARY (DEP-IDX) TO WS-TOT-DEBITO
              ADD DEP-BONUS (DEP-IDX)  TO WS-TOT-DEBITO
           END-PERFORM
           .
       3100-ASIGNA-CUENTAS-EXIT.
           EXIT.

      *    THE JOURNAL IS OPENED EITHER WAY, SO A REJECTED RUN LEAVES
      *    AN EMPTY FILE - NEVER YESTERDAY'S JOURNAL FOR THE LEDGER
      *    TO PICK UP AGAIN.
       3200-GRABA-JOURNAL.
           OPEN OUTPUT GLJFILE
           EVALUATE WS-GLJFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE GLJFILE ES: " WS-GLJFILE-STATUS
           END-EVALUATE

           MOVE 'POSTINGS' TO GSC-LIT
           WRITE REG-GLRFILE FROM WS-GLR-SECCION
           WRITE REG-GLRFILE FROM WS-GLR-HEADER

           IF CUADRA
              MOVE SPACES TO REG-GLJFILE
              MOVE 'H'            TO GLJ-TIPO
              MOVE WS-RUN-DATE-RF TO GLH-FECHA
              MOVE 'N30GLJR'      TO GLH-ORIGEN
              WRITE REG-GLJFILE
           END-IF

           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-DEP-COUNT
              IF DEP-SALARY (DEP-IDX) > 0
                 MOVE DEP-CTA-SALARIO (DEP-IDX) TO GLJ-CUENTA
                 MOVE 'SALARY'                  TO GLJ-CONCEPTO
                 MOVE DEP-SALARY (DEP-IDX)      TO GLJ-IMPORTE
                 PERFORM 3250-GRABA-DEBITO
                 THRU 3250-GRABA-DEBITO-EXIT
              END-IF
              IF DEP-BONUS (DEP-IDX) > 0
                 MOVE DEP-CTA-BONO (DEP-IDX)    TO GLJ-CUENTA
                 MOVE 'BONUS'                   TO GLJ-CONCEPTO
                 MOVE DEP-BONUS (DEP-IDX)       TO GLJ-IMPORTE
                 PERFORM 3250-GRABA-DEBITO
                 THRU 3250-GRABA-DEBITO-EXIT
              END-IF
           END-PERFORM

           MOVE 'C'               TO GLJ-DC
           MOVE WS-CTA-CLEARING   TO GLJ-CUENTA
           MOVE WS-CC-CLEARING    TO GLJ-CENTRO
           MOVE SPACES            TO GLJ-DEPTNO
           MOVE 'CLEARING'        TO GLJ-CONCEPTO
           MOVE WS-TOT-CREDITO    TO GLJ-IMPORTE
           MOVE WS-CONT-POSTEADOS TO GLJ-EMPLEADOS
           MOVE SPACES            TO GLL-DEPTNO
           MOVE GLJ-CUENTA        TO GLL-CUENTA
           MOVE GLJ-CENTRO        TO GLL-CENTRO
           MOVE GLJ-CONCEPTO      TO GLL-CONCEPTO
           MOVE GLJ-EMPLEADOS     TO GLL-EMPS
           MOVE 0                 TO GLL-DEBITO
           MOVE WS-TOT-CREDITO    TO GLL-CREDITO
           MOVE SPACES            TO GLL-NOTA
           WRITE REG-GLRFILE FROM WS-GLR-LINE
           IF CUADRA
              MOVE 'D'            TO GLJ-TIPO
              MOVE WS-RUN-DATE-RF TO GLJ-FECHA
              MOVE SPACES TO REG-GLJFILE (63:18)
              WRITE REG-GLJFILE
              ADD 1 TO WS-CONT-LINEAS

              MOVE SPACES TO REG-GLJFILE
              MOVE 'T'            TO GLJ-TIPO
              MOVE WS-CONT-LINEAS TO GLT-COUNT
              MOVE WS-TOT-DEBITO  TO GLT-DEBITOS
              MOVE WS-TOT-CREDITO TO GLT-CREDITOS
              WRITE REG-GLJFILE
           END-IF

           CLOSE GLJFILE
           .
       3200-GRABA-JOURNAL-EXIT.
           EXIT.

      * The caller sets account, concept and amount of the debit.
       3250-GRABA-DEBITO.
           MOVE 'D'                  TO GLJ-DC
           MOVE DEP-CENTRO (DEP-IDX) TO GLJ-CENTRO
           MOVE DEP-DEPTNO (DEP-IDX) TO GLJ-DEPTNO
           MOVE DEP-EMPS (DEP-IDX)   TO GLJ-EMPLEADOS
           MOVE DEP-DEPTNO (DEP-IDX) TO GLL-DEPTNO
           MOVE GLJ-CUENTA           TO GLL-CUENTA
           MOVE GLJ-CENTRO           TO GLL-CENTRO
           MOVE GLJ-CONCEPTO         TO GLL-CONCEPTO
           MOVE GLJ-EMPLEADOS        TO GLL-EMPS
           MOVE GLJ-IMPORTE          TO GLL-DEBITO
           MOVE 0                    TO GLL-CREDITO
           IF DEP-MAPEADO (DEP-IDX) = 'N'
              MOVE 'SUSPENSE' TO GLL-NOTA
           ELSE
              MOVE SPACES     TO GLL-NOTA
           END-IF
           WRITE REG-GLRFILE FROM WS-GLR-LINE
           IF CUADRA
              MOVE 'D'            TO GLJ-TIPO
              MOVE WS-RUN-DATE-RF TO GLJ-FECHA
              MOVE SPACES TO REG-GLJFILE (63:18)
              WRITE REG-GLJFILE
              ADD 1 TO WS-CONT-LINEAS
           END-IF
           .
       3250-GRABA-DEBITO-EXIT.
           EXIT.

      * Departments the mapping does not know, with what was parked
      * in suspense for each, for Finance to map and reclass.
       3300-REPORTA-SUSPENSO.
           IF WS-CONT-SIN-MAPA = 0
              GO TO 3300-REPORTA-SUSPENSO-EXIT
           END-IF
           MOVE 'UNMAPPED DEPARTMENTS - POSTED TO SUSPENSE' TO GSC-LIT
           WRITE REG-GLRFILE FROM WS-GLR-SECCION
           WRITE REG-GLRFILE FROM WS-GLR-HEADER
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-DEP-COUNT
              IF DEP-MAPEADO (DEP-IDX) = 'N'
                 MOVE DEP-DEPTNO (DEP-IDX) TO GLL-DEPTNO
                 MOVE WS-CTA-SUSPENSO      TO GLL-CUENTA
                 MOVE WS-CC-SUSPENSO       TO GLL-CENTRO
                 MOVE 'TOTAL'              TO GLL-CONCEPTO
                 MOVE DEP-EMPS (DEP-IDX)   TO GLL-EMPS
                 COMPUTE GLL-DEBITO =
                         DEP-SALARY (DEP-IDX) + DEP-BONUS (DEP-IDX)
                 MOVE 0                    TO GLL-CREDITO
                 MOVE 'NOT MAPPED'         TO GLL-NOTA
                 WRITE REG-GLRFILE FROM WS-GLR-LINE
              END-IF
           END-PERFORM
           .
       3300-REPORTA-SUSPENSO-EXIT.
           EXIT.

      * Bisection over the DEPTNO-sorted mapping; leaves the insert
      * slot in WS-MAP-INS when the DEPTNO is not there.
       3500-BUSCA-MAPA.
           SET MAP-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-MAP-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR MAP-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF MAP-DEPTNO (WS-BIN-MID) = WS-BUSCA-DEPTNO
                 SET MAP-FOUND TO TRUE
                 SET MAP-IDX TO WS-BIN-MID
              ELSE
                 IF MAP-DEPTNO (WS-BIN-MID) < WS-BUSCA-DEPTNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-LO TO WS-MAP-INS
           .
       3500-BUSCA-MAPA-EXIT.
           EXIT.

      * Bisection over the EMPNO-sorted sent table.
       3510-BUSCA-PAY.
           SET PAY-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-PAY-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR PAY-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF PAY-EMPNO (WS-BIN-MID) = RET-EMPNO
                 SET PAY-FOUND TO TRUE
                 MOVE WS-BIN-MID TO WS-BIN-OCC
              ELSE
                 IF PAY-EMPNO (WS-BIN-MID) < RET-EMPNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           .
       3510-BUSCA-PAY-EXIT.
           EXIT.

      * Bisection over the DEPTNO-sorted cost table; the entry in
      * DEP-IDX, or the insert slot in WS-DEP-INS. WS-BIN-OCC is
      * left alone - it still points at the PAYFILE row.
       3520-BUSCA-DEPT.
           SET DEP-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-DEP-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR DEP-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF DEP-DEPTNO (WS-BIN-MID) = WS-BUSCA-DEPTNO
                 SET DEP-FOUND TO TRUE
                 SET DEP-IDX TO WS-BIN-MID
              ELSE
                 IF DEP-DEPTNO (WS-BIN-MID) < WS-BUSCA-DEPTNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-LO TO WS-DEP-INS
           .
       3520-BUSCA-DEPT-EXIT.
           EXIT.

      *    A JOURNAL BUILT ON A HALF-LOADED TABLE OR A PAYFILE THAT
      *    DOES NOT PROVE OUT WOULD POST REAL MONEY WRONG - STOP HARD.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N30GLJR ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
