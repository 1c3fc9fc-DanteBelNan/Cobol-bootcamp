       IDENTIFICATION DIVISION.
       PROGRAM-ID. N26MERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPXFILE ASSIGN TO EMPXFILED
                          FILE STATUS WS-EMPXFILE-STATUS.
           SELECT EMSTFILE ASSIGN TO EMSTFILED
                          ORGANIZATION INDEXED
                          ACCESS SEQUENTIAL
                          RECORD KEY EMS-EMPNO
                          FILE STATUS WS-EMSTFILE-STATUS.
           SELECT GUIAFILE ASSIGN TO GUIAFILED
                          FILE STATUS WS-GUIAFILE-STATUS.
           SELECT RATEFILE ASSIGN TO RATEFILED
                          FILE STATUS WS-RATEFILE-STATUS.
           SELECT DEPTFILE ASSIGN TO DEPTFILED
                          FILE STATUS WS-DEPTFILE-STATUS.
           SELECT BUDGFILE ASSIGN TO BUDGFILED
                          FILE STATUS WS-BUDGFILE-STATUS.
           SELECT PARMFILE ASSIGN TO PARMFILED
                          FILE STATUS WS-PARMFILE-STATUS.
           SELECT MRTFILE  ASSIGN TO MRTFILED
                          FILE STATUS WS-MRTFILE-STATUS.
           SELECT ETRNFILE ASSIGN TO ETRNFILED
                          FILE STATUS WS-ETRNFILE-STATUS.
           SELECT DISTFILE ASSIGN TO DISTFILED
                          FILE STATUS WS-DISTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Employee master extract written nightly by NDB2845 in the
      * published EMPREC layout - the default source of the cycle.
       FD EMPXFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-EMPXFILE.
           COPY EMPREC.

      * Keyed employee master maintained by N11EMNT, read front to
      * back when the parm card asks for it instead of the extract
      * (hires keyed since the last unload then get their merit too).
       FD EMSTFILE
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-EMSTFILE.
           05  EMS-EMPNO         PIC X(06).
           05  EMS-FIRSTNME      PIC X(12).
           05  EMS-LASTNAME      PIC X(15).
           05  EMS-WORKDEPT      PIC X(03).
           05  EMS-JOB           PIC X(08).
           05  EMS-SALARY        PIC 9(07)V99.
           05  EMS-BONUS         PIC 9(07)V99.
           05  FILLER            PIC X(18).

      * HR's merit guideline: the increase percent for each JOB and
      * performance rating. A card with a blank rating is the JOB's
      * default for employees nobody rated.
       FD GUIAFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-GUIAFILE.
           05  GUI-JOB           PIC X(08).
           05  GUI-RATING        PIC X(01).
           05  GUI-PCT           PIC 9(02)V99.
           05  FILLER            PIC X(07).

      * This year's performance ratings, one card per rated employee.
       FD RATEFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-RATEFILE.
           05  RAT-EMPNO         PIC X(06).
           05  RAT-RATING        PIC X(01).
           05  FILLER            PIC X(13).

      * Department data as N00BASE loads it, 90-byte INFILE layout -
      * only DEPTNO and ADMRDEPT are used, to roll the merit cost up
      * the tree the way N05ROLL rolls the payroll.
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

      * N19BVAR's budget cards: DEPTNO plus the annual budget amount.
       FD BUDGFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-BUDGFILE.
           05  BDG-DEPTNO        PIC X(03).
           05  BDG-MONTO         PIC 9(09)V99.
           05  FILLER            PIC X(06).

      * One card. PARM-MODO 'P' (or no card) only prints the
      * proposal; 'A' means HR signed the proposal off and the run
      * also writes the ETRNFILE for N11EMNT. PARM-FUENTE 'M' reads
      * EMSTFILE instead of the extract. PARM-OPERADOR is the HR
      * operator the transactions are keyed under for N11EMNT's
      * maker-checker; without one they go out as N26MERT.
       FD PARMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-PARMFILE.
           05  PARM-MODO         PIC X(01).
           05  PARM-FUENTE       PIC X(01).
           05  PARM-OPERADOR     PIC X(08).
           05  FILLER            PIC X(10).

       FD MRTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-MRTFILE PIC X(132).

      * Change transactions in N11EMNT's ETRNFILE layout: EMPNO and
      * the new salary only. The rest is left blank so N11EMNT keeps
      * the master's value - the extract may be a day behind a
      * transfer, a new job or a bonus keyed since.
       FD ETRNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 81 CHARACTERS.
       01 REG-ETRNFILE.
           COPY ETRNREC.

      * Labor distribution as N41DIST passed it, in EMPNO and DEPTNO
      * order, the same file N05ROLL splits the actuals by. Optional:
      * with no file every employee's cost goes to WORKDEPT.
       FD DISTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-DISTFILE.
           COPY DISTREC.

       WORKING-STORAGE SECTION.
       01 WS-EMPXFILE-STATUS PIC XX.
       01 WS-EMSTFILE-STATUS PIC XX.
       01 WS-GUIAFILE-STATUS PIC XX.
       01 WS-RATEFILE-STATUS PIC XX.
       01 WS-DEPTFILE-STATUS PIC XX.
       01 WS-BUDGFILE-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-MRTFILE-STATUS PIC XX.
       01 WS-ETRNFILE-STATUS PIC XX.
       01 WS-DISTFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-MODO                PIC X VALUE 'P'.
           88 MODO-PROPUESTA     VALUE 'P'.
           88 MODO-APROBADO      VALUE 'A'.
       01 WS-FUENTE              PIC X VALUE 'E'.
           88 FUENTE-EXTRACTO    VALUE 'E'.
           88 FUENTE-MASTER      VALUE 'M'.
       01 WS-ENTRADA-STATUS      PIC XX.
       01 WS-OPERADOR            PIC X(8) VALUE 'N26MERT'.

       01 WS-CONT-EMP        PIC 9(6) VALUE 0.
       01 WS-CONT-SIN-RATING PIC 9(6) VALUE 0.
       01 WS-CONT-SIN-GUIA   PIC 9(6) VALUE 0.
       01 WS-CONT-SIN-DEPT   PIC 9(6) VALUE 0.
       01 WS-CONT-TRANS      PIC 9(6) VALUE 0.
       01 WS-CONT-EXCEDIDOS  PIC 9(6) VALUE 0.
       01 WS-CONT-YA-EXCEDIDOS PIC 9(6) VALUE 0.
       01 WS-CONT-GUIA-MALA  PIC 9(6) VALUE 0.
       01 WS-CONT-OMITIDOS   PIC 9(6) VALUE 0.
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

       01 WS-MRT-TITLE.
           10 MTL-LIT              PIC X(40)
               VALUE 'MERIT INCREASE PROPOSAL BY DEPARTMENT'.
           10 MTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 MTL-FECHA            PIC X(10).
           10 MTL-FILL             PIC X(2) VALUE SPACES.
           10 MTL-MODO             PIC X(30).
           10 FILLER               PIC X(42) VALUE SPACES.
       01 WS-MRT-HEADER.
           10 MHD-DEPTNO           PIC X(3)  VALUE 'DNO'.
           10 MHD-PIPE1            PIC X(1)  VALUE '|'.
           10 MHD-EMPNO            PIC X(6)  VALUE 'EMPNO'.
           10 MHD-PIPE2            PIC X(1)  VALUE '|'.
           10 MHD-LASTNAME         PIC X(15) VALUE 'LASTNAME'.
           10 MHD-PIPE3            PIC X(1)  VALUE '|'.
           10 MHD-JOB              PIC X(8)  VALUE 'JOB'.
           10 MHD-PIPE4            PIC X(1)  VALUE '|'.
           10 MHD-RATING           PIC X(1)  VALUE 'R'.
           10 MHD-PIPE5            PIC X(1)  VALUE '|'.
           10 MHD-PCT              PIC X(6)  VALUE 'PCT'.
           10 MHD-PIPE6            PIC X(1)  VALUE '|'.
           10 MHD-OLD              PIC X(18) VALUE 'OLD SALARY'.
           10 MHD-PIPE7            PIC X(1)  VALUE '|'.
           10 MHD-NEW              PIC X(18) VALUE 'NEW SALARY'.
           10 MHD-PIPE8            PIC X(1)  VALUE '|'.
           10 MHD-COST             PIC X(18) VALUE 'COST'.
           10 MHD-PIPE9            PIC X(1)  VALUE '|'.
           10 MHD-NOTA             PIC X(12) VALUE 'NOTE'.
           10 FILLER               PIC X(18) VALUE SPACES.
       01 WS-MRT-LINE.
           10 MRL-DEPTNO           PIC X(3).
           10 MRL-PIPE1            PIC X(1)  VALUE '|'.
           10 MRL-EMPNO            PIC X(6).
           10 MRL-PIPE2            PIC X(1)  VALUE '|'.
           10 MRL-LASTNAME         PIC X(15).
           10 MRL-PIPE3            PIC X(1)  VALUE '|'.
           10 MRL-JOB              PIC X(8).
           10 MRL-PIPE4            PIC X(1)  VALUE '|'.
           10 MRL-RATING           PIC X(1).
           10 MRL-PIPE5            PIC X(1)  VALUE '|'.
           10 MRL-PCT              PIC ZZ9,99.
           10 MRL-PIPE6            PIC X(1)  VALUE '|'.
           10 MRL-OLD              PIC $$$.$$$.$$$.$$9,99.
           10 MRL-PIPE7            PIC X(1)  VALUE '|'.
           10 MRL-NEW              PIC $$$.$$$.$$$.$$9,99.
           10 MRL-PIPE8            PIC X(1)  VALUE '|'.
           10 MRL-COST             PIC $$$.$$$.$$$.$$9,99.
           10 MRL-PIPE9            PIC X(1)  VALUE '|'.
           10 MRL-NOTA             PIC X(12).
           10 FILLER               PIC X(18) VALUE SPACES.
       01 WS-MRT-DEPT-LINE.
           10 MDL-LIT              PIC X(12) VALUE '  TOTAL DNO '.
           10 MDL-DEPTNO           PIC X(3).
           10 MDL-FILL1            PIC X(1)  VALUE SPACE.
           10 MDL-HC               PIC ZZZZZ9.
           10 MDL-HC-LIT           PIC X(15) VALUE ' EMPLOYEES'.
           10 MDL-PIPE1            PIC X(1)  VALUE '|'.
           10 MDL-OLD              PIC $$$.$$$.$$$.$$9,99.
           10 MDL-PIPE2            PIC X(1)  VALUE '|'.
           10 MDL-NEW              PIC $$$.$$$.$$$.$$9,99.
           10 MDL-PIPE3            PIC X(1)  VALUE '|'.
           10 MDL-COST             PIC $$$.$$$.$$$.$$9,99.
           10 FILLER               PIC X(38) VALUE SPACES.
       01 WS-MRT-BDG-TITLE.
           10 MBT-LIT              PIC X(60)
               VALUE '-- MERIT POOL AGAINST BUDGET (ROLLED UP) --'.
           10 FILLER               PIC X(72) VALUE SPACES.
       01 WS-MRT-BDG-HEADER.
           10 MBH-DEPTNO           PIC X(3)  VALUE 'DNO'.
           10 MBH-PIPE1            PIC X(1)  VALUE '|'.
           10 MBH-BUDGET           PIC X(15) VALUE 'BUDGET'.
           10 MBH-PIPE2            PIC X(1)  VALUE '|'.
           10 MBH-ACTUAL           PIC X(18) VALUE 'CURRENT COST'.
           10 MBH-PIPE3            PIC X(1)  VALUE '|'.
           10 MBH-MERIT            PIC X(18) VALUE 'MERIT COST'.
           10 MBH-PIPE4            PIC X(1)  VALUE '|'.
           10 MBH-PROY             PIC X(18) VALUE 'PROJECTED'.
           10 MBH-PIPE5            PIC X(1)  VALUE '|'.
           10 MBH-MARCA            PIC X(20) VALUE 'STATUS'.
           10 FILLER               PIC X(35) VALUE SPACES.
       01 WS-MRT-BDG-LINE.
           10 MBL-DEPTNO           PIC X(3).
           10 MBL-PIPE1            PIC X(1)  VALUE '|'.
           10 MBL-BUDGET           PIC $$$.$$$.$$9,99.
           10 MBL-FILL1            PIC X(1)  VALUE SPACE.
           10 MBL-PIPE2            PIC X(1)  VALUE '|'.
           10 MBL-ACTUAL           PIC $$$.$$$.$$$.$$9,99.
           10 MBL-PIPE3            PIC X(1)  VALUE '|'.
           10 MBL-MERIT            PIC $$$.$$$.$$$.$$9,99.
           10 MBL-PIPE4            PIC X(1)  VALUE '|'.
           10 MBL-PROY             PIC $$$.$$$.$$$.$$9,99.
           10 MBL-PIPE5            PIC X(1)  VALUE '|'.
           10 MBL-MARCA            PIC X(20).
           10 FILLER               PIC X(35) VALUE SPACES.
       01 WS-MRT-FOOTER.
           10 MFT-CONT             PIC ZZZZZ9.
           10 MFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.
       01 WS-MRT-TOTAL.
           10 MTT-LIT              PIC X(40)
               VALUE 'TOTAL MERIT POOL COST'.
           10 MTT-COST             PIC $$$.$$$.$$$.$$9,99.
           10 FILLER               PIC X(74) VALUE SPACES.

      * Guideline table, kept in JOB+RATING order by binary insertion
      * at load the way N19BVAR keeps its budget table.
       01 WS-GUI-MAX               PIC 9(4) VALUE 2000.
       01 WS-GUI-COUNT             PIC 9(4) VALUE 0.
       01 WS-GUI-TABLE.
           05 GUI-ENTRY OCCURS 2000 TIMES
                        INDEXED BY GUI-IDX.
               10 GUI-E-CLAVE.
                  15 GUI-E-JOB      PIC X(8).
                  15 GUI-E-RATING   PIC X.
               10 GUI-E-PCT         PIC 9(2)V99.
       01 WS-GUI-CLAVE.
           05 WS-GUI-JOB           PIC X(8).
           05 WS-GUI-RATING        PIC X.
       01 WS-GUI-FOUND             PIC X VALUE 'N'.
           88 GUI-FOUND            VALUE 'Y'.
           88 GUI-NOT-FOUND        VALUE 'N'.
       01 WS-GUI-INS               PIC 9(5).

      * Ratings loaded whole and then Shell sorted by EMPNO - too
      * many cards for insertion at load.
       01 WS-RAT-MAX               PIC 9(5) VALUE 50000.
       01 WS-RAT-COUNT             PIC 9(5) VALUE 0.
       01 WS-RAT-TABLE.
           05 RAT-ENTRY OCCURS 50000 TIMES
                        INDEXED BY RAT-IDX.
               10 RAT-E-EMPNO       PIC X(6).
               10 RAT-E-RATING      PIC X.
       01 WS-RAT-SWAP              PIC X(7).
       01 WS-RAT-FOUND             PIC X VALUE 'N'.
           88 RAT-FOUND            VALUE 'Y'.
           88 RAT-NOT-FOUND        VALUE 'N'.

      * Department table in N05ROLL's shape: direct and rolled-up
      * current cost (salary+bonus) and merit cost, both charged by
      * the labor distribution the way N05ROLL charges the actuals,
      * plus the budget card when there is one. Sorted by DEPTNO
      * after the load.
       01 WS-DEPT-MAX               PIC 9(4) VALUE 5000.
       01 WS-DEPT-COUNT             PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 5000 TIMES
                         INDEXED BY DEPT-IDX DEPT-IDX2.
               10 DEPT-DEPTNO       PIC X(3).
               10 DEPT-ADMRDEPT     PIC X(3).
               10 DEPT-COST         PIC S9(11)V99 USAGE COMP-3.
               10 DEPT-MERIT        PIC S9(11)V99 USAGE COMP-3.
               10 DEPT-RCOST        PIC S9(11)V99 USAGE COMP-3.
               10 DEPT-RMERIT       PIC S9(11)V99 USAGE COMP-3.
               10 DEPT-BUDGET       PIC S9(9)V99 USAGE COMP-3.
               10 DEPT-CON-PPTO     PIC X.
               10 DEPT-VISITADO     PIC X.
       01 WS-DEPT-SWAP              PIC X(42).
       01 WS-DEPT-FOUND             PIC X VALUE 'N'.
           88 DEPT-FOUND            VALUE 'Y'.
           88 DEPT-NOT-FOUND        VALUE 'N'.
       01 WS-DEPT-CARGADO           PIC X VALUE 'N'.
           88 DEPT-CARGADO          VALUE 'Y'.

      * The proposal itself, one entry per employee, Shell sorted by
      * WORKDEPT+EMPNO at the end so the report breaks by department.
       01 WS-EMP-MAX                PIC 9(5) VALUE 50000.
       01 WS-EMP-COUNT              PIC 9(5) VALUE 0.
       01 WS-EMP-TABLE.
           05 EMP-ENTRY OCCURS 50000 TIMES
                        INDEXED BY EMP-IDX.
               10 EMP-CLAVE.
                  15 EMP-WORKDEPT   PIC X(3).
                  15 EMP-EMPNO      PIC X(6).
               10 EMP-FIRSTNME      PIC X(12).
               10 EMP-LASTNAME      PIC X(15).
               10 EMP-JOB           PIC X(8).
               10 EMP-SALARY        PIC 9(7)V99.
               10 EMP-BONUS         PIC 9(7)V99.
               10 EMP-RATING        PIC X.
               10 EMP-PCT           PIC 9(2)V99.
               10 EMP-NEW-SALARY    PIC 9(7)V99.
               10 EMP-NOTA          PIC X(12).
               10 EMP-OMITIDO       PIC X.
       01 WS-EMP-SWAP               PIC X(89).

       01 WS-ORD-I                  PIC 9(5).
       01 WS-ORD-J                  PIC 9(5).
       01 WS-ORD-J1                 PIC 9(5).
       01 WS-ORD-J2                 PIC 9(5).
       01 WS-ORD-GAP                PIC 9(5).
       01 WS-ORD-KEY-A              PIC X(9).
       01 WS-ORD-FIN-SW             PIC X.
           88 ORD-FIN               VALUE 'Y'.
       01 WS-BUSCA-DEPTNO           PIC X(3).
       01 WS-BIN-LO                 PIC 9(5).
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-BIN-OCC                PIC 9(5).
       01 WS-INS-I                  PIC 9(5).
       01 WS-INS-J                  PIC 9(5).
       01 WS-ABORT-MSG              PIC X(40).

       01 WS-EMP-ACTUAL.
           05 WS-EMP-EMPNO          PIC X(6).
           05 WS-EMP-FIRSTNME       PIC X(12).
           05 WS-EMP-LASTNAME       PIC X(15).
           05 WS-EMP-WORKDEPT       PIC X(3).
           05 WS-EMP-JOB            PIC X(8).
           05 WS-EMP-SALARY         PIC 9(7)V99.
           05 WS-EMP-BONUS          PIC 9(7)V99.
           05 FILLER                PIC X(18).

      * Department break fields for the proposal listing.
       01 WS-CORTE-DEPTNO           PIC X(3).
       01 WS-CORTE-HC               PIC 9(6).
       01 WS-CORTE-OLD              PIC S9(11)V99 USAGE COMP-3.
       01 WS-CORTE-NEW              PIC S9(11)V99 USAGE COMP-3.
       01 WS-AUMENTO                PIC S9(9)V99 USAGE COMP-3.
       01 WS-POOL-TOTAL             PIC S9(11)V99 USAGE COMP-3
                                     VALUE 0.
       01 WS-PROYECTADO             PIC S9(11)V99 USAGE COMP-3.

      * Upward walk, same bounds and loop guard as N05ROLL.
       01 WS-WALK-DEPTNO            PIC X(3).
       01 WS-WALK-HOPS              PIC 9(2).
       01 WS-WALK-TOPE              PIC 9(2) VALUE 20.
       01 WS-WALK-COST              PIC S9(11)V99 USAGE COMP-3.
       01 WS-WALK-MERIT             PIC S9(11)V99 USAGE COMP-3.
       01 WS-WALK-FIN               PIC X.
           88 WALK-FIN              VALUE 'Y'.

      * Labor distribution table, loaded in file order, which must
      * be ascending EMPNO+DEPTNO so 3800-BUSCA-DIST can bisect it.
      * A split employee's current cost and merit cost are charged
      * by the percentages exactly as N05ROLL's 2400-REPARTE does:
      * each share rounded, the last takes what is left, and a share
      * for a department not in the table falls back to WORKDEPT.
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
       01 WS-REP-CASA               PIC 9(5).
       01 WS-REP-OCC                PIC 9(5).
       01 WS-REP-COSTO              PIC S9(9)V99 USAGE COMP-3.
       01 WS-REP-COSTO-RESTO        PIC S9(9)V99 USAGE COMP-3.
       01 WS-REP-COSTO-PARTE        PIC S9(9)V99 USAGE COMP-3.
       01 WS-REP-MERITO             PIC S9(9)V99 USAGE COMP-3.
       01 WS-REP-MERITO-RESTO       PIC S9(9)V99 USAGE COMP-3.
       01 WS-REP-MERITO-PARTE       PIC S9(9)V99 USAGE COMP-3.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL WS-ENTRADA-STATUS = FS-EOF

           PERFORM 3000-FIN
           THRU 3000-FIN-EXIT
           STOP RUN.

       1000-INICIO.
           PERFORM 1100-CARGA-PARM
           THRU 1100-CARGA-PARM-EXIT

           PERFORM 1200-CARGA-GUIA
           THRU 1200-CARGA-GUIA-EXIT

           PERFORM 1300-CARGA-RATING
           THRU 1300-CARGA-RATING-EXIT

           PERFORM 1400-CARGA-DEPT
           THRU 1400-CARGA-DEPT-EXIT

           PERFORM 1500-CARGA-PPTO
           THRU 1500-CARGA-PPTO-EXIT

           PERFORM 1700-CARGA-DIST
           THRU 1700-CARGA-DIST-EXIT

           PERFORM 1600-ABRE-ENTRADA
           THRU 1600-ABRE-ENTRADA-EXIT

           OPEN OUTPUT MRTFILE
           EVALUATE WS-MRTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE MRTFILE ES: " WS-MRTFILE-STATUS
           END-EVALUATE

           IF MODO-APROBADO
              OPEN OUTPUT ETRNFILE
              EVALUATE WS-ETRNFILE-STATUS
                  WHEN "00"
                     CONTINUE
                  WHEN OTHER
                     MOVE 'NO SE PUEDE ABRIR ETRNFILE' TO WS-ABORT-MSG
                     PERFORM 9000-ABORTA
                     THRU 9000-ABORTA-EXIT
              END-EVALUATE
           END-IF

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

           MOVE WS-RUN-DATE-RF TO MTL-FECHA
           IF MODO-APROBADO
              MOVE 'APPROVED - ETRNFILE WRITTEN' TO MTL-MODO
           ELSE
              MOVE 'PROPOSAL ONLY - NOT APPLIED' TO MTL-MODO
           END-IF
           WRITE REG-MRTFILE FROM WS-MRT-TITLE
           WRITE REG-MRTFILE FROM WS-MRT-HEADER
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
                        IF PARM-MODO = 'A'
                           SET MODO-APROBADO TO TRUE
                        END-IF
                        IF PARM-FUENTE = 'M'
                           SET FUENTE-MASTER TO TRUE
                        END-IF
                        IF PARM-OPERADOR NOT = SPACES
                           MOVE PARM-OPERADOR TO WS-OPERADOR
                        END-IF
                  END-READ
                  CLOSE PARMFILE
               WHEN "35"
                  DISPLAY "NO EXISTE PARMFILE, SOLO PROPUESTA"
               WHEN OTHER
                  DISPLAY "EL ERROR DE PARMFILE ES: " WS-PARMFILE-STATUS
           END-EVALUATE
           .
       1100-CARGA-PARM-EXIT.
           EXIT.

      *    WITHOUT A GUIDELINE EVERY EMPLOYEE WOULD COME OUT AT ZERO -
      *    NOTHING TO PROPOSE, SO THE RUN STOPS.
       1200-CARGA-GUIA.
           MOVE "00" TO WS-GUIAFILE-STATUS
           OPEN INPUT GUIAFILE
           EVALUATE WS-GUIAFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-GUIAFILE-STATUS = "10"
                     READ GUIAFILE INTO REG-GUIAFILE
                     AT END
                        MOVE "10" TO WS-GUIAFILE-STATUS
                     NOT AT END
                        PERFORM 1250-INSERTA-GUIA
                        THRU 1250-INSERTA-GUIA-EXIT
                  END-PERFORM
                  CLOSE GUIAFILE
               WHEN "35"
                  MOVE 'NO EXISTE ARCHIVO DE PAUTAS DE MERITO'
                    TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
               WHEN OTHER
                  DISPLAY "EL ERROR DE GUIAFILE ES: " WS-GUIAFILE-STATUS
                  MOVE 'GUIAFILE NO SE PUDO ABRIR' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
           .
       1200-CARGA-GUIA-EXIT.
           EXIT.

      * Slides the card into the slot 3600-BUSCA-GUIA leaves in
      * WS-GUI-INS so the table stays in JOB+RATING order. A repeated
      * key replaces the earlier card. A card whose percent is not a
      * number is left out and counted on the report - its JOB then
      * falls back to the blank-rating default, or to no guideline.
       1250-INSERTA-GUIA.
           IF GUI-PCT IS NOT NUMERIC
              DISPLAY "PAUTA NO NUMERICA, SE IGNORA: " GUI-JOB
                      " " GUI-RATING
              ADD 1 TO WS-CONT-GUIA-MALA
              GO TO 1250-INSERTA-GUIA-EXIT
           END-IF
           MOVE GUI-JOB    TO WS-GUI-JOB
           MOVE GUI-RATING TO WS-GUI-RATING
           PERFORM 3600-BUSCA-GUIA
           THRU 3600-BUSCA-GUIA-EXIT
           IF GUI-FOUND
              MOVE GUI-PCT TO GUI-E-PCT (GUI-IDX)
              GO TO 1250-INSERTA-GUIA-EXIT
           END-IF
           IF WS-GUI-COUNT >= WS-GUI-MAX
              MOVE 'TABLA DE PAUTAS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-GUI-COUNT
           PERFORM VARYING WS-INS-I FROM WS-GUI-COUNT BY -1
                   UNTIL WS-INS-I <= WS-GUI-INS
              COMPUTE WS-INS-J = WS-INS-I - 1
              MOVE GUI-ENTRY (WS-INS-J) TO GUI-ENTRY (WS-INS-I)
           END-PERFORM
           MOVE GUI-JOB    TO GUI-E-JOB (WS-GUI-INS)
           MOVE GUI-RATING TO GUI-E-RATING (WS-GUI-INS)
           MOVE GUI-PCT    TO GUI-E-PCT (WS-GUI-INS)
           .
       1250-INSERTA-GUIA-EXIT.
           EXIT.

      * No rating file is not fatal: everybody is then looked up
      * under the JOB's blank-rating default.
       1300-CARGA-RATING.
           MOVE "00" TO WS-RATEFILE-STATUS
           OPEN INPUT RATEFILE
           EVALUATE WS-RATEFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-RATEFILE-STATUS = "10"
                     READ RATEFILE INTO REG-RATEFILE
                     AT END
                        MOVE "10" TO WS-RATEFILE-STATUS
                     NOT AT END
                        IF WS-RAT-COUNT >= WS-RAT-MAX
                           MOVE 'TABLA DE CALIFICACIONES LLENA'
                             TO WS-ABORT-MSG
                           PERFORM 9000-ABORTA
                           THRU 9000-ABORTA-EXIT
                        END-IF
                        ADD 1 TO WS-RAT-COUNT
                        SET RAT-IDX TO WS-RAT-COUNT
                        MOVE RAT-EMPNO  TO RAT-E-EMPNO (RAT-IDX)
                        MOVE RAT-RATING TO RAT-E-RATING (RAT-IDX)
                  END-PERFORM
                  CLOSE RATEFILE
                  PERFORM 1350-ORDENA-RATING
                  THRU 1350-ORDENA-RATING-EXIT
               WHEN "35"
                  DISPLAY "NO EXISTE RATEFILE, TODOS SIN CALIFICACION"
               WHEN OTHER
                  DISPLAY "EL ERROR DE RATEFILE ES: " WS-RATEFILE-STATUS
           END-EVALUATE
           .
       1300-CARGA-RATING-EXIT.
           EXIT.

      * Shell sort of the ratings by EMPNO, same scheme N00BASE uses
      * for its sorted listing.
       1350-ORDENA-RATING.
           IF WS-RAT-COUNT < 2
              GO TO 1350-ORDENA-RATING-EXIT
           END-IF
           COMPUTE WS-ORD-GAP = WS-RAT-COUNT / 2
           PERFORM 1360-PASADA-GAP
           THRU 1360-PASADA-GAP-EXIT
           UNTIL WS-ORD-GAP = 0
           .
       1350-ORDENA-RATING-EXIT.
           EXIT.

       1360-PASADA-GAP.
           COMPUTE WS-ORD-J1 = WS-ORD-GAP + 1
           PERFORM VARYING WS-ORD-I FROM WS-ORD-J1 BY 1
                   UNTIL WS-ORD-I > WS-RAT-COUNT
              MOVE RAT-ENTRY (WS-ORD-I)   TO WS-RAT-SWAP
              MOVE RAT-E-EMPNO (WS-ORD-I) TO WS-ORD-KEY-A
              MOVE WS-ORD-I TO WS-ORD-J
              MOVE 'N' TO WS-ORD-FIN-SW
              PERFORM UNTIL ORD-FIN
                 IF WS-ORD-J > WS-ORD-GAP
                    COMPUTE WS-ORD-J2 = WS-ORD-J - WS-ORD-GAP
                    IF RAT-E-EMPNO (WS-ORD-J2) > WS-ORD-KEY-A
                       MOVE RAT-ENTRY (WS-ORD-J2)
                         TO RAT-ENTRY (WS-ORD-J)
                       MOVE WS-ORD-J2 TO WS-ORD-J
                    ELSE
                       MOVE 'Y' TO WS-ORD-FIN-SW
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-ORD-FIN-SW
                 END-IF
              END-PERFORM
              MOVE WS-RAT-SWAP TO RAT-ENTRY (WS-ORD-J)
           END-PERFORM
           COMPUTE WS-ORD-GAP = WS-ORD-GAP / 2
           .
       1360-PASADA-GAP-EXIT.
           EXIT.

       1400-CARGA-DEPT.
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
      *                 DEPARTMENT.
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
                           MOVE DPT-ADMRDEPT
                             TO DEPT-ADMRDEPT (DEPT-IDX)
                           MOVE 0 TO DEPT-COST (DEPT-IDX)
                           MOVE 0 TO DEPT-MERIT (DEPT-IDX)
                           MOVE 0 TO DEPT-RCOST (DEPT-IDX)
                           MOVE 0 TO DEPT-RMERIT (DEPT-IDX)
                           MOVE 0 TO DEPT-BUDGET (DEPT-IDX)
                           MOVE 'N' TO DEPT-CON-PPTO (DEPT-IDX)
                        END-IF
                  END-PERFORM
                  CLOSE DEPTFILE
                  SET DEPT-CARGADO TO TRUE
                  PERFORM 1450-ORDENA-DEPT
                  THRU 1450-ORDENA-DEPT-EXIT
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE DEPARTAMENTOS, "
                          "SIN CONTROL DE PRESUPUESTO"
               WHEN OTHER
                  DISPLAY "EL ERROR DE DEPTFILE ES: " WS-DEPTFILE-STATUS
           END-EVALUATE
           .
       1400-CARGA-DEPT-EXIT.
           EXIT.

      * Shell sort of the department table by DEPTNO, same scheme
      * as N05ROLL's 1350-ORDENA-DEPT.
       1450-ORDENA-DEPT.
           IF WS-DEPT-COUNT < 2
              GO TO 1450-ORDENA-DEPT-EXIT
           END-IF
           COMPUTE WS-ORD-GAP = WS-DEPT-COUNT / 2
           PERFORM 1460-PASADA-GAP
           THRU 1460-PASADA-GAP-EXIT
           UNTIL WS-ORD-GAP = 0
           .
       1450-ORDENA-DEPT-EXIT.
           EXIT.

       1460-PASADA-GAP.
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
       1460-PASADA-GAP-EXIT.
           EXIT.

      * Budget cards ride on the department entry they belong to; a
      * card for a department the tree does not know is ignored here
      * - N19BVAR already reports those.
       1500-CARGA-PPTO.
           MOVE "00" TO WS-BUDGFILE-STATUS
           OPEN INPUT BUDGFILE
           EVALUATE WS-BUDGFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-BUDGFILE-STATUS = "10"
                     READ BUDGFILE INTO REG-BUDGFILE
                     AT END
                        MOVE "10" TO WS-BUDGFILE-STATUS
                     NOT AT END
                        MOVE BDG-DEPTNO TO WS-BUSCA-DEPTNO
                        PERFORM 3500-BUSCA-DEPTO
                        THRU 3500-BUSCA-DEPTO-EXIT
                        IF DEPT-FOUND
                           MOVE BDG-MONTO TO DEPT-BUDGET (WS-BIN-OCC)
                           MOVE 'Y' TO DEPT-CON-PPTO (WS-BIN-OCC)
                        END-IF
                  END-PERFORM
                  CLOSE BUDGFILE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE PRESUPUESTOS"
               WHEN OTHER
                  DISPLAY "EL ERROR DE BUDGFILE ES: " WS-BUDGFILE-STATUS
           END-EVALUATE
           .
       1500-CARGA-PPTO-EXIT.
           EXIT.

       1600-ABRE-ENTRADA.
           IF FUENTE-MASTER
              OPEN INPUT EMSTFILE
              MOVE WS-EMSTFILE-STATUS TO WS-ENTRADA-STATUS
           ELSE
              OPEN INPUT EMPXFILE
              MOVE WS-EMPXFILE-STATUS TO WS-ENTRADA-STATUS
           END-IF
           EVALUATE WS-ENTRADA-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE EMPLEADOS"
                  MOVE FS-EOF TO WS-ENTRADA-STATUS
               WHEN OTHER
                  DISPLAY "EL ERROR DE EMPLEADOS ES: " WS-ENTRADA-STATUS
                  MOVE FS-EOF TO WS-ENTRADA-STATUS
           END-EVALUATE
           .
       1600-ABRE-ENTRADA-EXIT.
           EXIT.

       1700-CARGA-DIST.
           MOVE "00" TO WS-DISTFILE-STATUS
           OPEN INPUT DISTFILE
           EVALUATE WS-DISTFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-DISTFILE-STATUS = "10"
                     READ DISTFILE INTO REG-DISTFILE
                     AT END
                        MOVE "10" TO WS-DISTFILE-STATUS
                     NOT AT END
                        PERFORM 1750-GUARDA-DIST
                        THRU 1750-GUARDA-DIST-EXIT
                  END-PERFORM
                  CLOSE DISTFILE
               WHEN "35"
                  DISPLAY "SIN DISTRIBUCION - COSTO A WORKDEPT"
               WHEN OTHER
                  DISPLAY "EL ERROR DE DISTFILE ES: " WS-DISTFILE-STATUS
           END-EVALUATE
           .
       1700-CARGA-DIST-EXIT.
           EXIT.

       1750-GUARDA-DIST.
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
       1750-GUARDA-DIST-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-ENTRADA-STATUS NOT = FS-EOF
      *       THE EXTRACT ENDS IN A 'T' TRAILER ROW, NOT AN
      *       EMPLOYEE - SKIP IT.
              IF WS-EMP-EMPNO (1:1) = 'T'
                 CONTINUE
              ELSE
                 ADD 1 TO WS-CONT-EMP
                 PERFORM 2300-PROPONE
                 THRU 2300-PROPONE-EXIT
              END-IF
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

       2100-LECTURA.
           IF FUENTE-MASTER
              READ EMSTFILE NEXT INTO WS-EMP-ACTUAL
                 AT END
                    MOVE FS-EOF TO WS-EMSTFILE-STATUS
              END-READ
              MOVE WS-EMSTFILE-STATUS TO WS-ENTRADA-STATUS
           ELSE
              READ EMPXFILE INTO WS-EMP-ACTUAL
                 AT END
                    MOVE FS-EOF TO WS-EMPXFILE-STATUS
              END-READ
              MOVE WS-EMPXFILE-STATUS TO WS-ENTRADA-STATUS
           END-IF
           .
       2100-LECTURA-EXIT.
           EXIT.

      * Rating from the card (blank if none), percent from the
      * guideline for JOB+rating, falling back to the JOB's blank
      * rating default. No guideline at all means no increase and a
      * note on the line for HR to chase. An employee whose salary or
      * bonus is not a number is listed with a note and kept out of
      * the pool, the department cost and the transactions.
       2300-PROPONE.
           IF WS-EMP-COUNT >= WS-EMP-MAX
              MOVE 'TABLA DE EMPLEADOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-EMP-COUNT
           SET EMP-IDX TO WS-EMP-COUNT
           MOVE WS-EMP-WORKDEPT TO EMP-WORKDEPT (EMP-IDX)
           MOVE WS-EMP-EMPNO    TO EMP-EMPNO (EMP-IDX)
           MOVE WS-EMP-FIRSTNME TO EMP-FIRSTNME (EMP-IDX)
           MOVE WS-EMP-LASTNAME TO EMP-LASTNAME (EMP-IDX)
           MOVE WS-EMP-JOB      TO EMP-JOB (EMP-IDX)
           MOVE WS-EMP-SALARY   TO EMP-SALARY (EMP-IDX)
           MOVE SPACES          TO EMP-NOTA (EMP-IDX)
           MOVE 'N'             TO EMP-OMITIDO (EMP-IDX)
           MOVE SPACE           TO EMP-RATING (EMP-IDX)
           MOVE 0               TO EMP-PCT (EMP-IDX)
           IF WS-EMP-SALARY IS NOT NUMERIC
              OR WS-EMP-BONUS IS NOT NUMERIC
              MOVE 'Y'          TO EMP-OMITIDO (EMP-IDX)
              MOVE 0            TO EMP-SALARY (EMP-IDX)
              MOVE 0            TO EMP-BONUS (EMP-IDX)
              MOVE 0            TO EMP-NEW-SALARY (EMP-IDX)
              MOVE 'BAD PAY DATA' TO EMP-NOTA (EMP-IDX)
              ADD 1 TO WS-CONT-OMITIDOS
              GO TO 2300-PROPONE-EXIT
           END-IF
           MOVE WS-EMP-BONUS    TO EMP-BONUS (EMP-IDX)

           PERFORM 3700-BUSCA-RATING
           THRU 3700-BUSCA-RATING-EXIT
           IF RAT-FOUND
              MOVE RAT-E-RATING (WS-BIN-OCC) TO EMP-RATING (EMP-IDX)
           ELSE
              MOVE SPACE TO EMP-RATING (EMP-IDX)
              ADD 1 TO WS-CONT-SIN-RATING
              MOVE 'NOT RATED' TO EMP-NOTA (EMP-IDX)
           END-IF

           MOVE WS-EMP-JOB           TO WS-GUI-JOB
           MOVE EMP-RATING (EMP-IDX) TO WS-GUI-RATING
           PERFORM 3600-BUSCA-GUIA
           THRU 3600-BUSCA-GUIA-EXIT
           IF GUI-NOT-FOUND
              AND EMP-RATING (EMP-IDX) NOT = SPACE
              MOVE SPACE TO WS-GUI-RATING
              PERFORM 3600-BUSCA-GUIA
              THRU 3600-BUSCA-GUIA-EXIT
           END-IF
           IF GUI-FOUND
              MOVE GUI-E-PCT (GUI-IDX) TO EMP-PCT (EMP-IDX)
           ELSE
              MOVE 0 TO EMP-PCT (EMP-IDX)
              ADD 1 TO WS-CONT-SIN-GUIA
              MOVE 'NO GUIDELINE' TO EMP-NOTA (EMP-IDX)
           END-IF

           COMPUTE EMP-NEW-SALARY (EMP-IDX) ROUNDED =
                   WS-EMP-SALARY * (100 + EMP-PCT (EMP-IDX)) / 100
              ON SIZE ERROR
                 MOVE WS-EMP-SALARY TO EMP-NEW-SALARY (EMP-IDX)
                 MOVE 0 TO EMP-PCT (EMP-IDX)
                 MOVE 'SIZE ERROR' TO EMP-NOTA (EMP-IDX)
           END-COMPUTE
           COMPUTE WS-AUMENTO =
                   EMP-NEW-SALARY (EMP-IDX) - WS-EMP-SALARY

           MOVE WS-EMP-WORKDEPT TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-DEPTO
           THRU 3500-BUSCA-DEPTO-EXIT
           IF DEPT-FOUND
              MOVE WS-BIN-OCC TO WS-REP-CASA
           ELSE
              ADD 1 TO WS-CONT-SIN-DEPT
              MOVE 0 TO WS-REP-CASA
           END-IF

           PERFORM 3800-BUSCA-DIST
           THRU 3800-BUSCA-DIST-EXIT
           IF DIST-FOUND
              ADD 1 TO WS-CONT-REPARTIDOS
              COMPUTE WS-REP-COSTO = WS-EMP-SALARY + WS-EMP-BONUS
              MOVE WS-REP-COSTO TO WS-REP-COSTO-RESTO
              MOVE WS-AUMENTO   TO WS-REP-MERITO
              MOVE WS-AUMENTO   TO WS-REP-MERITO-RESTO
              PERFORM 2400-REPARTE
              THRU 2400-REPARTE-EXIT
              VARYING WS-DIST-I FROM WS-DIST-PRIMERO BY 1
              UNTIL WS-DIST-I > WS-DIST-ULTIMO
              GO TO 2300-PROPONE-EXIT
           END-IF

           IF WS-REP-CASA > 0
              ADD WS-EMP-SALARY TO DEPT-COST (WS-REP-CASA)
              ADD WS-EMP-BONUS  TO DEPT-COST (WS-REP-CASA)
              ADD WS-AUMENTO    TO DEPT-MERIT (WS-REP-CASA)
           END-IF
           .
       2300-PROPONE-EXIT.
           EXIT.

      * One share of a split employee's current and merit cost.
       2400-REPARTE.
           SET DIST-IDX TO WS-DIST-I
           IF WS-DIST-I = WS-DIST-ULTIMO
              MOVE WS-REP-COSTO-RESTO  TO WS-REP-COSTO-PARTE
              MOVE WS-REP-MERITO-RESTO TO WS-REP-MERITO-PARTE
           ELSE
              COMPUTE WS-REP-COSTO-PARTE ROUNDED =
                      WS-REP-COSTO * DIST-E-PCT (DIST-IDX) / 100
              COMPUTE WS-REP-MERITO-PARTE ROUNDED =
                      WS-REP-MERITO * DIST-E-PCT (DIST-IDX) / 100
              SUBTRACT WS-REP-COSTO-PARTE  FROM WS-REP-COSTO-RESTO
              SUBTRACT WS-REP-MERITO-PARTE FROM WS-REP-MERITO-RESTO
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
           ADD WS-REP-COSTO-PARTE  TO DEPT-COST (WS-REP-OCC)
           ADD WS-REP-MERITO-PARTE TO DEPT-MERIT (WS-REP-OCC)
           .
       2400-REPARTE-EXIT.
           EXIT.

       3000-FIN.
           PERFORM 3100-ORDENA-EMP
           THRU 3100-ORDENA-EMP-EXIT

           MOVE SPACES TO WS-CORTE-DEPTNO
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
              IF EMP-WORKDEPT (EMP-IDX) NOT = WS-CORTE-DEPTNO
                 IF EMP-IDX > 1
                    PERFORM 3250-TOTAL-DEPTO
                    THRU 3250-TOTAL-DEPTO-EXIT
                 END-IF
                 MOVE EMP-WORKDEPT (EMP-IDX) TO WS-CORTE-DEPTNO
                 MOVE 0 TO WS-CORTE-HC
                 MOVE 0 TO WS-CORTE-OLD
                 MOVE 0 TO WS-CORTE-NEW
              END-IF
              PERFORM 3200-LINEA-EMP
              THRU 3200-LINEA-EMP-EXIT
           END-PERFORM
           IF WS-EMP-COUNT > 0
              PERFORM 3250-TOTAL-DEPTO
              THRU 3250-TOTAL-DEPTO-EXIT
           END-IF
           MOVE WS-POOL-TOTAL TO MTT-COST
           WRITE REG-MRTFILE FROM WS-MRT-TOTAL

           PERFORM 3300-ROLLUP
           THRU 3300-ROLLUP-EXIT

           PERFORM 3400-CONTROL-PPTO
           THRU 3400-CONTROL-PPTO-EXIT

           MOVE WS-CONT-EMP TO MFT-CONT
           MOVE ' EMPLOYEES IN THE CYCLE' TO MFT-LIT
           WRITE REG-MRTFILE FROM WS-MRT-FOOTER
           MOVE WS-CONT-SIN-RATING TO MFT-CONT
           MOVE ' EMPLOYEES WITHOUT A RATING' TO MFT-LIT
           WRITE REG-MRTFILE FROM WS-MRT-FOOTER
           MOVE WS-CONT-SIN-GUIA TO MFT-CONT
           MOVE ' EMPLOYEES WITHOUT A GUIDELINE' TO MFT-LIT
           WRITE REG-MRTFILE FROM WS-MRT-FOOTER
           MOVE WS-CONT-SIN-DEPT TO MFT-CONT
           MOVE ' EMPLOYEES IN UNKNOWN DEPARTMENT' TO MFT-LIT
           WRITE REG-MRTFILE FROM WS-MRT-FOOTER
           MOVE WS-CONT-OMITIDOS TO MFT-CONT
           MOVE ' EMPLOYEES SKIPPED - PAY NOT NUMERIC' TO MFT-LIT
           WRITE REG-MRTFILE FROM WS-MRT-FOOTER
           MOVE WS-CONT-GUIA-MALA TO MFT-CONT
           MOVE ' GUIDELINE CARDS SKIPPED - BAD PERCENT' TO MFT-LIT
           WRITE REG-MRTFILE FROM WS-MRT-FOOTER
           MOVE WS-CONT-REPARTIDOS TO MFT-CONT
           MOVE ' EMPLOYEES SPLIT BY DISTRIBUTION' TO MFT-LIT
           WRITE REG-MRTFILE FROM WS-MRT-FOOTER
           MOVE WS-CONT-EXCEDIDOS TO MFT-CONT
           MOVE ' DEPARTMENTS PUSHED OVER BUDGET' TO MFT-LIT
           WRITE REG-MRTFILE FROM WS-MRT-FOOTER
           MOVE WS-CONT-TRANS TO MFT-CONT
           MOVE ' CHANGE TRANSACTIONS WRITTEN' TO MFT-LIT
           WRITE REG-MRTFILE FROM WS-MRT-FOOTER

           IF FUENTE-MASTER
              CLOSE EMSTFILE
           ELSE
              CLOSE EMPXFILE
           END-IF
           CLOSE MRTFILE
           IF MODO-APROBADO
              CLOSE ETRNFILE
           END-IF
           DISPLAY 'N26MERT - EMPLEADOS LEIDOS..: ' WS-CONT-EMP
           DISPLAY 'N26MERT - SIN CALIFICACION..: ' WS-CONT-SIN-RATING
           DISPLAY 'N26MERT - SIN PAUTA.........: ' WS-CONT-SIN-GUIA
           DISPLAY 'N26MERT - PAGO NO NUMERICO..: ' WS-CONT-OMITIDOS
           DISPLAY 'N26MERT - PAUTAS IGNORADAS..: ' WS-CONT-GUIA-MALA
           DISPLAY 'N26MERT - DEPTOS EXCEDIDOS..: ' WS-CONT-EXCEDIDOS
           DISPLAY 'N26MERT - TRANS GENERADAS...: ' WS-CONT-TRANS
           IF WS-CONT-EXCEDIDOS > 0
              OR WS-CONT-OMITIDOS > 0
              OR WS-CONT-GUIA-MALA > 0
      *       HR SEES THE PROPOSAL ANYWAY - THE CODE ONLY MAKES THE
      *       SCHEDULER HOLD THE SIGN-OFF STEP FOR A LOOK.
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

      * Shell sort of the proposal by WORKDEPT+EMPNO. The key is
      * unique, so no tiebreaker is needed.
       3100-ORDENA-EMP.
           IF WS-EMP-COUNT < 2
              GO TO 3100-ORDENA-EMP-EXIT
           END-IF
           COMPUTE WS-ORD-GAP = WS-EMP-COUNT / 2
           PERFORM 3110-PASADA-GAP
           THRU 3110-PASADA-GAP-EXIT
           UNTIL WS-ORD-GAP = 0
           .
       3100-ORDENA-EMP-EXIT.
           EXIT.

       3110-PASADA-GAP.
           COMPUTE WS-ORD-J1 = WS-ORD-GAP + 1
           PERFORM VARYING WS-ORD-I FROM WS-ORD-J1 BY 1
                   UNTIL WS-ORD-I > WS-EMP-COUNT
              MOVE EMP-ENTRY (WS-ORD-I) TO WS-EMP-SWAP
              MOVE EMP-CLAVE (WS-ORD-I) TO WS-ORD-KEY-A
              MOVE WS-ORD-I TO WS-ORD-J
              MOVE 'N' TO WS-ORD-FIN-SW
              PERFORM UNTIL ORD-FIN
                 IF WS-ORD-J > WS-ORD-GAP
                    COMPUTE WS-ORD-J2 = WS-ORD-J - WS-ORD-GAP
                    IF EMP-CLAVE (WS-ORD-J2) > WS-ORD-KEY-A
                       MOVE EMP-ENTRY (WS-ORD-J2)
                         TO EMP-ENTRY (WS-ORD-J)
                       MOVE WS-ORD-J2 TO WS-ORD-J
                    ELSE
                       MOVE 'Y' TO WS-ORD-FIN-SW
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-ORD-FIN-SW
                 END-IF
              END-PERFORM
              MOVE WS-EMP-SWAP TO EMP-ENTRY (WS-ORD-J)
           END-PERFORM
           COMPUTE WS-ORD-GAP = WS-ORD-GAP / 2
           .
       3110-PASADA-GAP-EXIT.
           EXIT.

      * One proposal line per employee; on an approved run every
      * employee whose salary actually moves also gets a 'C'. One
      * left out for bad pay data is listed with its note only.
       3200-LINEA-EMP.
           IF EMP-OMITIDO (EMP-IDX) = 'Y'
              MOVE EMP-WORKDEPT (EMP-IDX)   TO MRL-DEPTNO
              MOVE EMP-EMPNO (EMP-IDX)      TO MRL-EMPNO
              MOVE EMP-LASTNAME (EMP-IDX)   TO MRL-LASTNAME
              MOVE EMP-JOB (EMP-IDX)        TO MRL-JOB
              MOVE SPACE                    TO MRL-RATING
              MOVE 0                        TO MRL-PCT
              MOVE 0                        TO MRL-OLD
              MOVE 0                        TO MRL-NEW
              MOVE 0                        TO MRL-COST
              MOVE EMP-NOTA (EMP-IDX)       TO MRL-NOTA
              WRITE REG-MRTFILE FROM WS-MRT-LINE
              GO TO 3200-LINEA-EMP-EXIT
           END-IF
           COMPUTE WS-AUMENTO =
                   EMP-NEW-SALARY (EMP-IDX) - EMP-SALARY (EMP-IDX)
           ADD 1                        TO WS-CORTE-HC
           ADD EMP-SALARY (EMP-IDX)     TO WS-CORTE-OLD
           ADD EMP-NEW-SALARY (EMP-IDX) TO WS-CORTE-NEW
           ADD WS-AUMENTO               TO WS-POOL-TOTAL

           MOVE EMP-WORKDEPT (EMP-IDX)   TO MRL-DEPTNO
           MOVE EMP-EMPNO (EMP-IDX)      TO MRL-EMPNO
           MOVE EMP-LASTNAME (EMP-IDX)   TO MRL-LASTNAME
           MOVE EMP-JOB (EMP-IDX)        TO MRL-JOB
           MOVE EMP-RATING (EMP-IDX)     TO MRL-RATING
           MOVE EMP-PCT (EMP-IDX)        TO MRL-PCT
           MOVE EMP-SALARY (EMP-IDX)     TO MRL-OLD
           MOVE EMP-NEW-SALARY (EMP-IDX) TO MRL-NEW
           MOVE WS-AUMENTO               TO MRL-COST
           MOVE EMP-NOTA (EMP-IDX)       TO MRL-NOTA
           WRITE REG-MRTFILE FROM WS-MRT-LINE

           IF MODO-APROBADO
              AND WS-AUMENTO > 0
              MOVE SPACES                   TO REG-ETRNFILE
              MOVE 'C'                      TO ETRN-ACCION
              MOVE EMP-EMPNO (EMP-IDX)      TO ETRN-EMPNO
              MOVE EMP-NEW-SALARY (EMP-IDX) TO ETRN-SALARY
              MOVE WS-OPERADOR              TO ETRN-OPERADOR
              WRITE REG-ETRNFILE
              ADD 1 TO WS-CONT-TRANS
           END-IF
           .
       3200-LINEA-EMP-EXIT.
           EXIT.

       3250-TOTAL-DEPTO.
           MOVE WS-CORTE-DEPTNO TO MDL-DEPTNO
           MOVE WS-CORTE-HC     TO MDL-HC
           MOVE WS-CORTE-OLD    TO MDL-OLD
           MOVE WS-CORTE-NEW    TO MDL-NEW
           COMPUTE WS-PROYECTADO = WS-CORTE-NEW - WS-CORTE-OLD
           MOVE WS-PROYECTADO   TO MDL-COST
           WRITE REG-MRTFILE FROM WS-MRT-DEPT-LINE
           .
       3250-TOTAL-DEPTO-EXIT.
           EXIT.

      * Current cost and merit cost, already split by the labor
      * distribution, pushed up the ADMRDEPT chain the way N05ROLL's
      * 3100-ROLLUP does, so the budget comparison sees the same
      * rolled-up actual N19BVAR compares against.
       3300-ROLLUP.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
              PERFORM VARYING DEPT-IDX2 FROM 1 BY 1
                      UNTIL DEPT-IDX2 > WS-DEPT-COUNT
                 MOVE 'N' TO DEPT-VISITADO (DEPT-IDX2)
              END-PERFORM
              MOVE 'Y' TO DEPT-VISITADO (DEPT-IDX)
              MOVE DEPT-COST (DEPT-IDX)  TO WS-WALK-COST
              MOVE DEPT-MERIT (DEPT-IDX) TO WS-WALK-MERIT
              ADD WS-WALK-COST  TO DEPT-RCOST (DEPT-IDX)
              ADD WS-WALK-MERIT TO DEPT-RMERIT (DEPT-IDX)
              MOVE DEPT-ADMRDEPT (DEPT-IDX) TO WS-WALK-DEPTNO
              IF WS-WALK-DEPTNO = DEPT-DEPTNO (DEPT-IDX)
                 MOVE SPACES TO WS-WALK-DEPTNO
              END-IF
              MOVE 0 TO WS-WALK-HOPS
              MOVE 'N' TO WS-WALK-FIN
              PERFORM 3350-SUBE-CADENA
              THRU 3350-SUBE-CADENA-EXIT
              UNTIL WALK-FIN
           END-PERFORM
           .
       3300-ROLLUP-EXIT.
           EXIT.

       3350-SUBE-CADENA.
           IF WS-WALK-DEPTNO = SPACES
              OR WS-WALK-HOPS >= WS-WALK-TOPE
              SET WALK-FIN TO TRUE
              GO TO 3350-SUBE-CADENA-EXIT
           END-IF
           ADD 1 TO WS-WALK-HOPS
           MOVE WS-WALK-DEPTNO TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-DEPTO
           THRU 3500-BUSCA-DEPTO-EXIT
           IF DEPT-NOT-FOUND
              SET WALK-FIN TO TRUE
           ELSE
              IF DEPT-VISITADO (WS-BIN-OCC) = 'Y'
                 SET WALK-FIN TO TRUE
                 GO TO 3350-SUBE-CADENA-EXIT
              END-IF
              MOVE 'Y' TO DEPT-VISITADO (WS-BIN-OCC)
              ADD WS-WALK-COST  TO DEPT-RCOST (WS-BIN-OCC)
              ADD WS-WALK-MERIT TO DEPT-RMERIT (WS-BIN-OCC)
              IF DEPT-ADMRDEPT (WS-BIN-OCC) = DEPT-DEPTNO (WS-BIN-OCC)
                 MOVE SPACES TO WS-WALK-DEPTNO
              ELSE
                 MOVE DEPT-ADMRDEPT (WS-BIN-OCC) TO WS-WALK-DEPTNO
              END-IF
           END-IF
           .
       3350-SUBE-CADENA-EXIT.
           EXIT.

      * Only departments with a budget card are judged. The flag that
      * matters is PUSHED OVER: within budget today, over it once the
      * merit pool lands. One already over is shown for completeness.
       3400-CONTROL-PPTO.
           WRITE REG-MRTFILE FROM WS-MRT-BDG-TITLE
           IF NOT DEPT-CARGADO
              GO TO 3400-CONTROL-PPTO-EXIT
           END-IF
           WRITE REG-MRTFILE FROM WS-MRT-BDG-HEADER
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF DEPT-CON-PPTO (DEPT-IDX) = 'Y'
                 COMPUTE WS-PROYECTADO = DEPT-RCOST (DEPT-IDX)
                                       + DEPT-RMERIT (DEPT-IDX)
                 MOVE DEPT-DEPTNO (DEPT-IDX)  TO MBL-DEPTNO
                 MOVE DEPT-BUDGET (DEPT-IDX)  TO MBL-BUDGET
                 MOVE DEPT-RCOST (DEPT-IDX)   TO MBL-ACTUAL
                 MOVE DEPT-RMERIT (DEPT-IDX)  TO MBL-MERIT
                 MOVE WS-PROYECTADO           TO MBL-PROY
                 MOVE SPACES                  TO MBL-MARCA
                 IF WS-PROYECTADO > DEPT-BUDGET (DEPT-IDX)
                    IF DEPT-RCOST (DEPT-IDX) > DEPT-BUDGET (DEPT-IDX)
                       ADD 1 TO WS-CONT-YA-EXCEDIDOS
                       MOVE 'ALREADY OVER BUDGET' TO MBL-MARCA
                    ELSE
                       ADD 1 TO WS-CONT-EXCEDIDOS
                       MOVE '*PUSHED OVER BUDGET*' TO MBL-MARCA
                    END-IF
                 END-IF
                 WRITE REG-MRTFILE FROM WS-MRT-BDG-LINE
              END-IF
           END-PERFORM
           .
       3400-CONTROL-PPTO-EXIT.
           EXIT.

      * Bisection over the DEPTNO-sorted table; the hit occurrence
      * comes back in WS-BIN-OCC so the callers' loop indexes stay
      * untouched.
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

      * Bisection over the JOB+RATING-sorted guideline table; leaves
      * GUI-IDX on the hit, or the insert slot in WS-GUI-INS on a
      * miss.
       3600-BUSCA-GUIA.
           SET GUI-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-GUI-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR GUI-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF GUI-E-CLAVE (WS-BIN-MID) = WS-GUI-CLAVE
                 SET GUI-FOUND TO TRUE
                 SET GUI-IDX TO WS-BIN-MID
              ELSE
                 IF GUI-E-CLAVE (WS-BIN-MID) < WS-GUI-CLAVE
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-LO TO WS-GUI-INS
           .
       3600-BUSCA-GUIA-EXIT.
           EXIT.

      * Bisection over the EMPNO-sorted rating table for the employee
      * in WS-EMP-ACTUAL; the hit comes back in WS-BIN-OCC.
       3700-BUSCA-RATING.
           SET RAT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-RAT-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR RAT-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF RAT-E-EMPNO (WS-BIN-MID) = WS-EMP-EMPNO
                 SET RAT-FOUND TO TRUE
                 MOVE WS-BIN-MID TO WS-BIN-OCC
              ELSE
                 IF RAT-E-EMPNO (WS-BIN-MID) < WS-EMP-EMPNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           .
       3700-BUSCA-RATING-EXIT.
           EXIT.

      * Bisection over the EMPNO+DEPTNO distribution table for the
      * employee in WS-EMP-ACTUAL, then out to both ends of that
      * employee's rows: WS-DIST-PRIMERO to WS-DIST-ULTIMO.
       3800-BUSCA-DIST.
           SET DIST-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-DIST-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR DIST-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF DIST-E-EMPNO (WS-BIN-MID) = WS-EMP-EMPNO
                 SET DIST-FOUND TO TRUE
              ELSE
                 IF DIST-E-EMPNO (WS-BIN-MID) < WS-EMP-EMPNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           IF DIST-NOT-FOUND
              GO TO 3800-BUSCA-DIST-EXIT
           END-IF
           MOVE WS-BIN-MID TO WS-DIST-PRIMERO
           MOVE 'N' TO WS-DIST-FIN
           PERFORM UNTIL DIST-FIN
              IF WS-DIST-PRIMERO = 1
                 SET DIST-FIN TO TRUE
              ELSE
                 IF DIST-E-EMPNO (WS-DIST-PRIMERO - 1) = WS-EMP-EMPNO
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
                 IF DIST-E-EMPNO (WS-DIST-ULTIMO + 1) = WS-EMP-EMPNO
                    ADD 1 TO WS-DIST-ULTIMO
                 ELSE
                    SET DIST-FIN TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .
       3800-BUSCA-DIST-EXIT.
           EXIT.

      * A full table or a missing guideline would mean a proposal
      * built on half the data, so the run ends with a hard RC.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N26MERT ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
