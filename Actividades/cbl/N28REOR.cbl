       IDENTIFICATION DIVISION.
       PROGRAM-ID. N28REOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORFILE ASSIGN TO REORFILED
                          FILE STATUS WS-REORFILE-STATUS.
           SELECT DMSTFILE ASSIGN TO DMSTFILED
                          ORGANIZATION INDEXED
                          ACCESS SEQUENTIAL
                          RECORD KEY MST-DEPTNO
                          FILE STATUS WS-DMSTFILE-STATUS.
           SELECT EMSTFILE ASSIGN TO EMSTFILED
                          ORGANIZATION INDEXED
                          ACCESS SEQUENTIAL
                          RECORD KEY EMS-EMPNO
                          FILE STATUS WS-EMSTFILE-STATUS.
           SELECT BUDGFILE ASSIGN TO BUDGFILED
                          FILE STATUS WS-BUDGFILE-STATUS.
           SELECT VACIFILE ASSIGN TO VACIFILED
                          FILE STATUS WS-VACIFILE-STATUS.
           SELECT POSFILE  ASSIGN TO POSFILED
                          FILE STATUS WS-POSFILE-STATUS.
           SELECT PARMFILE ASSIGN TO PARMFILED
                          FILE STATUS WS-PARMFILE-STATUS.
           SELECT RORFILE  ASSIGN TO RORFILED
                          FILE STATUS WS-RORFILE-STATUS.
           SELECT TRNFILE  ASSIGN TO TRNFILED
                          FILE STATUS WS-TRNFILE-STATUS.
           SELECT ETRNFILE ASSIGN TO ETRNFILED
                          FILE STATUS WS-ETRNFILE-STATUS.
           SELECT TRNDFILE ASSIGN TO TRNDFILED
                          FILE STATUS WS-TRNDFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One card per move, applied in card order so a later card
      * sees the tree as the earlier ones left it:
      *   M xxx yyy - merge department xxx into yyy;
      *   R xxx zzz - renumber department xxx to the new number zzz.
       FD REORFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-REORFILE.
           05  ROR-ACCION        PIC X(01).
           05  ROR-DESDE         PIC X(03).
           05  ROR-HACIA         PIC X(03).
           05  FILLER            PIC X(13).

      * Keyed department master maintained by N01DMNT, read front to
      * back - the transactions must start from what it holds now.
       FD DMSTFILE
            RECORD CONTAINS 90 CHARACTERS.
       01 REG-DMSTFILE.
           05  MST-DEPTNO        PIC X(03).
           05  MST-DEPTNAME      PIC X(36).
           05  MST-MGRNO         PIC X(06).
           05  MST-ADMRDEPT      PIC X(03).
           05  MST-LOCATION      PIC X(16).
           05  FILLER            PIC X(26).

      * Keyed employee master maintained by N11EMNT, read front to
      * back for the people each move carries and the seats they
      * fill.
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

      * N19BVAR's budget cards: DEPTNO plus the annual budget amount.
       FD BUDGFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-BUDGFILE.
           05  BDG-DEPTNO        PIC X(03).
           05  BDG-MONTO         PIC 9(09)V99.
           05  FILLER            PIC X(06).

      * N20VAGE's vacancy state as its last run left it (VACOFILE):
      * the date each empty manager seat was first seen.
       FD VACIFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-VACIFILE.
           05  VCI-DEPTNO        PIC X(03).
           05  VCI-FECHA-1RA     PIC X(10).
           05  FILLER            PIC X(07).

      * Authorized positions, one card per DEPTNO and JOB - the
      * cards N11EMNT holds transfers to. A move leaves the old
      * department's cards behind unless they are re-keyed or folded
      * into the survivor before the transfers go in.
       FD POSFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-POSFILE.
           05  POS-DEPTNO        PIC X(03).
           05  POS-JOB           PIC X(08).
           05  POS-AUTORIZADO    PIC 9(05).
           05  FILLER            PIC X(04).

      * One card. PARM-MODO 'P' (or no card) is the dry run: only
      * the impact report. 'A' means the reorg was signed off and
      * the transactions are written. PARM-OPERADOR is the operator
      * the employee transfers are keyed under for N11EMNT; without
      * one they go out as N28REOR.
       FD PARMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-PARMFILE.
           05  PARM-MODO         PIC X(01).
           05  PARM-OPERADOR     PIC X(08).
           05  FILLER            PIC X(11).

       FD RORFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-RORFILE PIC X(132).

      * First N01DMNT pass: the adds for renumbered departments,
      * then the re-parenting changes, in N01DMNT's TRNFILE layout.
       FD TRNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 91 CHARACTERS.
       01 REG-TRNFILE.
           05  TRN-ACCION        PIC X(01).
           05  TRN-DEPTNO        PIC X(03).
           05  TRN-DEPTNAME      PIC X(36).
           05  TRN-MGRNO         PIC X(06).
           05  TRN-ADMRDEPT      PIC X(03).
           05  TRN-LOCATION      PIC X(16).
           05  FILLER            PIC X(26).

      * WORKDEPT transfers for N11EMNT: EMPNO and the new WORKDEPT
      * only, every other field blank so the master's stays.
       FD ETRNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 81 CHARACTERS.
       01 REG-ETRNFILE.
           COPY ETRNREC.

      * Second N01DMNT pass: the deletes of the departments that
      * went away. Kept apart because N01DMNT's orphan guard holds a
      * plain D until the employee extract no longer shows anybody
      * in the department - it runs after the transfers are in.
       FD TRNDFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 91 CHARACTERS.
       01 REG-TRNDFILE.
           05  TRD-ACCION        PIC X(01).
           05  TRD-DEPTNO        PIC X(03).
           05  FILLER            PIC X(87).

       WORKING-STORAGE SECTION.
       01 WS-REORFILE-STATUS PIC XX.
       01 WS-DMSTFILE-STATUS PIC XX.
       01 WS-EMSTFILE-STATUS PIC XX.
       01 WS-BUDGFILE-STATUS PIC XX.
       01 WS-VACIFILE-STATUS PIC XX.
       01 WS-POSFILE-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-RORFILE-STATUS PIC XX.
       01 WS-TRNFILE-STATUS PIC XX.
       01 WS-ETRNFILE-STATUS PIC XX.
       01 WS-TRNDFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-MODO                PIC X VALUE 'P'.
           88 MODO-PRUEBA        VALUE 'P'.
           88 MODO-APROBADO      VALUE 'A'.
       01 WS-OPERADOR            PIC X(8) VALUE 'N28REOR'.

       01 WS-CONT-TARJETAS   PIC 9(6) VALUE 0.
       01 WS-CONT-RECHAZOS   PIC 9(6) VALUE 0.
       01 WS-CONT-HIJOS      PIC 9(6) VALUE 0.
       01 WS-CONT-EMPS       PIC 9(6) VALUE 0.
       01 WS-CONT-PPTOS      PIC 9(6) VALUE 0.
       01 WS-CONT-VACANTES   PIC 9(6) VALUE 0.
       01 WS-CONT-POSICIONES PIC 9(6) VALUE 0.
       01 WS-CONT-EXCESOS    PIC 9(6) VALUE 0.
       01 WS-CONT-TRN        PIC 9(6) VALUE 0.
       01 WS-CONT-ETRN       PIC 9(6) VALUE 0.
       01 WS-CONT-TRND       PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-ROR-TITLE.
           10 RTL-LIT              PIC X(40)
               VALUE 'DEPARTMENT REORGANIZATION IMPACT'.
           10 RTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 RTL-FECHA            PIC X(10).
           10 RTL-FILL             PIC X(2) VALUE SPACES.
           10 RTL-MODO             PIC X(40).
           10 FILLER               PIC X(32) VALUE SPACES.
       01 WS-ROR-HEADER.
           10 RHD-FILL             PIC X(4)  VALUE SPACES.
           10 RHD-TIPO             PIC X(8)  VALUE 'RECORD'.
           10 RHD-PIPE1            PIC X(1)  VALUE '|'.
           10 RHD-CLAVE            PIC X(6)  VALUE 'KEY'.
           10 RHD-PIPE2            PIC X(1)  VALUE '|'.
           10 RHD-NOMBRE           PIC X(36) VALUE 'NAME'.
           10 RHD-PIPE3            PIC X(1)  VALUE '|'.
           10 RHD-DESDE            PIC X(4)  VALUE 'FROM'.
           10 RHD-PIPE4            PIC X(1)  VALUE '|'.
           10 RHD-HACIA            PIC X(3)  VALUE 'TO'.
           10 RHD-PIPE5            PIC X(1)  VALUE '|'.
           10 RHD-NOTA             PIC X(40) VALUE 'NOTE'.
           10 FILLER               PIC X(26) VALUE SPACES.
       01 WS-ROR-CARD-LINE.
           10 RCL-LIT              PIC X(5)  VALUE 'CARD '.
           10 RCL-NUM              PIC ZZZ9.
           10 RCL-FILL             PIC X(2)  VALUE SPACES.
           10 RCL-TEXTO            PIC X(80).
           10 FILLER               PIC X(41) VALUE SPACES.
       01 WS-ROR-DET-LINE.
           10 RDL-FILL             PIC X(4)  VALUE SPACES.
           10 RDL-TIPO             PIC X(8).
           10 RDL-PIPE1            PIC X(1)  VALUE '|'.
           10 RDL-CLAVE            PIC X(6).
           10 RDL-PIPE2            PIC X(1)  VALUE '|'.
           10 RDL-NOMBRE           PIC X(36).
           10 RDL-PIPE3            PIC X(1)  VALUE '|'.
           10 RDL-DESDE            PIC X(4).
           10 RDL-PIPE4            PIC X(1)  VALUE '|'.
           10 RDL-HACIA            PIC X(3).
           10 RDL-PIPE5            PIC X(1)  VALUE '|'.
           10 RDL-NOTA             PIC X(40).
           10 FILLER               PIC X(26) VALUE SPACES.
       01 WS-ROR-BDG-LINE.
           10 RBL-FILL             PIC X(4)  VALUE SPACES.
           10 RBL-TIPO             PIC X(8)  VALUE 'BUDGET'.
           10 RBL-PIPE1            PIC X(1)  VALUE '|'.
           10 RBL-DESDE            PIC X(3).
           10 RBL-FILL1            PIC X(1)  VALUE SPACE.
           10 RBL-MONTO            PIC $$$.$$$.$$9,99.
           10 RBL-PIPE2            PIC X(1)  VALUE '|'.
           10 RBL-HACIA            PIC X(3).
           10 RBL-LIT1             PIC X(8)  VALUE ' BEFORE '.
           10 RBL-ANTES            PIC $$$.$$$.$$9,99.
           10 RBL-LIT2             PIC X(7)  VALUE ' AFTER '.
           10 RBL-DESPUES          PIC $$$.$$$.$$9,99.
           10 RBL-PIPE3            PIC X(1)  VALUE '|'.
           10 RBL-NOTA             PIC X(30).
           10 FILLER               PIC X(23) VALUE SPACES.
       01 WS-ROR-ORD-TITLE.
           10 ROT-LIT              PIC X(40)
               VALUE '-- APPLY ORDER --'.
           10 FILLER               PIC X(92) VALUE SPACES.
       01 WS-ROR-ORD-LINE.
           10 ROL-PASO             PIC 9.
           10 ROL-FILL1            PIC X(2)  VALUE '. '.
           10 ROL-CONT             PIC ZZZZZ9.
           10 ROL-FILL2            PIC X(1)  VALUE SPACE.
           10 ROL-TEXTO            PIC X(80).
           10 FILLER               PIC X(42) VALUE SPACES.
       01 WS-ROR-POS-TITLE.
           10 RPT-LIT              PIC X(40)
               VALUE '-- SEAT IMPACT AFTER THE MOVES --'.
           10 FILLER               PIC X(92) VALUE SPACES.
       01 WS-ROR-FOOTER.
           10 RFT-CONT             PIC ZZZZZ9.
           10 RFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * The department tree as the cards reshape it. Loaded in key
      * order straight off the master, so it is born sorted; a
      * renumber target is slid in at its place by binary insertion.
      *   DEPT-ESTADO  E - on the master, stays;
      *                N - new number, gets an add;
      *                B - merged or renumbered away, gets a delete.
      * DEPT-ADMR-ORIG keeps the parent the master holds, so a
      * change is written only where the parent really moves.
       01 WS-DEPT-MAX               PIC 9(4) VALUE 5000.
       01 WS-DEPT-COUNT             PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 5000 TIMES
                         INDEXED BY DEPT-IDX.
               10 DEPT-DEPTNO       PIC X(3).
               10 DEPT-DEPTNAME     PIC X(36).
               10 DEPT-MGRNO        PIC X(6).
               10 DEPT-ADMRDEPT     PIC X(3).
               10 DEPT-LOCATION     PIC X(16).
               10 DEPT-ADMR-ORIG    PIC X(3).
               10 DEPT-ESTADO       PIC X.
                  88 DEPT-EXISTE    VALUE 'E'.
                  88 DEPT-NUEVO     VALUE 'N'.
                  88 DEPT-BAJA      VALUE 'B'.
       01 WS-DEPT-FOUND             PIC X VALUE 'N'.
           88 DEPT-FOUND            VALUE 'Y'.
           88 DEPT-NOT-FOUND        VALUE 'N'.

      * Employees in EMPNO order off the master, with the WORKDEPT
      * the master holds and the one the cards leave them in.
       01 WS-EMP-MAX                PIC 9(5) VALUE 50000.
       01 WS-EMP-COUNT              PIC 9(5) VALUE 0.
       01 WS-EMP-TABLE.
           05 EMP-ENTRY OCCURS 50000 TIMES
                        INDEXED BY EMP-IDX.
               10 EMP-EMPNO         PIC X(6).
               10 EMP-FIRSTNME      PIC X(12).
               10 EMP-LASTNAME      PIC X(15).
               10 EMP-WORKDEPT      PIC X(3).
               10 EMP-JOB           PIC X(8).
               10 EMP-SALARY        PIC 9(7)V99.
               10 EMP-BONUS         PIC 9(7)V99.
               10 EMP-DEPT-ORIG     PIC X(3).

      * Budget cards in DEPTNO order by binary insertion, the way
      * N19BVAR holds them; a merge folds the old amount into the
      * surviving department so a later card sees the sum.
       01 WS-BDG-MAX                PIC 9(4) VALUE 5000.
       01 WS-BDG-COUNT              PIC 9(4) VALUE 0.
       01 WS-BDG-TABLE.
           05 BDG-ENTRY OCCURS 5000 TIMES
                        INDEXED BY BDG-IDX.
               10 BDG-E-DEPTNO      PIC X(3).
               10 BDG-E-MONTO       PIC 9(9)V99.
       01 WS-BDG-FOUND              PIC X VALUE 'N'.
           88 BDG-FOUND             VALUE 'Y'.
           88 BDG-NOT-FOUND         VALUE 'N'.

      * Open vacancy clocks, in DEPTNO order by binary insertion.
       01 WS-VAC-MAX                PIC 9(4) VALUE 5000.
       01 WS-VAC-COUNT              PIC 9(4) VALUE 0.
       01 WS-VAC-TABLE.
           05 VAC-ENTRY OCCURS 5000 TIMES
                        INDEXED BY VAC-IDX.
               10 VAC-DEPTNO        PIC X(3).
               10 VAC-FECHA-1RA     PIC X(10).
       01 WS-VAC-FOUND              PIC X VALUE 'N'.
           88 VAC-FOUND             VALUE 'Y'.
           88 VAC-NOT-FOUND         VALUE 'N'.

      * Authorized positions in DEPTNO and JOB order by binary
      * insertion, the way N11EMNT holds them. A move re-keys the
      * old department's cards to the survivor or folds them into
      * the survivor's own card for the same JOB.
      *   POS-E-ESTADO  space - as on POSFILE;
      *                 S - survivor card a move changed or moved
      *                     people into, listed in the seat impact;
      *                 B - old department's card, moved away.
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
               10 POS-E-ESTADO      PIC X.
                  88 POS-E-VIGENTE  VALUE ' '.
                  88 POS-E-AFECTADO VALUE 'S'.
                  88 POS-E-MOVIDO   VALUE 'B'.
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
       01 WS-POS-JOB                PIC X(8).
       01 WS-POS-AUT-VIEJO          PIC 9(5).
       01 WS-POS-ED1                PIC ZZZZ9.
       01 WS-POS-ED2                PIC ZZZZ9.

       01 WS-BUSCA-DEPTNO           PIC X(3).
       01 WS-BIN-LO                 PIC 9(5).
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-BIN-OCC                PIC 9(5).
       01 WS-INS-I                  PIC 9(5).
       01 WS-INS-J                  PIC 9(5).
       01 WS-ABORT-MSG              PIC X(40).

      * The move on the card being worked: the department going
      * away, the one taking its place, and the grandparent the
      * child on the survivor's own line falls back on.
       01 WS-VIEJO                  PIC X(3).
       01 WS-NUEVO                  PIC X(3).
       01 WS-OCC-VIEJO              PIC 9(5).
       01 WS-OCC-NUEVO              PIC 9(5).
       01 WS-ADMR-VIEJO             PIC X(3).
       01 WS-NUEVO-PADRE            PIC X(3).
       01 WS-HIJO-LINEA             PIC X(3).
       01 WS-MONTO-VIEJO            PIC 9(9)V99.
       01 WS-MONTO-ANTES            PIC 9(9)V99.
      * Upward walk, same bounds and loop guard as N05ROLL.
       01 WS-WALK-DEPTNO            PIC X(3).
       01 WS-WALK-HOPS              PIC 9(2).
       01 WS-WALK-TOPE              PIC 9(2) VALUE 20.
       01 WS-WALK-FIN               PIC X.
           88 WALK-FIN              VALUE 'Y'.
       01 WS-TARJETA-OK             PIC X VALUE 'Y'.
           88 TARJETA-OK            VALUE 'Y'.
           88 TARJETA-MALA          VALUE 'N'.
       01 WS-MOTIVO                 PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL WS-REORFILE-STATUS = FS-EOF

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

           PERFORM 1100-CARGA-PARM
           THRU 1100-CARGA-PARM-EXIT

           PERFORM 1200-CARGA-DEPT
           THRU 1200-CARGA-DEPT-EXIT

           PERFORM 1300-CARGA-EMP
           THRU 1300-CARGA-EMP-EXIT

           PERFORM 1400-CARGA-PPTO
           THRU 1400-CARGA-PPTO-EXIT

           PERFORM 1500-CARGA-VAC
           THRU 1500-CARGA-VAC-EXIT

           PERFORM 1600-CARGA-POS
           THRU 1600-CARGA-POS-EXIT

           OPEN INPUT REORFILE
           EVALUATE WS-REORFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE REORGANIZACION"
                  MOVE FS-EOF TO WS-REORFILE-STATUS
               WHEN OTHER
                  DISPLAY "EL ERROR DE REORFILE ES: " WS-REORFILE-STATUS
                  MOVE FS-EOF TO WS-REORFILE-STATUS
           END-EVALUATE

           OPEN OUTPUT RORFILE
           EVALUATE WS-RORFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE RORFILE ES: " WS-RORFILE-STATUS
           END-EVALUATE

      *    THE OUTPUTS ARE OPENED EVEN WHEN A CARD IS LATER REJECTED,
      *    SO A FAILED RUN LEAVES THEM EMPTY RATHER THAN LEAVING A
      *    PREVIOUS RUN'S TRANSACTIONS LYING AROUND.
           IF MODO-APROBADO
              OPEN OUTPUT TRNFILE
              IF WS-TRNFILE-STATUS NOT = FS-OKEI
                 MOVE 'NO SE PUEDE ABRIR TRNFILE' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
              OPEN OUTPUT ETRNFILE
              IF WS-ETRNFILE-STATUS NOT = FS-OKEI
                 MOVE 'NO SE PUEDE ABRIR ETRNFILE' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
              OPEN OUTPUT TRNDFILE
              IF WS-TRNDFILE-STATUS NOT = FS-OKEI
                 MOVE 'NO SE PUEDE ABRIR TRNDFILE' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
           END-IF

           MOVE WS-RUN-DATE-RF TO RTL-FECHA
           IF MODO-APROBADO
              MOVE 'APPROVED RUN' TO RTL-MODO
           ELSE
              MOVE 'DRY RUN - NOTHING GENERATED' TO RTL-MODO
           END-IF
           WRITE REG-RORFILE FROM WS-ROR-TITLE
           WRITE REG-RORFILE FROM WS-ROR-HEADER
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
                        IF PARM-OPERADOR NOT = SPACES
                           MOVE PARM-OPERADOR TO WS-OPERADOR
                        END-IF
                  END-READ
                  CLOSE PARMFILE
               WHEN "35"
                  DISPLAY "NO EXISTE PARMFILE, SOLO PRUEBA"
               WHEN OTHER
                  DISPLAY "EL ERROR DE PARMFILE ES: " WS-PARMFILE-STATUS
           END-EVALUATE
           .
       1100-CARGA-PARM-EXIT.
           EXIT.

      *    WITHOUT THE DEPARTMENT MASTER THERE IS NOTHING TO MOVE.
       1200-CARGA-DEPT.
           OPEN INPUT DMSTFILE
           IF WS-DMSTFILE-STATUS NOT = FS-OKEI
              MOVE 'NO SE PUEDE ABRIR DMSTFILE' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           PERFORM UNTIL WS-DMSTFILE-STATUS = FS-EOF
              READ DMSTFILE NEXT
                 AT END
                    MOVE FS-EOF TO WS-DMSTFILE-STATUS
                 NOT AT END
                    IF WS-DEPT-COUNT >= WS-DEPT-MAX
                       MOVE 'TABLA DE DEPARTAMENTOS LLENA'
                         TO WS-ABORT-MSG
                       PERFORM 9000-ABORTA
                       THRU 9000-ABORTA-EXIT
                    END-IF
                    ADD 1 TO WS-DEPT-COUNT
                    SET DEPT-IDX TO WS-DEPT-COUNT
                    MOVE MST-DEPTNO   TO DEPT-DEPTNO (DEPT-IDX)
                    MOVE MST-DEPTNAME TO DEPT-DEPTNAME (DEPT-IDX)
                    MOVE MST-MGRNO    TO DEPT-MGRNO (DEPT-IDX)
                    MOVE MST-ADMRDEPT TO DEPT-ADMRDEPT (DEPT-IDX)
                    MOVE MST-ADMRDEPT TO DEPT-ADMR-ORIG (DEPT-IDX)
                    MOVE MST-LOCATION TO DEPT-LOCATION (DEPT-IDX)
                    SET DEPT-EXISTE (DEPT-IDX) TO TRUE
              END-READ
           END-PERFORM
           CLOSE DMSTFILE
           .
       1200-CARGA-DEPT-EXIT.
           EXIT.

       1300-CARGA-EMP.
           OPEN INPUT EMSTFILE
           EVALUATE WS-EMSTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  DISPLAY "NO EXISTE MAESTRO DE EMPLEADOS"
                  GO TO 1300-CARGA-EMP-EXIT
               WHEN OTHER
                  MOVE 'NO SE PUEDE ABRIR EMSTFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
           PERFORM UNTIL WS-EMSTFILE-STATUS = FS-EOF
              READ EMSTFILE NEXT
                 AT END
                    MOVE FS-EOF TO WS-EMSTFILE-STATUS
                 NOT AT END
                    IF WS-EMP-COUNT >= WS-EMP-MAX
                       MOVE 'TABLA DE EMPLEADOS LLENA'
                         TO WS-ABORT-MSG
                       PERFORM 9000-ABORTA
                       THRU 9000-ABORTA-EXIT
                    END-IF
                    ADD 1 TO WS-EMP-COUNT
                    SET EMP-IDX TO WS-EMP-COUNT
                    MOVE EMS-EMPNO    TO EMP-EMPNO (EMP-IDX)
                    MOVE EMS-FIRSTNME TO EMP-FIRSTNME (EMP-IDX)
                    MOVE EMS-LASTNAME TO EMP-LASTNAME (EMP-IDX)
                    MOVE EMS-WORKDEPT TO EMP-WORKDEPT (EMP-IDX)
                    MOVE EMS-WORKDEPT TO EMP-DEPT-ORIG (EMP-IDX)
                    MOVE EMS-JOB      TO EMP-JOB (EMP-IDX)
                    MOVE EMS-SALARY   TO EMP-SALARY (EMP-IDX)
                    MOVE EMS-BONUS    TO EMP-BONUS (EMP-IDX)
              END-READ
           END-PERFORM
           CLOSE EMSTFILE
           .
       1300-CARGA-EMP-EXIT.
           EXIT.

       1400-CARGA-PPTO.
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
                        PERFORM 1450-INSERTA-PPTO
                        THRU 1450-INSERTA-PPTO-EXIT
                        MOVE BDG-MONTO TO BDG-E-MONTO (WS-BIN-OCC)
                  END-PERFORM
                  CLOSE BUDGFILE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE PRESUPUESTOS"
               WHEN OTHER
                  DISPLAY "EL ERROR DE BUDGFILE ES: " WS-BUDGFILE-STATUS
           END-EVALUATE
           .
       1400-CARGA-PPTO-EXIT.
           EXIT.

      * Finds WS-BUSCA-DEPTNO in the budget table or slides a zero
      * entry in at its place; either way WS-BIN-OCC ends on it.
       1450-INSERTA-PPTO.
           PERFORM 3600-BUSCA-PPTO
           THRU 3600-BUSCA-PPTO-EXIT
           IF BDG-FOUND
              GO TO 1450-INSERTA-PPTO-EXIT
           END-IF
           IF WS-BDG-COUNT >= WS-BDG-MAX
              MOVE 'TABLA DE PRESUPUESTOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-BDG-COUNT
           PERFORM VARYING WS-INS-I FROM WS-BDG-COUNT BY -1
                   UNTIL WS-INS-I <= WS-BIN-LO
              COMPUTE WS-INS-J = WS-INS-I - 1
              MOVE BDG-ENTRY (WS-INS-J) TO BDG-ENTRY (WS-INS-I)
           END-PERFORM
           MOVE WS-BUSCA-DEPTNO TO BDG-E-DEPTNO (WS-BIN-LO)
           MOVE 0               TO BDG-E-MONTO (WS-BIN-LO)
           MOVE WS-BIN-LO       TO WS-BIN-OCC
           .
       1450-INSERTA-PPTO-EXIT.
           EXIT.

      * No vacancy state yet simply means no clocks to report.
       1500-CARGA-VAC.
           MOVE "00" TO WS-VACIFILE-STATUS
           OPEN INPUT VACIFILE
           EVALUATE WS-VACIFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-VACIFILE-STATUS = "10"
                     READ VACIFILE INTO REG-VACIFILE
                     AT END
                        MOVE "10" TO WS-VACIFILE-STATUS
                     NOT AT END
                        PERFORM 1550-INSERTA-VAC
                        THRU 1550-INSERTA-VAC-EXIT
                  END-PERFORM
                  CLOSE VACIFILE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE VACANTES"
               WHEN OTHER
                  DISPLAY "EL ERROR DE VACIFILE ES: " WS-VACIFILE-STATUS
           END-EVALUATE
           .
       1500-CARGA-VAC-EXIT.
           EXIT.

       1550-INSERTA-VAC.
           MOVE VCI-DEPTNO TO WS-BUSCA-DEPTNO
           PERFORM 3700-BUSCA-VAC
           THRU 3700-BUSCA-VAC-EXIT
           IF VAC-FOUND
              GO TO 1550-INSERTA-VAC-EXIT
           END-IF
           IF WS-VAC-COUNT >= WS-VAC-MAX
              MOVE 'TABLA DE VACANTES LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-VAC-COUNT
           PERFORM VARYING WS-INS-I FROM WS-VAC-COUNT BY -1
                   UNTIL WS-INS-I <= WS-BIN-LO
              COMPUTE WS-INS-J = WS-INS-I - 1
              MOVE VAC-ENTRY (WS-INS-J) TO VAC-ENTRY (WS-INS-I)
           END-PERFORM
           MOVE VCI-DEPTNO    TO VAC-DEPTNO (WS-BIN-LO)
           MOVE VCI-FECHA-1RA TO VAC-FECHA-1RA (WS-BIN-LO)
           .
       1550-INSERTA-VAC-EXIT.
           EXIT.

      * No POSFILE, no position control - there are no cards to
      * carry along and no seats to check.
       1600-CARGA-POS.
           MOVE "00" TO WS-POSFILE-STATUS
           OPEN INPUT POSFILE
           EVALUATE WS-POSFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-POSFILE-STATUS = "10"
                     READ POSFILE INTO REG-POSFILE
                     AT END
                        MOVE "10" TO WS-POSFILE-STATUS
                     NOT AT END
                        PERFORM 1650-INSERTA-POS
                        THRU 1650-INSERTA-POS-EXIT
                  END-PERFORM
                  CLOSE POSFILE
               WHEN "35"
                  DISPLAY "NO EXISTE POSFILE, SIN CONTROL DE POSICIONES"
               WHEN OTHER
                  DISPLAY "EL ERROR DE POSFILE ES: " WS-POSFILE-STATUS
           END-EVALUATE
           .
       1600-CARGA-POS-EXIT.
           EXIT.

      * The first card for a DEPTNO and JOB wins, as in N11EMNT.
       1650-INSERTA-POS.
           MOVE POS-DEPTNO TO WS-BUSCA-POS-DEPTNO
           MOVE POS-JOB    TO WS-BUSCA-POS-JOB
           PERFORM 3800-BUSCA-POS
           THRU 3800-BUSCA-POS-EXIT
           IF POS-FOUND
              DISPLAY "POSFILE DUPLICADO, SE IGNORA: " POS-DEPTNO
                      " " POS-JOB
              GO TO 1650-INSERTA-POS-EXIT
           END-IF
           PERFORM 3850-ALTA-POS
           THRU 3850-ALTA-POS-EXIT
           IF POS-AUTORIZADO IS NUMERIC
              MOVE POS-AUTORIZADO TO POS-E-AUTORIZADO (POS-IDX)
           ELSE
              MOVE 0 TO POS-E-AUTORIZADO (POS-IDX)
           END-IF
           .
       1650-INSERTA-POS-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-REORFILE-STATUS NOT = FS-EOF
              ADD 1 TO WS-CONT-TARJETAS
              MOVE WS-CONT-TARJETAS TO RCL-NUM
              PERFORM 2200-VALIDA
              THRU 2200-VALIDA-EXIT
              IF TARJETA-MALA
                 ADD 1 TO WS-CONT-RECHAZOS
                 STRING ROR-ACCION ' ' ROR-DESDE ' ' ROR-HACIA
                        DELIMITED BY SIZE
                        ' - REJECTED: ' DELIMITED BY SIZE
                        WS-MOTIVO DELIMITED BY SIZE
                   INTO RCL-TEXTO
                 END-STRING
                 WRITE REG-RORFILE FROM WS-ROR-CARD-LINE
              ELSE
                 PERFORM 2300-MUEVE
                 THRU 2300-MUEVE-EXIT
              END-IF
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

       2100-LECTURA.
           READ REORFILE INTO REG-REORFILE
              AT END
                 MOVE FS-EOF TO WS-REORFILE-STATUS
           END-READ
           .
       2100-LECTURA-EXIT.
           EXIT.

      * Checked against the tree as earlier cards left it: the old
      * department must still be there, a merge target must be a
      * live department, a new number must not be in use - not even
      * by a department deleted in this same reorg, since the delete
      * only lands in the last pass.
       2200-VALIDA.
           SET TARJETA-OK TO TRUE
           MOVE SPACES TO RCL-TEXTO
           IF ROR-ACCION NOT = 'M' AND ROR-ACCION NOT = 'R'
              MOVE 'ACTION MUST BE M OR R' TO WS-MOTIVO
              SET TARJETA-MALA TO TRUE
              GO TO 2200-VALIDA-EXIT
           END-IF
           IF ROR-DESDE = SPACES OR ROR-HACIA = SPACES
              MOVE 'BOTH DEPARTMENTS REQUIRED' TO WS-MOTIVO
              SET TARJETA-MALA TO TRUE
              GO TO 2200-VALIDA-EXIT
           END-IF
           IF ROR-DESDE = ROR-HACIA
              MOVE 'FROM AND TO ARE THE SAME' TO WS-MOTIVO
              SET TARJETA-MALA TO TRUE
              GO TO 2200-VALIDA-EXIT
           END-IF
           MOVE ROR-DESDE TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-DEPTO
           THRU 3500-BUSCA-DEPTO-EXIT
           IF DEPT-NOT-FOUND
              MOVE 'FROM DEPARTMENT NOT IN MASTER' TO WS-MOTIVO
              SET TARJETA-MALA TO TRUE
              GO TO 2200-VALIDA-EXIT
           END-IF
           IF DEPT-BAJA (WS-BIN-OCC)
              MOVE 'FROM DEPARTMENT ALREADY MOVED' TO WS-MOTIVO
              SET TARJETA-MALA TO TRUE
              GO TO 2200-VALIDA-EXIT
           END-IF
           MOVE WS-BIN-OCC TO WS-OCC-VIEJO
           MOVE ROR-HACIA TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-DEPTO
           THRU 3500-BUSCA-DEPTO-EXIT
           IF ROR-ACCION = 'M'
              IF DEPT-NOT-FOUND
                 MOVE 'MERGE TARGET NOT IN MASTER' TO WS-MOTIVO
                 SET TARJETA-MALA TO TRUE
                 GO TO 2200-VALIDA-EXIT
              END-IF
              IF DEPT-BAJA (WS-BIN-OCC)
                 MOVE 'MERGE TARGET ALREADY MOVED' TO WS-MOTIVO
                 SET TARJETA-MALA TO TRUE
                 GO TO 2200-VALIDA-EXIT
              END-IF
           ELSE
              IF DEPT-FOUND
                 MOVE 'NEW NUMBER ALREADY IN USE' TO WS-MOTIVO
                 SET TARJETA-MALA TO TRUE
                 GO TO 2200-VALIDA-EXIT
              END-IF
           END-IF
           .
       2200-VALIDA-EXIT.
           EXIT.

      * A renumber is an add of the new number carrying the old
      * department's data, followed by the same moves as a merge
      * into it. A root department (its own ADMRDEPT) stays a root
      * under the new number.
       2300-MUEVE.
           MOVE ROR-DESDE TO WS-VIEJO
           MOVE ROR-HACIA TO WS-NUEVO
           MOVE DEPT-ADMRDEPT (WS-OCC-VIEJO) TO WS-ADMR-VIEJO
           IF ROR-ACCION = 'M'
              STRING 'MERGE ' WS-VIEJO ' INTO ' WS-NUEVO
                     DELIMITED BY SIZE
                INTO RCL-TEXTO
              END-STRING
           ELSE
              STRING 'RENUMBER ' WS-VIEJO ' TO ' WS-NUEVO
                     DELIMITED BY SIZE
                INTO RCL-TEXTO
              END-STRING
           END-IF
           WRITE REG-RORFILE FROM WS-ROR-CARD-LINE

           IF ROR-ACCION = 'R'
              PERFORM 2350-ALTA-NUEVO
              THRU 2350-ALTA-NUEVO-EXIT
           END-IF

           PERFORM 2380-LINEA-SUPERVIVIENTE
           THRU 2380-LINEA-SUPERVIVIENTE-EXIT

      *    WHERE THE CHILD ON THE SURVIVOR'S LINE GOES: THE OLD
      *    DEPARTMENT'S PARENT, OR - WHEN THE OLD ONE WAS THE ROOT -
      *    NOWHERE: IT BECOMES THE ROOT ITSELF. PUTTING IT UNDER THE
      *    SURVIVOR WOULD CLOSE A LOOP WHENEVER THE SURVIVOR SITS
      *    BELOW IT; WHEN THE SURVIVOR IS THE CHILD, IT IS THE SAME.
           IF WS-ADMR-VIEJO = WS-VIEJO
              MOVE WS-HIJO-LINEA TO WS-NUEVO-PADRE
           ELSE
              MOVE WS-ADMR-VIEJO TO WS-NUEVO-PADRE
           END-IF
           PERFORM 2400-HIJOS
           THRU 2400-HIJOS-EXIT
           PERFORM 2500-EMPLEADOS
           THRU 2500-EMPLEADOS-EXIT
           PERFORM 2600-PRESUPUESTO
           THRU 2600-PRESUPUESTO-EXIT
           PERFORM 2700-VACANTE
           THRU 2700-VACANTE-EXIT
           PERFORM 2800-POSICIONES
           THRU 2800-POSICIONES-EXIT

      *    THE OLD ENTRY MAY HAVE MOVED ONE SLOT IF THE ADD SLID IN
      *    BELOW IT - LOOK IT UP AGAIN BEFORE MARKING IT.
           MOVE WS-VIEJO TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-DEPTO
           THRU 3500-BUSCA-DEPTO-EXIT
           SET DEPT-BAJA (WS-BIN-OCC) TO TRUE
           MOVE 'DEPT'   TO RDL-TIPO
           MOVE WS-VIEJO TO RDL-CLAVE
           MOVE DEPT-DEPTNAME (WS-BIN-OCC) TO RDL-NOMBRE
           MOVE WS-VIEJO TO RDL-DESDE
           MOVE SPACES   TO RDL-HACIA
           MOVE 'DELETED IN THE LAST PASS' TO RDL-NOTA
           WRITE REG-RORFILE FROM WS-ROR-DET-LINE
           .
       2300-MUEVE-EXIT.
           EXIT.

       2350-ALTA-NUEVO.
           IF WS-DEPT-COUNT >= WS-DEPT-MAX
              MOVE 'TABLA DE DEPARTAMENTOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE WS-NUEVO TO WS-BUSCA-DEPTNO
           PERFORM 3500-BUSCA-DEPTO
           THRU 3500-BUSCA-DEPTO-EXIT
           ADD 1 TO WS-DEPT-COUNT
           PERFORM VARYING WS-INS-I FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-INS-I <= WS-BIN-LO
              COMPUTE WS-INS-J = WS-INS-I - 1
              MOVE DEPT-ENTRY (WS-INS-J) TO DEPT-ENTRY (WS-INS-I)
           END-PERFORM
           IF WS-BIN-LO <= WS-OCC-VIEJO
              ADD 1 TO WS-OCC-VIEJO
           END-IF
           MOVE DEPT-ENTRY (WS-OCC-VIEJO) TO DEPT-ENTRY (WS-BIN-LO)
           MOVE WS-NUEVO TO DEPT-DEPTNO (WS-BIN-LO)
           IF WS-ADMR-VIEJO = WS-VIEJO
              MOVE WS-NUEVO TO DEPT-ADMRDEPT (WS-BIN-LO)
           END-IF
           MOVE SPACES TO DEPT-ADMR-ORIG (WS-BIN-LO)
           SET DEPT-NUEVO (WS-BIN-LO) TO TRUE

           MOVE 'DEPT'   TO RDL-TIPO
           MOVE WS-NUEVO TO RDL-CLAVE
           MOVE DEPT-DEPTNAME (WS-BIN-LO) TO RDL-NOMBRE
           MOVE WS-VIEJO TO RDL-DESDE
           MOVE WS-NUEVO TO RDL-HACIA
           MOVE 'ADDED IN THE FIRST PASS' TO RDL-NOTA
           WRITE REG-RORFILE FROM WS-ROR-DET-LINE
           .
       2350-ALTA-NUEVO-EXIT.
           EXIT.

      * Merging into a department further down the old one's own
      * branch: the child of the old department on the survivor's
      * line can not go under the survivor - that would close a
      * loop. Walk up from the survivor to find it, with the same
      * hop limit as N05ROLL's upward walk.
       2380-LINEA-SUPERVIVIENTE.
           MOVE SPACES   TO WS-HIJO-LINEA
           MOVE WS-NUEVO TO WS-WALK-DEPTNO
           MOVE 0        TO WS-WALK-HOPS
           MOVE 'N'      TO WS-WALK-FIN
           PERFORM UNTIL WALK-FIN
              MOVE WS-WALK-DEPTNO TO WS-BUSCA-DEPTNO
              PERFORM 3500-BUSCA-DEPTO
              THRU 3500-BUSCA-DEPTO-EXIT
              ADD 1 TO WS-WALK-HOPS
              EVALUATE TRUE
                  WHEN DEPT-NOT-FOUND
                  WHEN WS-WALK-HOPS > WS-WALK-TOPE
                  WHEN DEPT-ADMRDEPT (WS-BIN-OCC) = WS-WALK-DEPTNO
                     MOVE 'Y' TO WS-WALK-FIN
                  WHEN DEPT-ADMRDEPT (WS-BIN-OCC) = WS-VIEJO
                     MOVE WS-WALK-DEPTNO TO WS-HIJO-LINEA
                     MOVE 'Y' TO WS-WALK-FIN
                  WHEN OTHER
                     MOVE DEPT-ADMRDEPT (WS-BIN-OCC) TO WS-WALK-DEPTNO
              END-EVALUATE
           END-PERFORM
           .
       2380-LINEA-SUPERVIVIENTE-EXIT.
           EXIT.

      * Every department still hanging off the old one moves under
      * the survivor - departments already marked to go included,
      * or their own delete would leave the old one with a child.
      * The one on the survivor's own line moves up to the
      * grandparent instead, or becomes the root when the old one
      * was the root.
       2400-HIJOS.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF DEPT-ADMRDEPT (DEPT-IDX) = WS-VIEJO
                 AND DEPT-DEPTNO (DEPT-IDX) NOT = WS-VIEJO
                 ADD 1 TO WS-CONT-HIJOS
                 MOVE 'CHILD'  TO RDL-TIPO
                 MOVE DEPT-DEPTNO (DEPT-IDX)   TO RDL-CLAVE
                 MOVE DEPT-DEPTNAME (DEPT-IDX) TO RDL-NOMBRE
                 MOVE WS-VIEJO TO RDL-DESDE
                 IF DEPT-DEPTNO (DEPT-IDX) = WS-HIJO-LINEA
                    MOVE WS-NUEVO-PADRE TO DEPT-ADMRDEPT (DEPT-IDX)
                    IF WS-NUEVO-PADRE = WS-HIJO-LINEA
                       MOVE 'ON SURVIVOR LINE - BECOMES THE ROOT'
                         TO RDL-NOTA
                    ELSE
                       MOVE 'ON SURVIVOR LINE - MOVES UP A LEVEL'
                         TO RDL-NOTA
                    END-IF
                 ELSE
                    MOVE WS-NUEVO TO DEPT-ADMRDEPT (DEPT-IDX)
                    MOVE 'ADMRDEPT RE-PARENTED' TO RDL-NOTA
                 END-IF
                 MOVE DEPT-ADMRDEPT (DEPT-IDX) TO RDL-HACIA
                 WRITE REG-RORFILE FROM WS-ROR-DET-LINE
              END-IF
           END-PERFORM
           .
       2400-HIJOS-EXIT.
           EXIT.

      * The old department's manager is listed with the others; the
      * manager seat itself goes with the department.
       2500-EMPLEADOS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
              IF EMP-WORKDEPT (EMP-IDX) = WS-VIEJO
                 ADD 1 TO WS-CONT-EMPS
                 MOVE WS-NUEVO TO EMP-WORKDEPT (EMP-IDX)
                 MOVE 'EMPLOYEE' TO RDL-TIPO
                 MOVE EMP-EMPNO (EMP-IDX) TO RDL-CLAVE
                 MOVE SPACES TO RDL-NOMBRE
                 STRING EMP-LASTNAME (EMP-IDX) DELIMITED BY '  '
                        ', '                   DELIMITED BY SIZE
                        EMP-FIRSTNME (EMP-IDX) DELIMITED BY '  '
                   INTO RDL-NOMBRE
                 END-STRING
                 MOVE WS-VIEJO TO RDL-DESDE
                 MOVE WS-NUEVO TO RDL-HACIA
                 IF EMP-EMPNO (EMP-IDX) = DEPT-MGRNO (WS-OCC-VIEJO)
                    MOVE 'WORKDEPT TRANSFER - WAS THE MANAGER'
                      TO RDL-NOTA
                 ELSE
                    MOVE 'WORKDEPT TRANSFER' TO RDL-NOTA
                 END-IF
                 WRITE REG-RORFILE FROM WS-ROR-DET-LINE
              END-IF
           END-PERFORM
           .
       2500-EMPLEADOS-EXIT.
           EXIT.

      * A merge folds the old budget card into the survivor's; a
      * renumber re-keys it. N19BVAR's BUDGFILE has to be updated
      * by hand to match - the line shows what it must read.
       2600-PRESUPUESTO.
           MOVE WS-VIEJO TO WS-BUSCA-DEPTNO
           PERFORM 3600-BUSCA-PPTO
           THRU 3600-BUSCA-PPTO-EXIT
           IF BDG-NOT-FOUND
              GO TO 2600-PRESUPUESTO-EXIT
           END-IF
           ADD 1 TO WS-CONT-PPTOS
           MOVE BDG-E-MONTO (WS-BIN-OCC) TO WS-MONTO-VIEJO
           MOVE 0 TO BDG-E-MONTO (WS-BIN-OCC)
           MOVE WS-NUEVO TO WS-BUSCA-DEPTNO
           PERFORM 1450-INSERTA-PPTO
           THRU 1450-INSERTA-PPTO-EXIT
           MOVE BDG-E-MONTO (WS-BIN-OCC) TO WS-MONTO-ANTES
           ADD WS-MONTO-VIEJO TO BDG-E-MONTO (WS-BIN-OCC)

           MOVE WS-VIEJO       TO RBL-DESDE
           MOVE WS-MONTO-VIEJO TO RBL-MONTO
           MOVE WS-NUEVO       TO RBL-HACIA
           MOVE WS-MONTO-ANTES TO RBL-ANTES
           MOVE BDG-E-MONTO (WS-BIN-OCC) TO RBL-DESPUES
           IF ROR-ACCION = 'M'
              MOVE 'FOLD INTO SURVIVOR CARD' TO RBL-NOTA
           ELSE
              MOVE 'RE-KEY THE CARD' TO RBL-NOTA
           END-IF
           WRITE REG-RORFILE FROM WS-ROR-BDG-LINE
           .
       2600-PRESUPUESTO-EXIT.
           EXIT.

      * N20VAGE keys its clock on DEPTNO: once the old number is
      * gone the clock is dropped, and a renumbered seat that is
      * still empty starts again from zero under the new number.
       2700-VACANTE.
           MOVE WS-VIEJO TO WS-BUSCA-DEPTNO
           PERFORM 3700-BUSCA-VAC
           THRU 3700-BUSCA-VAC-EXIT
           IF VAC-NOT-FOUND
              GO TO 2700-VACANTE-EXIT
           END-IF
           ADD 1 TO WS-CONT-VACANTES
           MOVE 'VACANCY' TO RDL-TIPO
           MOVE WS-VIEJO  TO RDL-CLAVE
           MOVE SPACES    TO RDL-NOMBRE
           STRING 'MANAGER SEAT EMPTY SINCE ' DELIMITED BY SIZE
                  VAC-FECHA-1RA (WS-BIN-OCC) DELIMITED BY SIZE
             INTO RDL-NOMBRE
           END-STRING
           MOVE WS-VIEJO  TO RDL-DESDE
           MOVE WS-NUEVO  TO RDL-HACIA
           IF ROR-ACCION = 'M'
              MOVE 'SEAT GOES AWAY - CLOCK DROPPED' TO RDL-NOTA
           ELSE
              MOVE 'CLOCK RESTARTS UNDER NEW NUMBER' TO RDL-NOTA
           END-IF
           WRITE REG-RORFILE FROM WS-ROR-DET-LINE
           .
       2700-VACANTE-EXIT.
           EXIT.

      * N11EMNT holds a transfer to the card for the new DEPTNO and
      * JOB, so the old department's cards have to follow its
      * people: a renumber re-keys each one, a merge adds it to the
      * survivor's card for the same JOB. POSFILE is updated by
      * hand to match before the transfers go in - the line shows
      * what the survivor's card must read.
       2800-POSICIONES.
           MOVE WS-VIEJO   TO WS-BUSCA-POS-DEPTNO
           MOVE LOW-VALUES TO WS-BUSCA-POS-JOB
           PERFORM 3800-BUSCA-POS
           THRU 3800-BUSCA-POS-EXIT
           MOVE WS-POS-INS TO WS-POS-I
           PERFORM UNTIL WS-POS-I > WS-POS-COUNT
              IF POS-E-DEPTNO (WS-POS-I) NOT = WS-VIEJO
                 MOVE WS-POS-COUNT TO WS-POS-I
              ELSE
                 PERFORM 2850-MUEVE-POS
                 THRU 2850-MUEVE-POS-EXIT
              END-IF
              ADD 1 TO WS-POS-I
           END-PERFORM
           .
       2800-POSICIONES-EXIT.
           EXIT.

       2850-MUEVE-POS.
           MOVE POS-E-JOB (WS-POS-I)        TO WS-POS-JOB
           MOVE POS-E-AUTORIZADO (WS-POS-I) TO WS-POS-AUT-VIEJO
           SET POS-E-MOVIDO (WS-POS-I) TO TRUE
           ADD 1 TO WS-CONT-POSICIONES
           MOVE WS-NUEVO   TO WS-BUSCA-POS-DEPTNO
           MOVE WS-POS-JOB TO WS-BUSCA-POS-JOB
           PERFORM 3800-BUSCA-POS
           THRU 3800-BUSCA-POS-EXIT
           IF POS-FOUND
              ADD WS-POS-AUT-VIEJO TO POS-E-AUTORIZADO (POS-IDX)
           ELSE
      *       THE CARD BEING MOVED SLIDES UP ONE SLOT WHEN THE NEW
      *       ONE GOES IN BELOW IT.
              PERFORM 3850-ALTA-POS
              THRU 3850-ALTA-POS-EXIT
              IF WS-POS-INS <= WS-POS-I
                 ADD 1 TO WS-POS-I
              END-IF
              MOVE WS-POS-AUT-VIEJO TO POS-E-AUTORIZADO (POS-IDX)
           END-IF
           SET POS-E-AFECTADO (POS-IDX) TO TRUE

           MOVE 'POSITION' TO RDL-TIPO
           MOVE WS-VIEJO   TO RDL-CLAVE
           MOVE WS-POS-AUT-VIEJO TO WS-POS-ED1
           MOVE SPACES     TO RDL-NOMBRE
           STRING 'JOB '     DELIMITED BY SIZE
                  WS-POS-JOB DELIMITED BY SIZE
                  ' AUTHORIZED ' DELIMITED BY SIZE
                  WS-POS-ED1 DELIMITED BY SIZE
             INTO RDL-NOMBRE
           END-STRING
           MOVE WS-VIEJO   TO RDL-DESDE
           MOVE WS-NUEVO   TO RDL-HACIA
           MOVE POS-E-AUTORIZADO (POS-IDX) TO WS-POS-ED2
           MOVE SPACES     TO RDL-NOTA
           IF POS-FOUND
              STRING 'FOLD INTO SURVIVOR CARD - NOW ' DELIMITED BY SIZE
                     WS-POS-ED2 DELIMITED BY SIZE
                INTO RDL-NOTA
              END-STRING
           ELSE
              MOVE 'RE-KEY THE CARD' TO RDL-NOTA
           END-IF
           WRITE REG-RORFILE FROM WS-ROR-DET-LINE
           .
       2850-MUEVE-POS-EXIT.
           EXIT.

       3000-FIN.
           IF MODO-APROBADO
              IF WS-CONT-RECHAZOS = 0
                 PERFORM 3100-GENERA
                 THRU 3100-GENERA-EXIT
              ELSE
                 DISPLAY 'N28REOR - TARJETAS RECHAZADAS, '
                         'NO SE GENERAN TRANSACCIONES'
                 MOVE 0 TO RFT-CONT
                 MOVE ' TRANSACTIONS WRITTEN - CARDS REJECTED'
                   TO RFT-LIT
                 WRITE REG-RORFILE FROM WS-ROR-FOOTER
              END-IF
              CLOSE TRNFILE
              CLOSE ETRNFILE
              CLOSE TRNDFILE
           END-IF

           PERFORM 3300-PLAZAS
           THRU 3300-PLAZAS-EXIT

           PERFORM 3200-ORDEN
           THRU 3200-ORDEN-EXIT

           MOVE WS-CONT-TARJETAS TO RFT-CONT
           MOVE ' REORG CARDS READ' TO RFT-LIT
           WRITE REG-RORFILE FROM WS-ROR-FOOTER
           MOVE WS-CONT-RECHAZOS TO RFT-CONT
           MOVE ' REORG CARDS REJECTED' TO RFT-LIT
           WRITE REG-RORFILE FROM WS-ROR-FOOTER
           MOVE WS-CONT-HIJOS TO RFT-CONT
           MOVE ' CHILD DEPARTMENTS RE-PARENTED' TO RFT-LIT
           WRITE REG-RORFILE FROM WS-ROR-FOOTER
           MOVE WS-CONT-EMPS TO RFT-CONT
           MOVE ' EMPLOYEE TRANSFERS' TO RFT-LIT
           WRITE REG-RORFILE FROM WS-ROR-FOOTER
           MOVE WS-CONT-PPTOS TO RFT-CONT
           MOVE ' BUDGET CARDS TO UPDATE' TO RFT-LIT
           WRITE REG-RORFILE FROM WS-ROR-FOOTER
           MOVE WS-CONT-VACANTES TO RFT-CONT
           MOVE ' VACANCY CLOCKS AFFECTED' TO RFT-LIT
           WRITE REG-RORFILE FROM WS-ROR-FOOTER
           MOVE WS-CONT-POSICIONES TO RFT-CONT
           MOVE ' POSITION CARDS TO UPDATE' TO RFT-LIT
           WRITE REG-RORFILE FROM WS-ROR-FOOTER
           MOVE WS-CONT-EXCESOS TO RFT-CONT
           MOVE ' SEATS OVER AUTHORIZATION AFTER MOVES' TO RFT-LIT
           WRITE REG-RORFILE FROM WS-ROR-FOOTER

           CLOSE REORFILE
           CLOSE RORFILE
           DISPLAY 'N28REOR - TARJETAS LEIDAS...: ' WS-CONT-TARJETAS
           DISPLAY 'N28REOR - TARJETAS RECHAZ...: ' WS-CONT-RECHAZOS
           DISPLAY 'N28REOR - HIJOS REASIGNADOS.: ' WS-CONT-HIJOS
           DISPLAY 'N28REOR - TRASLADOS.........: ' WS-CONT-EMPS
           DISPLAY 'N28REOR - TRN PRIMER PASO...: ' WS-CONT-TRN
           DISPLAY 'N28REOR - ETRN TRASLADOS....: ' WS-CONT-ETRN
           DISPLAY 'N28REOR - TRN BAJAS.........: ' WS-CONT-TRND
           DISPLAY 'N28REOR - TARJETAS POSICION.: ' WS-CONT-POSICIONES
           DISPLAY 'N28REOR - PLAZAS EXCEDIDAS..: ' WS-CONT-EXCESOS
           IF WS-CONT-EXCESOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CONT-RECHAZOS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

      * Written from the end state, not card by card, so a chain of
      * cards (renumber, then merge the new number elsewhere) comes
      * out as the net moves only. Adds go first in the first pass
      * so the re-parenting changes can point at them.
       3100-GENERA.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF DEPT-NUEVO (DEPT-IDX)
                 MOVE 'A' TO TRN-ACCION
                 PERFORM 3150-GRABA-TRN
                 THRU 3150-GRABA-TRN-EXIT
              END-IF
           END-PERFORM
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF NOT DEPT-NUEVO (DEPT-IDX)
                 AND DEPT-ADMRDEPT (DEPT-IDX)
                     NOT = DEPT-ADMR-ORIG (DEPT-IDX)
                 MOVE 'C' TO TRN-ACCION
                 PERFORM 3150-GRABA-TRN
                 THRU 3150-GRABA-TRN-EXIT
              END-IF
           END-PERFORM

           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
              IF EMP-WORKDEPT (EMP-IDX) NOT = EMP-DEPT-ORIG (EMP-IDX)
                 MOVE SPACES TO REG-ETRNFILE
                 MOVE 'C'                    TO ETRN-ACCION
                 MOVE EMP-EMPNO (EMP-IDX)    TO ETRN-EMPNO
                 MOVE EMP-WORKDEPT (EMP-IDX) TO ETRN-WORKDEPT
                 MOVE WS-OPERADOR            TO ETRN-OPERADOR
                 WRITE REG-ETRNFILE
                 ADD 1 TO WS-CONT-ETRN
              END-IF
           END-PERFORM

      *    A DEPARTMENT ADDED AND MOVED AWAY AGAIN IN THE SAME REORG
      *    STILL GETS ITS DELETE - ITS ADD IS ALREADY IN THE FIRST
      *    PASS.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
              IF DEPT-BAJA (DEPT-IDX)
                 MOVE SPACES TO REG-TRNDFILE
                 MOVE 'D'                   TO TRD-ACCION
                 MOVE DEPT-DEPTNO (DEPT-IDX) TO TRD-DEPTNO
                 WRITE REG-TRNDFILE
                 ADD 1 TO WS-CONT-TRND
              END-IF
           END-PERFORM
           .
       3100-GENERA-EXIT.
           EXIT.

       3150-GRABA-TRN.
           MOVE DEPT-DEPTNO (DEPT-IDX)   TO TRN-DEPTNO
           MOVE DEPT-DEPTNAME (DEPT-IDX) TO TRN-DEPTNAME
           MOVE DEPT-MGRNO (DEPT-IDX)    TO TRN-MGRNO
           MOVE DEPT-ADMRDEPT (DEPT-IDX) TO TRN-ADMRDEPT
           MOVE DEPT-LOCATION (DEPT-IDX) TO TRN-LOCATION
           MOVE SPACES TO REG-TRNFILE (66:26)
           WRITE REG-TRNFILE
           ADD 1 TO WS-CONT-TRN
           .
       3150-GRABA-TRN-EXIT.
           EXIT.

      * The run book for the sign-off: which file goes to which
      * program, in which order. On a dry run the counts are what
      * an approved run would write. N01DMNT and N11EMNT refuse a
      * file without its batch header, so each file is stamped by
      * N38LOTE right before the step that applies it. The position
      * cards are moved before the transfers, or N11EMNT holds the
      * people to the old department's seats; the deletes wait for
      * NDB2846 to replay the day's journal into NEOSB43.EMP and
      * NDB2845 to unload it again, since N01DMNT's orphan guard
      * reads that extract.
       3200-ORDEN.
           IF NOT MODO-APROBADO OR WS-CONT-RECHAZOS > 0
              MOVE 0 TO WS-CONT-TRN
              MOVE 0 TO WS-CONT-TRND
              MOVE 0 TO WS-CONT-ETRN
              PERFORM VARYING DEPT-IDX FROM 1 BY 1
                      UNTIL DEPT-IDX > WS-DEPT-COUNT
                 IF DEPT-NUEVO (DEPT-IDX)
                    OR DEPT-ADMRDEPT (DEPT-IDX)
                       NOT = DEPT-ADMR-ORIG (DEPT-IDX)
                    ADD 1 TO WS-CONT-TRN
                 END-IF
                 IF DEPT-BAJA (DEPT-IDX)
                    ADD 1 TO WS-CONT-TRND
                 END-IF
              END-PERFORM
              PERFORM VARYING EMP-IDX FROM 1 BY 1
                      UNTIL EMP-IDX > WS-EMP-COUNT
                 IF EMP-WORKDEPT (EMP-IDX)
                    NOT = EMP-DEPT-ORIG (EMP-IDX)
                    ADD 1 TO WS-CONT-ETRN
                 END-IF
              END-PERFORM
           END-IF
           WRITE REG-RORFILE FROM WS-ROR-ORD-TITLE
           MOVE 1 TO ROL-PASO
           MOVE WS-CONT-TRN TO ROL-CONT
           MOVE 'TRNFILE  -> N38LOTE TIPO D (STAMP BATCH)'
             TO ROL-TEXTO
           WRITE REG-RORFILE FROM WS-ROR-ORD-LINE
           MOVE 2 TO ROL-PASO
           MOVE WS-CONT-TRN TO ROL-CONT
           MOVE 'TRNFILE  -> N01DMNT (ADDS, THEN RE-PARENTS)'
             TO ROL-TEXTO
           WRITE REG-RORFILE FROM WS-ROR-ORD-LINE
           MOVE 3 TO ROL-PASO
           MOVE WS-CONT-POSICIONES TO ROL-CONT
           MOVE 'POSFILE  -> RE-KEY / FOLD THE POSITION CARDS LISTED'
             TO ROL-TEXTO
           WRITE REG-RORFILE FROM WS-ROR-ORD-LINE
           MOVE 4 TO ROL-PASO
           MOVE WS-CONT-ETRN TO ROL-CONT
           MOVE 'ETRNFILE -> N38LOTE TIPO E (STAMP BATCH)'
             TO ROL-TEXTO
           WRITE REG-RORFILE FROM WS-ROR-ORD-LINE
           MOVE 5 TO ROL-PASO
           MOVE WS-CONT-ETRN TO ROL-CONT
           MOVE 'ETRNFILE -> N11EMNT (WORKDEPT TRANSFERS)'
             TO ROL-TEXTO
           WRITE REG-RORFILE FROM WS-ROR-ORD-LINE
           MOVE 6 TO ROL-PASO
           MOVE WS-CONT-ETRN TO ROL-CONT
           MOVE 'EJRNFILE -> NDB2846, THEN NDB2845 (EXTRACT REFRESH)'
             TO ROL-TEXTO
           WRITE REG-RORFILE FROM WS-ROR-ORD-LINE
           MOVE 7 TO ROL-PASO
           MOVE WS-CONT-TRND TO ROL-CONT
           MOVE 'TRNDFILE -> N38LOTE TIPO D (STAMP BATCH)'
             TO ROL-TEXTO
           WRITE REG-RORFILE FROM WS-ROR-ORD-LINE
           MOVE 8 TO ROL-PASO
           MOVE WS-CONT-TRND TO ROL-CONT
           MOVE 'TRNDFILE -> N01DMNT (DELETES, AFTER STEP 6)'
             TO ROL-TEXTO
           WRITE REG-RORFILE FROM WS-ROR-ORD-LINE
           .
       3200-ORDEN-EXIT.
           EXIT.

      * The seats the moves leave behind, counted from the employee
      * table as the cards end it against the survivor cards after
      * the fold. N11EMNT checks each transfer against the seat as
      * it fills, so a seat that ends over its authorization means
      * some of the transfers into it will be rejected and the
      * reorg left half-applied - the authorization has to be
      * raised first. A transfer into a controlled department with
      * no card for the employee's JOB is rejected the same way.
       3300-PLAZAS.
           IF WS-POS-COUNT = 0
              GO TO 3300-PLAZAS-EXIT
           END-IF
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > WS-POS-COUNT
              MOVE 0 TO POS-E-OCUPADO (POS-IDX)
           END-PERFORM
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
              MOVE EMP-WORKDEPT (EMP-IDX) TO WS-BUSCA-POS-DEPTNO
              MOVE EMP-JOB (EMP-IDX)      TO WS-BUSCA-POS-JOB
              PERFORM 3800-BUSCA-POS
              THRU 3800-BUSCA-POS-EXIT
              IF POS-FOUND
                 ADD 1 TO POS-E-OCUPADO (POS-IDX)
                 IF EMP-WORKDEPT (EMP-IDX)
                    NOT = EMP-DEPT-ORIG (EMP-IDX)
                    SET POS-E-AFECTADO (POS-IDX) TO TRUE
                 END-IF
              END-IF
           END-PERFORM

           WRITE REG-RORFILE FROM WS-ROR-POS-TITLE
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > WS-POS-COUNT
              IF POS-E-AFECTADO (POS-IDX)
                 MOVE 'SEAT' TO RDL-TIPO
                 MOVE POS-E-DEPTNO (POS-IDX) TO RDL-CLAVE
                 MOVE POS-E-OCUPADO (POS-IDX)    TO WS-POS-ED1
                 MOVE POS-E-AUTORIZADO (POS-IDX) TO WS-POS-ED2
                 MOVE SPACES TO RDL-NOMBRE
                 STRING 'JOB '              DELIMITED BY SIZE
                        POS-E-JOB (POS-IDX) DELIMITED BY SIZE
                        ' FILLED '          DELIMITED BY SIZE
                        WS-POS-ED1          DELIMITED BY SIZE
                        ' OF '              DELIMITED BY SIZE
                        WS-POS-ED2          DELIMITED BY SIZE
                   INTO RDL-NOMBRE
                 END-STRING
                 MOVE SPACES TO RDL-DESDE
                 MOVE SPACES TO RDL-HACIA
                 IF POS-E-OCUPADO (POS-IDX)
                    > POS-E-AUTORIZADO (POS-IDX)
                    ADD 1 TO WS-CONT-EXCESOS
                    MOVE 'OVER AUTHORIZED HEADCOUNT' TO RDL-NOTA
                 ELSE
                    MOVE 'WITHIN AUTHORIZATION' TO RDL-NOTA
                 END-IF
                 WRITE REG-RORFILE FROM WS-ROR-DET-LINE
              END-IF
           END-PERFORM

           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-COUNT
              IF EMP-WORKDEPT (EMP-IDX) NOT = EMP-DEPT-ORIG (EMP-IDX)
                 PERFORM 3350-SIN-POSICION
                 THRU 3350-SIN-POSICION-EXIT
              END-IF
           END-PERFORM
           .
       3300-PLAZAS-EXIT.
           EXIT.

      * Same test as N11EMNT's: a department with any card at all is
      * controlled, and a JOB without a card there has no seat.
       3350-SIN-POSICION.
           MOVE EMP-WORKDEPT (EMP-IDX) TO WS-BUSCA-POS-DEPTNO
           MOVE EMP-JOB (EMP-IDX)      TO WS-BUSCA-POS-JOB
           PERFORM 3800-BUSCA-POS
           THRU 3800-BUSCA-POS-EXIT
           IF POS-FOUND
              GO TO 3350-SIN-POSICION-EXIT
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
           IF NOT POS-CONTROLADO
              GO TO 3350-SIN-POSICION-EXIT
           END-IF
           ADD 1 TO WS-CONT-EXCESOS
           MOVE 'EMPLOYEE' TO RDL-TIPO
           MOVE EMP-EMPNO (EMP-IDX) TO RDL-CLAVE
           MOVE SPACES TO RDL-NOMBRE
           STRING 'JOB '              DELIMITED BY SIZE
                  EMP-JOB (EMP-IDX)   DELIMITED BY SIZE
             INTO RDL-NOMBRE
           END-STRING
           MOVE EMP-DEPT-ORIG (EMP-IDX) TO RDL-DESDE
           MOVE EMP-WORKDEPT (EMP-IDX)  TO RDL-HACIA
           MOVE 'NO AUTHORIZED POSITION' TO RDL-NOTA
           WRITE REG-RORFILE FROM WS-ROR-DET-LINE
           .
       3350-SIN-POSICION-EXIT.
           EXIT.

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

       3600-BUSCA-PPTO.
           SET BDG-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-BDG-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR BDG-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF BDG-E-DEPTNO (WS-BIN-MID) = WS-BUSCA-DEPTNO
                 SET BDG-FOUND TO TRUE
                 MOVE WS-BIN-MID TO WS-BIN-OCC
              ELSE
                 IF BDG-E-DEPTNO (WS-BIN-MID) < WS-BUSCA-DEPTNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           .
       3600-BUSCA-PPTO-EXIT.
           EXIT.

       3700-BUSCA-VAC.
           SET VAC-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-VAC-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR VAC-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF VAC-DEPTNO (WS-BIN-MID) = WS-BUSCA-DEPTNO
                 SET VAC-FOUND TO TRUE
                 MOVE WS-BIN-MID TO WS-BIN-OCC
              ELSE
                 IF VAC-DEPTNO (WS-BIN-MID) < WS-BUSCA-DEPTNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           .
       3700-BUSCA-VAC-EXIT.
           EXIT.

      * Leaves WS-POS-INS on the slot the key belongs in whether it
      * is found or not.
       3800-BUSCA-POS.
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
       3800-BUSCA-POS-EXIT.
           EXIT.

      * Slides an empty card for WS-BUSCA-POS in at WS-POS-INS and
      * leaves POS-IDX on it.
       3850-ALTA-POS.
           IF WS-POS-COUNT >= WS-POS-MAX
              MOVE 'TABLA DE POSICIONES LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-POS-COUNT
           PERFORM VARYING WS-INS-I FROM WS-POS-COUNT BY -1
                   UNTIL WS-INS-I <= WS-POS-INS
              COMPUTE WS-INS-J = WS-INS-I - 1
              MOVE POS-ENTRY (WS-INS-J) TO POS-ENTRY (WS-INS-I)
           END-PERFORM
           SET POS-IDX TO WS-POS-INS
           MOVE WS-BUSCA-POS TO POS-E-CLAVE (POS-IDX)
           MOVE 0 TO POS-E-AUTORIZADO (POS-IDX)
           MOVE 0 TO POS-E-OCUPADO (POS-IDX)
           MOVE SPACE TO POS-E-ESTADO (POS-IDX)
           .
       3850-ALTA-POS-EXIT.
           EXIT.

       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N28REOR ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
