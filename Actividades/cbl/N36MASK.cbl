       IDENTIFICATION DIVISION.
       PROGRAM-ID. N36MASK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPXFILE ASSIGN TO EMPXFILED
                          FILE STATUS WS-EMPXFILE-STATUS.
           SELECT EMPMFILE ASSIGN TO EMPMFILED
                          FILE STATUS WS-EMPMFILE-STATUS.
           SELECT DEPTFILE ASSIGN TO DEPTFILED
                          FILE STATUS WS-DEPTFILE-STATUS.
           SELECT DPTMFILE ASSIGN TO DPTMFILED
                          FILE STATUS WS-DPTMFILE-STATUS.
           SELECT PAYFILE  ASSIGN TO PAYFILED
                          FILE STATUS WS-PAYFILE-STATUS.
           SELECT PAYMFILE ASSIGN TO PAYMFILED
                          FILE STATUS WS-PAYMFILE-STATUS.
           SELECT PARMFILE ASSIGN TO PARMFILED
                          FILE STATUS WS-PARMFILE-STATUS.
           SELECT MSKFILE  ASSIGN TO MSKFILED
                          FILE STATUS WS-MSKFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Employee master extract written nightly by NDB2845 in the
      * published EMPREC layout, 'T' trailer last. It must arrive in
      * EMPNO order: the masked EMPNOs are handed out in that order,
      * so the masked copy comes out in sequence for N00BASE.
       FD EMPXFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-EMPXFILE.
           COPY EMPREC.

       FD EMPMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-EMPMFILE PIC X(80).

      * Department data in the 90-byte INFILE layout, as N00BASE
      * loads it; the N13DUNL unload of it ends in a 'T' trailer
      * (count of the records before it, zero hash), the INFILE
      * itself has none. Whichever arrives is what goes out.
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

       FD DPTMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 90 CHARACTERS.
       01 REG-DPTMFILE PIC X(90).

      * Payroll interface file from NDB2943: an 'H' header, one 'D'
      * row per employee and the 'T' trailer with count and salary
      * hash that N10VRFY mode Z balances.
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

       FD PAYMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-PAYMFILE PIC X(80).

      * The masking key, kept by whoever owns the production data
      * and never printed: MSK-FACTOR scales every salary and bonus,
      * MSK-SEMILLA shifts the generated names. No default - masking
      * with a guessable key is no masking at all.
       FD PARMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-PARMFILE.
           05  MSK-FACTOR        PIC 9(01)V9(04).
           05  MSK-SEMILLA       PIC 9(05).
           05  FILLER            PIC X(10).

       FD MSKFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-MSKFILE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EMPXFILE-STATUS PIC XX.
       01 WS-EMPMFILE-STATUS PIC XX.
       01 WS-DEPTFILE-STATUS PIC XX.
       01 WS-DPTMFILE-STATUS PIC XX.
       01 WS-PAYFILE-STATUS PIC XX.
       01 WS-PAYMFILE-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-MSKFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-FACTOR          PIC 9(1)V9(4) VALUE 0.
       01 WS-SEMILLA         PIC 9(5) VALUE 0.

      * Per-file control totals: records read, detail records,
      * records written, and the salary hash before and after.
       01 WS-EMP-LEIDOS      PIC 9(8) VALUE 0.
       01 WS-EMP-DETALLES    PIC 9(8) VALUE 0.
       01 WS-EMP-GRABADOS    PIC 9(8) VALUE 0.
       01 WS-EMP-HASH-IN     PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 WS-EMP-HASH-OUT    PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 WS-DPT-LEIDOS      PIC 9(8) VALUE 0.
       01 WS-DPT-DETALLES    PIC 9(8) VALUE 0.
       01 WS-DPT-GRABADOS    PIC 9(8) VALUE 0.
       01 WS-PAY-LEIDOS      PIC 9(8) VALUE 0.
       01 WS-PAY-DETALLES    PIC 9(8) VALUE 0.
       01 WS-PAY-GRABADOS    PIC 9(8) VALUE 0.
       01 WS-PAY-HASH-IN     PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 WS-PAY-HASH-OUT    PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 WS-CONT-MGR        PIC 9(6) VALUE 0.
       01 WS-CONT-MGR-AJENO  PIC 9(6) VALUE 0.
       01 WS-CONT-PAY-AJENO  PIC 9(6) VALUE 0.
       01 WS-CONT-DESCUADRE  PIC 9(6) VALUE 0.

       01 WS-HAY-DEPT        PIC X VALUE 'N'.
           88 HAY-DEPT       VALUE 'Y'.
       01 WS-HAY-PAY         PIC X VALUE 'N'.
           88 HAY-PAY        VALUE 'Y'.

      * Input trailers, banked when read and proved against what was
      * counted once the file is done. The masked copies get fresh
      * trailers built from the masked totals.
       01 WS-EMP-TRL-VISTO   PIC X VALUE 'N'.
           88 EMP-TRL-VISTO  VALUE 'Y'.
       01 WS-EMP-TRL-COUNT   PIC 9(8) VALUE 0.
       01 WS-EMP-TRL-HASH    PIC 9(11)V99 VALUE 0.
       01 WS-DPT-TRL-VISTO   PIC X VALUE 'N'.
           88 DPT-TRL-VISTO  VALUE 'Y'.
       01 WS-DPT-TRL-COUNT   PIC 9(8) VALUE 0.
       01 WS-DPT-TRL-REG     PIC X(90).
       01 WS-PAY-TRL-VISTO   PIC X VALUE 'N'.
           88 PAY-TRL-VISTO  VALUE 'Y'.
       01 WS-PAY-TRL-COUNT   PIC 9(8) VALUE 0.
       01 WS-PAY-TRL-HASH    PIC 9(11)V99 VALUE 0.
       01 WS-TRL-COUNT-X     PIC X(8).
       01 WS-TRL-COUNT-N REDEFINES WS-TRL-COUNT-X
                             PIC 9(8).
       01 WS-TRL-HASH-X      PIC X(13).
       01 WS-TRL-HASH-N REDEFINES WS-TRL-HASH-X
                             PIC 9(11)V99.
       01 WS-HASH-Z          PIC 9(11)V99.

       01 WS-EMPX-TRAILER.
           10 EMPT-TIPO             PIC X(1) VALUE 'T'.
           10 EMPT-COUNT            PIC 9(8).
           10 EMPT-HASH             PIC 9(11)V99.
           10 FILLER                PIC X(58) VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

      * The control report shows record counts and the balance
      * verdict only - never a real EMPNO, name or amount, nor the
      * key. The salary hashes are compared here but not printed:
      * the input one is the real payroll total, and the two side
      * by side give the factor away.
       01 WS-MSK-TITLE.
           10 MTL-LIT              PIC X(40)
               VALUE 'TEST-DATA MASKING CONTROL REPORT'.
           10 MTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 MTL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-MSK-HEADER.
           10 MHD-ARCHIVO          PIC X(8)  VALUE 'FILE'.
           10 MHD-PIPE1            PIC X(1)  VALUE '|'.
           10 MHD-LEIDOS           PIC X(8)  VALUE 'READ'.
           10 MHD-PIPE2            PIC X(1)  VALUE '|'.
           10 MHD-DETALLES         PIC X(8)  VALUE 'DETAILS'.
           10 MHD-PIPE3            PIC X(1)  VALUE '|'.
           10 MHD-GRABADOS         PIC X(8)  VALUE 'WRITTEN'.
           10 MHD-PIPE4            PIC X(1)  VALUE '|'.
           10 MHD-TRAILER          PIC X(20) VALUE 'INPUT TRAILER'.
           10 FILLER               PIC X(76) VALUE SPACES.
       01 WS-MSK-LINE.
           10 MSL-ARCHIVO          PIC X(8).
           10 MSL-PIPE1            PIC X(1)  VALUE '|'.
           10 MSL-LEIDOS           PIC ZZZZZZZ9.
           10 MSL-PIPE2            PIC X(1)  VALUE '|'.
           10 MSL-DETALLES         PIC ZZZZZZZ9.
           10 MSL-PIPE3            PIC X(1)  VALUE '|'.
           10 MSL-GRABADOS         PIC ZZZZZZZ9.
           10 MSL-PIPE4            PIC X(1)  VALUE '|'.
           10 MSL-TRAILER          PIC X(20).
           10 FILLER               PIC X(76) VALUE SPACES.
       01 WS-MSK-FOOTER.
           10 MFT-CONT             PIC ZZZZZ9.
           10 MFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * Real EMPNO to masked EMPNO. Extract employees are numbered
      * 000010, 000020 ... in extract order, so the table is born in
      * real-EMPNO order and can be bisected. An EMPNO met elsewhere
      * (a MGRNO or a PAYFILE row) that is not on the extract gets a
      * number from 900001 up, kept in its own table by binary
      * insertion, so it too masks the same way in every file and a
      * dangling MGRNO still dangles.
       01 WS-MAP-MAX                PIC 9(5) VALUE 50000.
       01 WS-MAP-COUNT              PIC 9(5) VALUE 0.
       01 WS-MAP-TABLE.
           05 MAP-ENTRY OCCURS 50000 TIMES
                        INDEXED BY MAP-IDX.
               10 MAP-REAL          PIC X(6).
               10 MAP-MASK          PIC X(6).
       01 WS-MAP-FOUND              PIC X VALUE 'N'.
           88 MAP-FOUND             VALUE 'Y'.
           88 MAP-NOT-FOUND         VALUE 'N'.
       01 WS-OVF-MAX                PIC 9(5) VALUE 5000.
       01 WS-OVF-COUNT              PIC 9(5) VALUE 0.
       01 WS-OVF-TABLE.
           05 OVF-ENTRY OCCURS 5000 TIMES
                        INDEXED BY OVF-IDX.
               10 OVF-REAL          PIC X(6).
               10 OVF-MASK          PIC X(6).
       01 WS-OVF-FOUND              PIC X VALUE 'N'.
           88 OVF-FOUND             VALUE 'Y'.
           88 OVF-NOT-FOUND         VALUE 'N'.
       01 WS-OVF-BASE               PIC 9(6) VALUE 900000.
       01 WS-OVF-INS                PIC 9(5).
       01 WS-OVF-I                  PIC 9(5).
       01 WS-OVF-J                  PIC 9(5).
       01 WS-EMP-PREV               PIC X(6) VALUE LOW-VALUES.
       01 WS-BUSCA-EMPNO            PIC X(6).
       01 WS-MSK-NUM                PIC 9(6).
       01 WS-MSK-EMPNO              PIC X(6).
       01 WS-MSK-NUEVO              PIC X VALUE 'N'.
           88 MSK-NUEVO             VALUE 'Y'.
       01 WS-BIN-LO                 PIC 9(5).
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-ABORT-MSG              PIC X(40).

      * Generated names: the masked EMPNO plus the key's seed pick a
      * first and a last name from these lists, so a person gets the
      * same made-up name on the extract and on PAYFILE.
       01 WS-NOMBRES-VAL.
           05 FILLER PIC X(12) VALUE 'ANA'.
           05 FILLER PIC X(12) VALUE 'LUIS'.
           05 FILLER PIC X(12) VALUE 'MARTA'.
           05 FILLER PIC X(12) VALUE 'JORGE'.
           05 FILLER PIC X(12) VALUE 'ELENA'.
           05 FILLER PIC X(12) VALUE 'PABLO'.
           05 FILLER PIC X(12) VALUE 'LUCIA'.
           05 FILLER PIC X(12) VALUE 'DIEGO'.
           05 FILLER PIC X(12) VALUE 'SOFIA'.
           05 FILLER PIC X(12) VALUE 'RAUL'.
           05 FILLER PIC X(12) VALUE 'CARMEN'.
           05 FILLER PIC X(12) VALUE 'HUGO'.
           05 FILLER PIC X(12) VALUE 'IRENE'.
           05 FILLER PIC X(12) VALUE 'MARIO'.
           05 FILLER PIC X(12) VALUE 'NORA'.
           05 FILLER PIC X(12) VALUE 'OSCAR'.
           05 FILLER PIC X(12) VALUE 'PAULA'.
           05 FILLER PIC X(12) VALUE 'RUBEN'.
           05 FILLER PIC X(12) VALUE 'SARA'.
           05 FILLER PIC X(12) VALUE 'TOMAS'.
       01 WS-NOMBRES REDEFINES WS-NOMBRES-VAL.
           05 NOM-PRIMERO PIC X(12) OCCURS 20 TIMES.
       01 WS-APELLIDOS-VAL.
           05 FILLER PIC X(15) VALUE 'GARCIA'.
           05 FILLER PIC X(15) VALUE 'LOPEZ'.
           05 FILLER PIC X(15) VALUE 'MARTIN'.
           05 FILLER PIC X(15) VALUE 'SANCHEZ'.
           05 FILLER PIC X(15) VALUE 'PEREZ'.
           05 FILLER PIC X(15) VALUE 'GOMEZ'.
           05 FILLER PIC X(15) VALUE 'RUIZ'.
           05 FILLER PIC X(15) VALUE 'DIAZ'.
           05 FILLER PIC X(15) VALUE 'MORENO'.
           05 FILLER PIC X(15) VALUE 'ALVAREZ'.
           05 FILLER PIC X(15) VALUE 'ROMERO'.
           05 FILLER PIC X(15) VALUE 'NAVARRO'.
           05 FILLER PIC X(15) VALUE 'TORRES'.
           05 FILLER PIC X(15) VALUE 'DOMINGUEZ'.
           05 FILLER PIC X(15) VALUE 'VAZQUEZ'.
           05 FILLER PIC X(15) VALUE 'RAMOS'.
           05 FILLER PIC X(15) VALUE 'GIL'.
           05 FILLER PIC X(15) VALUE 'SERRANO'.
           05 FILLER PIC X(15) VALUE 'BLANCO'.
           05 FILLER PIC X(15) VALUE 'MOLINA'.
       01 WS-APELLIDOS REDEFINES WS-APELLIDOS-VAL.
           05 NOM-APELLIDO PIC X(15) OCCURS 20 TIMES.
       01 WS-NOM-K                  PIC 9(7).
       01 WS-NOM-T                  PIC 9(9).
       01 WS-NOM-Q                  PIC 9(7).
       01 WS-NOM-Q2                 PIC 9(9).
       01 WS-NOM-R                  PIC 9(2).
       01 WS-NOM-R2                 PIC 9(2).
       01 WS-NOM-PRIMERO            PIC X(12).
       01 WS-NOM-APELLIDO           PIC X(15).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL WS-EMPXFILE-STATUS = FS-EOF

           PERFORM 2500-DEPTO
           THRU 2500-DEPTO-EXIT
           UNTIL WS-DEPTFILE-STATUS = FS-EOF

           PERFORM 2700-PAGO
           THRU 2700-PAGO-EXIT
           UNTIL WS-PAYFILE-STATUS = FS-EOF

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

      *    THE EXTRACT IS WHERE THE EMPNO MAP COMES FROM - WITHOUT IT
      *    THE OTHER TWO FILES CANNOT BE MASKED CONSISTENTLY.
           OPEN INPUT EMPXFILE
           EVALUATE WS-EMPXFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  MOVE 'NO EXISTE EXTRACTO DE EMPLEADOS'
                    TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
               WHEN OTHER
                  MOVE 'NO SE PUEDE ABRIR EMPXFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
           OPEN OUTPUT EMPMFILE
           EVALUATE WS-EMPMFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE EMPMFILE ES: " WS-EMPMFILE-STATUS
           END-EVALUATE

           OPEN INPUT DEPTFILE
           EVALUATE WS-DEPTFILE-STATUS
               WHEN "00"
                  SET HAY-DEPT TO TRUE
                  OPEN OUTPUT DPTMFILE
                  EVALUATE WS-DPTMFILE-STATUS
                      WHEN "00"
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "EL ERROR DE DPTMFILE ES: "
                                 WS-DPTMFILE-STATUS
                  END-EVALUATE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE DEPARTAMENTOS"
                  MOVE FS-EOF TO WS-DEPTFILE-STATUS
               WHEN OTHER
                  DISPLAY "EL ERROR DE DEPTFILE ES: " WS-DEPTFILE-STATUS
                  MOVE FS-EOF TO WS-DEPTFILE-STATUS
           END-EVALUATE

           OPEN INPUT PAYFILE
           EVALUATE WS-PAYFILE-STATUS
               WHEN "00"
                  SET HAY-PAY TO TRUE
                  OPEN OUTPUT PAYMFILE
                  EVALUATE WS-PAYMFILE-STATUS
                      WHEN "00"
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "EL ERROR DE PAYMFILE ES: "
                                 WS-PAYMFILE-STATUS
                  END-EVALUATE
               WHEN "35"
                  DISPLAY "NO EXISTE PAYFILE"
                  MOVE FS-EOF TO WS-PAYFILE-STATUS
               WHEN OTHER
                  DISPLAY "EL ERROR DE PAYFILE ES: " WS-PAYFILE-STATUS
                  MOVE FS-EOF TO WS-PAYFILE-STATUS
           END-EVALUATE

           OPEN OUTPUT MSKFILE
           EVALUATE WS-MSKFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE MSKFILE ES: " WS-MSKFILE-STATUS
           END-EVALUATE
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
                        IF MSK-FACTOR IS NUMERIC
                           MOVE MSK-FACTOR TO WS-FACTOR
                        END-IF
                        IF MSK-SEMILLA IS NUMERIC
                           MOVE MSK-SEMILLA TO WS-SEMILLA
                        END-IF
                  END-READ
                  CLOSE PARMFILE
               WHEN "35"
                  DISPLAY "NO EXISTE PARMFILE DE ENMASCARAMIENTO"
               WHEN OTHER
                  DISPLAY "EL ERROR DE PARMFILE ES: " WS-PARMFILE-STATUS
           END-EVALUATE
           IF WS-FACTOR = 0
              MOVE 'FALTA EL FACTOR DE ENMASCARAMIENTO' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           .
       1100-CARGA-PARM-EXIT.
           EXIT.

       2000-PROCESO.
           READ EMPXFILE INTO REG-EMPXFILE
              AT END
                 MOVE FS-EOF TO WS-EMPXFILE-STATUS
           END-READ
           IF WS-EMPXFILE-STATUS = FS-EOF
              GO TO 2000-PROCESO-EXIT
           END-IF
           ADD 1 TO WS-EMP-LEIDOS
           IF EMPX-EMPNO (1:1) = 'T'
              SET EMP-TRL-VISTO TO TRUE
              MOVE REG-EMPXFILE (2:8)  TO WS-TRL-COUNT-X
              MOVE REG-EMPXFILE (10:13) TO WS-TRL-HASH-X
              IF WS-TRL-COUNT-X IS NUMERIC
                 MOVE WS-TRL-COUNT-N TO WS-EMP-TRL-COUNT
              END-IF
              IF WS-TRL-HASH-X IS NUMERIC
                 MOVE WS-TRL-HASH-N TO WS-EMP-TRL-HASH
              END-IF
              GO TO 2000-PROCESO-EXIT
           END-IF
           IF EMPX-EMPNO NOT > WS-EMP-PREV
              MOVE 'EMPXFILE FUERA DE SECUENCIA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           IF WS-MAP-COUNT >= WS-MAP-MAX
              MOVE 'TABLA DE EMPLEADOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE EMPX-EMPNO TO WS-EMP-PREV
           ADD 1 TO WS-EMP-DETALLES
           ADD EMPX-SALARY TO WS-EMP-HASH-IN

           ADD 1 TO WS-MAP-COUNT
           SET MAP-IDX TO WS-MAP-COUNT
           COMPUTE WS-MSK-NUM = WS-MAP-COUNT * 10
           MOVE WS-MSK-NUM TO WS-MSK-EMPNO
           MOVE EMPX-EMPNO   TO MAP-REAL (MAP-IDX)
           MOVE WS-MSK-EMPNO TO MAP-MASK (MAP-IDX)

           MOVE WS-MSK-EMPNO TO EMPX-EMPNO
           PERFORM 2900-GENERA-NOMBRE
           THRU 2900-GENERA-NOMBRE-EXIT
           MOVE WS-NOM-PRIMERO  TO EMPX-FIRSTNME
           MOVE WS-NOM-APELLIDO TO EMPX-LASTNAME
           COMPUTE EMPX-SALARY ROUNDED = EMPX-SALARY * WS-FACTOR
              ON SIZE ERROR
                 MOVE 'EL FACTOR DESBORDA UN SALARIO' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
           END-COMPUTE
           COMPUTE EMPX-BONUS ROUNDED = EMPX-BONUS * WS-FACTOR
              ON SIZE ERROR
                 MOVE 'EL FACTOR DESBORDA UN BONO' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
           END-COMPUTE
           ADD EMPX-SALARY TO WS-EMP-HASH-OUT
           WRITE REG-EMPMFILE FROM REG-EMPXFILE
           ADD 1 TO WS-EMP-GRABADOS
           .
       2000-PROCESO-EXIT.
           EXIT.

      * DEPTNO, ADMRDEPT, names and locations pass unchanged - the
      * structure is what the test region needs. Only the MGRNO is
      * an employee, and it takes the same masked EMPNO the
      * manager got on the extract.
       2500-DEPTO.
           READ DEPTFILE INTO REG-DEPTFILE
              AT END
                 MOVE FS-EOF TO WS-DEPTFILE-STATUS
           END-READ
           IF WS-DEPTFILE-STATUS = FS-EOF
              GO TO 2500-DEPTO-EXIT
           END-IF
           ADD 1 TO WS-DPT-LEIDOS
           IF DPT-DEPTNO (1:1) = 'T' AND REG-DEPTFILE (2:8) IS NUMERIC
              SET DPT-TRL-VISTO TO TRUE
              MOVE REG-DEPTFILE (2:8) TO WS-DPT-TRL-COUNT
              MOVE REG-DEPTFILE TO WS-DPT-TRL-REG
              GO TO 2500-DEPTO-EXIT
           END-IF
           ADD 1 TO WS-DPT-DETALLES
           IF DPT-MGRNO NOT = SPACES
              MOVE DPT-MGRNO TO WS-BUSCA-EMPNO
              PERFORM 3600-REMAPEA
              THRU 3600-REMAPEA-EXIT
              MOVE WS-MSK-EMPNO TO DPT-MGRNO
              ADD 1 TO WS-CONT-MGR
              IF NOT MAP-FOUND
                 ADD 1 TO WS-CONT-MGR-AJENO
              END-IF
           END-IF
           WRITE REG-DPTMFILE FROM REG-DEPTFILE
           ADD 1 TO WS-DPT-GRABADOS
           .
       2500-DEPTO-EXIT.
           EXIT.

      * 'D' rows are masked like the extract row of the same
      * employee; the 'H' header goes across as it came.
       2700-PAGO.
           READ PAYFILE INTO REG-PAYFILE
              AT END
                 MOVE FS-EOF TO WS-PAYFILE-STATUS
           END-READ
           IF WS-PAYFILE-STATUS = FS-EOF
              GO TO 2700-PAGO-EXIT
           END-IF
           ADD 1 TO WS-PAY-LEIDOS
           EVALUATE PAY-TIPO
               WHEN 'T'
                  SET PAY-TRL-VISTO TO TRUE
                  MOVE REG-PAYFILE (2:8)  TO WS-TRL-COUNT-X
                  MOVE REG-PAYFILE (10:13) TO WS-TRL-HASH-X
                  IF WS-TRL-COUNT-X IS NUMERIC
                     MOVE WS-TRL-COUNT-N TO WS-PAY-TRL-COUNT
                  END-IF
                  IF WS-TRL-HASH-X IS NUMERIC
                     MOVE WS-TRL-HASH-N TO WS-PAY-TRL-HASH
                  END-IF
                  GO TO 2700-PAGO-EXIT
               WHEN 'D'
                  ADD 1 TO WS-PAY-DETALLES
                  ADD PAYD-SALARY TO WS-PAY-HASH-IN
                  MOVE PAYD-EMPNO TO WS-BUSCA-EMPNO
                  PERFORM 3600-REMAPEA
                  THRU 3600-REMAPEA-EXIT
                  IF NOT MAP-FOUND
                     ADD 1 TO WS-CONT-PAY-AJENO
                  END-IF
                  MOVE WS-MSK-EMPNO TO PAYD-EMPNO
                  PERFORM 2900-GENERA-NOMBRE
                  THRU 2900-GENERA-NOMBRE-EXIT
                  MOVE WS-NOM-PRIMERO  TO PAYD-FIRSTNME
                  MOVE WS-NOM-APELLIDO TO PAYD-LASTNAME
                  COMPUTE PAYD-SALARY ROUNDED = PAYD-SALARY * WS-FACTOR
                     ON SIZE ERROR
                        MOVE 'EL FACTOR DESBORDA UN SALARIO'
                          TO WS-ABORT-MSG
                        PERFORM 9000-ABORTA
                        THRU 9000-ABORTA-EXIT
                  END-COMPUTE
                  COMPUTE PAYD-BONUS ROUNDED = PAYD-BONUS * WS-FACTOR
                     ON SIZE ERROR
                        MOVE 'EL FACTOR DESBORDA UN BONO'
                          TO WS-ABORT-MSG
                        PERFORM 9000-ABORTA
                        THRU 9000-ABORTA-EXIT
                  END-COMPUTE
                  ADD PAYD-SALARY TO WS-PAY-HASH-OUT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE
           WRITE REG-PAYMFILE FROM REG-PAYFILE
           ADD 1 TO WS-PAY-GRABADOS
           .
       2700-PAGO-EXIT.
           EXIT.

      * First and last name from the masked number in WS-MSK-NUM:
      * the first name turns over with every employee, the last name
      * is stirred so neighbours do not share it.
       2900-GENERA-NOMBRE.
           COMPUTE WS-NOM-K = WS-MSK-NUM / 10 + WS-SEMILLA
           DIVIDE WS-NOM-K BY 20 GIVING WS-NOM-Q REMAINDER WS-NOM-R
           COMPUTE WS-NOM-T = WS-NOM-K * 7 + WS-NOM-Q
           DIVIDE WS-NOM-T BY 20 GIVING WS-NOM-Q2 REMAINDER WS-NOM-R2
           ADD 1 TO WS-NOM-R
           ADD 1 TO WS-NOM-R2
           MOVE NOM-PRIMERO (WS-NOM-R)   TO WS-NOM-PRIMERO
           MOVE NOM-APELLIDO (WS-NOM-R2) TO WS-NOM-APELLIDO
           .
       2900-GENERA-NOMBRE-EXIT.
           EXIT.

       3000-FIN.
      *    FRESH TRAILERS FROM THE MASKED TOTALS, SO THE TEST SET
      *    BALANCES IN N10VRFY. THE DEPARTMENT FILE ONLY GETS ONE IF
      *    IT CAME WITH ONE.
           MOVE WS-EMP-DETALLES TO EMPT-COUNT
           MOVE WS-EMP-HASH-OUT TO EMPT-HASH
           WRITE REG-EMPMFILE FROM WS-EMPX-TRAILER
           ADD 1 TO WS-EMP-GRABADOS

           IF HAY-DEPT AND DPT-TRL-VISTO
              MOVE WS-DPT-TRL-REG TO REG-DEPTFILE
              MOVE WS-DPT-DETALLES TO WS-TRL-COUNT-N
              MOVE WS-TRL-COUNT-X TO REG-DEPTFILE (2:8)
              WRITE REG-DPTMFILE FROM REG-DEPTFILE
              ADD 1 TO WS-DPT-GRABADOS
           END-IF

           IF HAY-PAY
              MOVE SPACES TO REG-PAYFILE
              MOVE 'T' TO PAY-TIPO
              MOVE WS-PAY-DETALLES TO PAYT-COUNT
              MOVE WS-PAY-HASH-OUT TO PAYT-HASH
              WRITE REG-PAYMFILE FROM REG-PAYFILE
              ADD 1 TO WS-PAY-GRABADOS
           END-IF

           MOVE WS-RUN-DATE-RF TO MTL-FECHA
           WRITE REG-MSKFILE FROM WS-MSK-TITLE
           WRITE REG-MSKFILE FROM WS-MSK-HEADER

           MOVE 'EMPXFILE'      TO MSL-ARCHIVO
           MOVE WS-EMP-LEIDOS   TO MSL-LEIDOS
           MOVE WS-EMP-DETALLES TO MSL-DETALLES
           MOVE WS-EMP-GRABADOS TO MSL-GRABADOS
           MOVE WS-EMP-HASH-IN  TO WS-HASH-Z
           EVALUATE TRUE
               WHEN NOT EMP-TRL-VISTO
                  MOVE '*MISSING*' TO MSL-TRAILER
                  ADD 1 TO WS-CONT-DESCUADRE
               WHEN WS-EMP-TRL-COUNT NOT = WS-EMP-DETALLES
               WHEN WS-EMP-TRL-HASH NOT = WS-HASH-Z
                  MOVE '*OUT OF BALANCE*' TO MSL-TRAILER
                  ADD 1 TO WS-CONT-DESCUADRE
               WHEN OTHER
                  MOVE 'BALANCED' TO MSL-TRAILER
           END-EVALUATE
           WRITE REG-MSKFILE FROM WS-MSK-LINE

           MOVE 'DEPTFILE'      TO MSL-ARCHIVO
           MOVE WS-DPT-LEIDOS   TO MSL-LEIDOS
           MOVE WS-DPT-DETALLES TO MSL-DETALLES
           MOVE WS-DPT-GRABADOS TO MSL-GRABADOS
           EVALUATE TRUE
               WHEN NOT HAY-DEPT
                  MOVE 'NO INPUT' TO MSL-TRAILER
               WHEN NOT DPT-TRL-VISTO
                  MOVE 'NONE' TO MSL-TRAILER
               WHEN WS-DPT-TRL-COUNT NOT = WS-DPT-DETALLES
                  MOVE '*OUT OF BALANCE*' TO MSL-TRAILER
                  ADD 1 TO WS-CONT-DESCUADRE
               WHEN OTHER
                  MOVE 'BALANCED' TO MSL-TRAILER
           END-EVALUATE
           WRITE REG-MSKFILE FROM WS-MSK-LINE

           MOVE 'PAYFILE'       TO MSL-ARCHIVO
           MOVE WS-PAY-LEIDOS   TO MSL-LEIDOS
           MOVE WS-PAY-DETALLES TO MSL-DETALLES
           MOVE WS-PAY-GRABADOS TO MSL-GRABADOS
           MOVE WS-PAY-HASH-IN  TO WS-HASH-Z
           EVALUATE TRUE
               WHEN NOT HAY-PAY
                  MOVE 'NO INPUT' TO MSL-TRAILER
               WHEN NOT PAY-TRL-VISTO
                  MOVE '*MISSING*' TO MSL-TRAILER
                  ADD 1 TO WS-CONT-DESCUADRE
               WHEN WS-PAY-TRL-COUNT NOT = WS-PAY-DETALLES
               WHEN WS-PAY-TRL-HASH NOT = WS-HASH-Z
                  MOVE '*OUT OF BALANCE*' TO MSL-TRAILER
                  ADD 1 TO WS-CONT-DESCUADRE
               WHEN OTHER
                  MOVE 'BALANCED' TO MSL-TRAILER
           END-EVALUATE
           WRITE REG-MSKFILE FROM WS-MSK-LINE

           MOVE WS-MAP-COUNT TO MFT-CONT
           MOVE ' EMPLOYEES REMAPPED FROM THE EXTRACT' TO MFT-LIT
           WRITE REG-MSKFILE FROM WS-MSK-FOOTER
           MOVE WS-CONT-MGR TO MFT-CONT
           MOVE ' DEPARTMENT MGRNOS REMAPPED' TO MFT-LIT
           WRITE REG-MSKFILE FROM WS-MSK-FOOTER
           MOVE WS-CONT-MGR-AJENO TO MFT-CONT
           MOVE ' MGRNOS NOT ON THE EXTRACT' TO MFT-LIT
           WRITE REG-MSKFILE FROM WS-MSK-FOOTER
           MOVE WS-CONT-PAY-AJENO TO MFT-CONT
           MOVE ' PAYFILE EMPNOS NOT ON THE EXTRACT' TO MFT-LIT
           WRITE REG-MSKFILE FROM WS-MSK-FOOTER
           MOVE WS-CONT-DESCUADRE TO MFT-CONT
           MOVE ' INPUT TRAILERS MISSING OR OFF' TO MFT-LIT
           WRITE REG-MSKFILE FROM WS-MSK-FOOTER

           CLOSE EMPXFILE
           CLOSE EMPMFILE
           IF HAY-DEPT
              CLOSE DEPTFILE
              CLOSE DPTMFILE
           END-IF
           IF HAY-PAY
              CLOSE PAYFILE
              CLOSE PAYMFILE
           END-IF
           CLOSE MSKFILE
           DISPLAY 'N36MASK - EMPLEADOS.........: ' WS-EMP-DETALLES
           DISPLAY 'N36MASK - DEPARTAMENTOS.....: ' WS-DPT-DETALLES
           DISPLAY 'N36MASK - DETALLES PAYFILE..: ' WS-PAY-DETALLES
           DISPLAY 'N36MASK - EMPNOS AJENOS.....: ' WS-OVF-COUNT
           DISPLAY 'N36MASK - TRAILERS DESCUADR.: ' WS-CONT-DESCUADRE
           IF WS-CONT-DESCUADRE > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

      * WS-BUSCA-EMPNO to its masked EMPNO in WS-MSK-EMPNO (and
      * WS-MSK-NUM). MAP-FOUND says it was an extract employee; if
      * not, the overflow table gives it - or now assigns it - a
      * number of its own.
       3600-REMAPEA.
           SET MAP-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-MAP-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR MAP-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF MAP-REAL (WS-BIN-MID) = WS-BUSCA-EMPNO
                 SET MAP-FOUND TO TRUE
                 SET MAP-IDX TO WS-BIN-MID
              ELSE
                 IF MAP-REAL (WS-BIN-MID) < WS-BUSCA-EMPNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           IF MAP-FOUND
              MOVE MAP-MASK (MAP-IDX) TO WS-MSK-EMPNO
              MOVE WS-MSK-EMPNO TO WS-MSK-NUM
              GO TO 3600-REMAPEA-EXIT
           END-IF

           SET OVF-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-OVF-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR OVF-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF OVF-REAL (WS-BIN-MID) = WS-BUSCA-EMPNO
                 SET OVF-FOUND TO TRUE
                 SET OVF-IDX TO WS-BIN-MID
              ELSE
                 IF OVF-REAL (WS-BIN-MID) < WS-BUSCA-EMPNO
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           IF OVF-FOUND
              MOVE OVF-MASK (OVF-IDX) TO WS-MSK-EMPNO
              MOVE WS-MSK-EMPNO TO WS-MSK-NUM
              GO TO 3600-REMAPEA-EXIT
           END-IF

           MOVE WS-BIN-LO TO WS-OVF-INS
           IF WS-OVF-COUNT >= WS-OVF-MAX
              MOVE 'TABLA DE EMPNOS AJENOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-OVF-COUNT
           PERFORM VARYING WS-OVF-I FROM WS-OVF-COUNT BY -1
                   UNTIL WS-OVF-I <= WS-OVF-INS
              COMPUTE WS-OVF-J = WS-OVF-I - 1
              MOVE OVF-ENTRY (WS-OVF-J) TO OVF-ENTRY (WS-OVF-I)
           END-PERFORM
           COMPUTE WS-MSK-NUM = WS-OVF-BASE + WS-OVF-COUNT
           MOVE WS-MSK-NUM TO WS-MSK-EMPNO
           SET OVF-IDX TO WS-OVF-INS
           MOVE WS-BUSCA-EMPNO TO OVF-REAL (OVF-IDX)
           MOVE WS-MSK-EMPNO   TO OVF-MASK (OVF-IDX)
           .
       3600-REMAPEA-EXIT.
           EXIT.

      *    UN TECHO DE CAPACIDAD TERMINA LA CORRIDA CON RC DURO EN
      *    VEZ DE UN JUEGO DE PRUEBA A MEDIO ENMASCARAR.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N36MASK ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
