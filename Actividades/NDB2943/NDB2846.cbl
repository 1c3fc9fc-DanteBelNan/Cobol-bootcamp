       IDENTIFICATION DIVISION.
       PROGRAM-ID. NDB2846.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EJRNFILE   ASSIGN  TO EJRNFILE
                             FILE STATUS IS WS-EJRNFILE-STATUS.
           SELECT DB2RFILE   ASSIGN  TO DB2RFILE
                             FILE STATUS IS WS-DB2RFILE-STATUS.
           SELECT AUDFILE    ASSIGN  TO AUDFILE
                             FILE STATUS IS WS-AUDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Journal of the keyed employee master, appended by N11EMNT
      * and N27APRB for every add, change and delete they land in
      * EMSTFILE. Only the rows of the business date are replayed;
      * older days were pushed by earlier runs.
       FD  EJRNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS  170 CHARACTERS.
       01  REG-EJRNFILE.
           COPY EJRNREC.

       FD  DB2RFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS  132 CHARACTERS.
       01  REG-DB2RFILE   PIC X(132).

       FD  AUDFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS  80 CHARACTERS.
       01  REG-AUDFILE.
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
       01 WS-EJRNFILE-STATUS PIC X(02).
       01 WS-DB2RFILE-STATUS PIC X(02).
       01 WS-AUDFILE-STATUS PIC X(02).
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-AUD-RAW-TS.
           05 WS-AUD-RAW-DATE      PIC 9(8).
           05 WS-AUD-RAW-TIME      PIC 9(6).
           05 FILLER               PIC X(7).
       01 WS-SQLCODE-RF             PIC -(7)9.

       01 WS-VARIABLES.
           05 WS-CONTADOR          PIC 9(06) VALUE 0.
           05 WS-CONT-OTROS-DIAS   PIC 9(06) VALUE 0.
           05 WS-CONT-UPDATE       PIC 9(06) VALUE 0.
           05 WS-CONT-INSERT       PIC 9(06) VALUE 0.
           05 WS-CONT-DELETE       PIC 9(06) VALUE 0.
           05 WS-CONT-AUSENTE      PIC 9(06) VALUE 0.
           05 WS-CONT-ERROR        PIC 9(06) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-DB2R-TITLE.
           10 ATL-LIT              PIC X(40)
                        VALUE 'EMPLOYEE JOURNAL APPLIED TO NEOSB43.EMP'.
           10 ATL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 ATL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-DB2R-HEADER.
           10 AHD-EMPNO            PIC X(6)  VALUE 'EMPNO'.
           10 AHD-PIPE1            PIC X(1)  VALUE '|'.
           10 AHD-ACCION           PIC X(1)  VALUE 'A'.
           10 AHD-PIPE2            PIC X(1)  VALUE '|'.
           10 AHD-HORA             PIC X(8)  VALUE 'TIME'.
           10 AHD-PIPE3            PIC X(1)  VALUE '|'.
           10 AHD-PROGRAMA         PIC X(8)  VALUE 'PROGRAM'.
           10 AHD-PIPE4            PIC X(1)  VALUE '|'.
           10 AHD-OPERADOR         PIC X(8)  VALUE 'OPERATOR'.
           10 AHD-PIPE5            PIC X(1)  VALUE '|'.
           10 AHD-RESULT           PIC X(36) VALUE 'RESULT'.
           10 AHD-PIPE6            PIC X(1)  VALUE '|'.
           10 AHD-SQLCODE          PIC X(8)  VALUE 'SQLCODE'.
           10 FILLER               PIC X(51) VALUE SPACES.
       01 WS-DB2R-LINE.
           10 ALN-EMPNO            PIC X(6).
           10 ALN-PIPE1            PIC X(1)  VALUE '|'.
           10 ALN-ACCION           PIC X(1).
           10 ALN-PIPE2            PIC X(1)  VALUE '|'.
           10 ALN-HORA             PIC X(8).
           10 ALN-PIPE3            PIC X(1)  VALUE '|'.
           10 ALN-PROGRAMA         PIC X(8).
           10 ALN-PIPE4            PIC X(1)  VALUE '|'.
           10 ALN-OPERADOR         PIC X(8).
           10 ALN-PIPE5            PIC X(1)  VALUE '|'.
           10 ALN-RESULT           PIC X(36).
           10 ALN-PIPE6            PIC X(1)  VALUE '|'.
           10 ALN-SQLCODE          PIC X(8).
           10 FILLER               PIC X(51) VALUE SPACES.
       01 WS-DB2R-FOOTER.
           10 AFT-CONT             PIC ZZZZZ9.
           10 AFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      ******************************************************************
      *                      SQL SECTION                               *
      ******************************************************************

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE NEGEMP2 END-EXEC.

      ******************************************************************
      *                      PROCEDURE                                 *
      ******************************************************************

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
              UNTIL WS-EJRNFILE-STATUS = FS-EOF

           PERFORM 3000-FINAL

           .

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

           OPEN INPUT EJRNFILE

           EVALUATE WS-EJRNFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  DISPLAY "NO EXISTE JOURNAL DE EMPLEADOS"
                  MOVE FS-EOF TO WS-EJRNFILE-STATUS
               WHEN OTHER
                  DISPLAY "EL ERROR DE EJRNFILE ES: " WS-EJRNFILE-STATUS
                  MOVE FS-EOF TO WS-EJRNFILE-STATUS
           END-EVALUATE

           OPEN OUTPUT DB2RFILE

           EVALUATE WS-DB2RFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE DB2RFILE ES: " WS-DB2RFILE-STATUS
           END-EVALUATE

           PERFORM 1200-AUDIT-ABRE
              THRU 1200-AUDIT-ABRE-EXIT

           MOVE 'START' TO AUD-EVENT
           MOVE 0       TO AUD-RECORDS
           MOVE '0'     TO AUD-STATUS
           PERFORM 1210-AUDIT-ESCRIBE
              THRU 1210-AUDIT-ESCRIBE-EXIT

           MOVE WS-RUN-DATE-RF TO ATL-FECHA
           WRITE REG-DB2RFILE FROM WS-DB2R-TITLE
           WRITE REG-DB2RFILE FROM WS-DB2R-HEADER
           .

       1000-INICIO-EXIT.
           EXIT.

       1200-AUDIT-ABRE.
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
       1200-AUDIT-ABRE-EXIT.
           EXIT.

       1210-AUDIT-ESCRIBE.
           MOVE 'NDB2846' TO AUD-PROGRAM
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
       1210-AUDIT-ESCRIBE-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LECTURA
              THRU 2100-LECTURA-EXIT
           IF WS-EJRNFILE-STATUS NOT = FS-EOF
              IF EJR-FECHA = WS-RUN-DATE-RF
                 ADD 1 TO WS-CONTADOR
                 PERFORM 2200-APLICA
                    THRU 2200-APLICA-EXIT
              ELSE
                 ADD 1 TO WS-CONT-OTROS-DIAS
              END-IF
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

       2100-LECTURA.
           READ EJRNFILE INTO REG-EJRNFILE
              AT END
                 MOVE FS-EOF TO WS-EJRNFILE-STATUS
           END-READ
           .
       2100-LECTURA-EXIT.
           EXIT.

      * The journal rows are replayed in the order they were applied
      * to EMSTFILE. Adds and changes are written as an upsert and a
      * delete that finds nothing is taken as already done, so a
      * rerun of the same day leaves the table exactly as one run
      * would.
       2200-APLICA.
           MOVE EJR-EMPNO     TO ALN-EMPNO
           MOVE EJR-ACCION    TO ALN-ACCION
           MOVE EJR-HORA      TO ALN-HORA
           MOVE EJR-PROGRAMA  TO ALN-PROGRAMA
           MOVE EJR-OPERADOR  TO ALN-OPERADOR
           MOVE SPACES        TO ALN-SQLCODE

           EVALUATE EJR-ACCION
               WHEN 'A'
               WHEN 'C'
                  PERFORM 2300-ACTUALIZA
                     THRU 2300-ACTUALIZA-EXIT
               WHEN 'D'
                  PERFORM 2400-BORRA
                     THRU 2400-BORRA-EXIT
               WHEN OTHER
                  ADD 1 TO WS-CONT-ERROR
                  MOVE 'NOT APPLIED - INVALID ACTION' TO ALN-RESULT
           END-EVALUATE

           WRITE REG-DB2RFILE FROM WS-DB2R-LINE
           .
       2200-APLICA-EXIT.
           EXIT.

       2300-ACTUALIZA.
           MOVE EJR-D-EMPNO     TO DCLEMP-EMPNO
           MOVE EJR-D-FIRSTNME  TO DCLEMP-FIRSTNME
           MOVE EJR-D-LASTNAME  TO DCLEMP-LASTNAME
           MOVE EJR-D-WORKDEPT  TO DCLEMP-WORKDEPT
           MOVE EJR-D-JOB       TO DCLEMP-JOB
           MOVE EJR-D-SALARY    TO DCLEMP-SALARY IN DCLEMP
           MOVE EJR-D-BONUS     TO DCLEMP-BONUS IN DCLEMP

           EXEC SQL
               UPDATE NEOSB43.EMP
                  SET FIRSTNME = :DCLEMP-FIRSTNME,
                      LASTNAME = :DCLEMP-LASTNAME,
                      WORKDEPT = :DCLEMP-WORKDEPT,
                      JOB      = :DCLEMP-JOB,
                      SALARY   = :DCLEMP-SALARY,
                      BONUS    = :DCLEMP-BONUS
                WHERE EMPNO    = :DCLEMP-EMPNO
           END-EXEC.

           EVALUATE SQLCODE
                  WHEN ZEROES
                      ADD 1 TO WS-CONT-UPDATE
                      IF EJR-ACCION = 'A'
                         MOVE 'ROW ALREADY IN TABLE - UPDATED'
                           TO ALN-RESULT
                      ELSE
                         MOVE 'UPDATED' TO ALN-RESULT
                      END-IF
                  WHEN +100
                      PERFORM 2350-INSERTA
                         THRU 2350-INSERTA-EXIT
                  WHEN OTHER
                      PERFORM 2900-ERROR-SQL
                         THRU 2900-ERROR-SQL-EXIT
           END-EVALUATE
           .
       2300-ACTUALIZA-EXIT.
           EXIT.

      *    ONLY THE COLUMNS EMSTFILE CARRIES ARE KNOWN HERE; MIDINIT
      *    AND EDLEVEL ARE NOT NULL IN THE TABLE AND GO IN BLANK/ZERO,
      *    THE REST STAY NULL UNTIL HR KEYS THEM IN DB2.
       2350-INSERTA.
           EXEC SQL
               INSERT INTO NEOSB43.EMP
                      (EMPNO,
                       FIRSTNME,
                       MIDINIT,
                       LASTNAME,
                       WORKDEPT,
                       JOB,
                       EDLEVEL,
                       SALARY,
                       BONUS)
               VALUES (:DCLEMP-EMPNO,
                       :DCLEMP-FIRSTNME,
                       ' ',
                       :DCLEMP-LASTNAME,
                       :DCLEMP-WORKDEPT,
                       :DCLEMP-JOB,
                       0,
                       :DCLEMP-SALARY,
                       :DCLEMP-BONUS)
           END-EXEC.

           EVALUATE SQLCODE
                  WHEN ZEROES
                      ADD 1 TO WS-CONT-INSERT
                      IF EJR-ACCION = 'A'
                         MOVE 'INSERTED' TO ALN-RESULT
                      ELSE
                         MOVE 'ROW MISSING FROM TABLE - INSERTED'
                           TO ALN-RESULT
                      END-IF
                  WHEN OTHER
                      PERFORM 2900-ERROR-SQL
                         THRU 2900-ERROR-SQL-EXIT
           END-EVALUATE
           .
       2350-INSERTA-EXIT.
           EXIT.

       2400-BORRA.
           MOVE EJR-EMPNO TO DCLEMP-EMPNO

           EXEC SQL
               DELETE FROM NEOSB43.EMP
                WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC.

           EVALUATE SQLCODE
                  WHEN ZEROES
                      ADD 1 TO WS-CONT-DELETE
                      MOVE 'DELETED' TO ALN-RESULT
                  WHEN +100
                      ADD 1 TO WS-CONT-AUSENTE
                      MOVE 'ROW ALREADY ABSENT' TO ALN-RESULT
                  WHEN OTHER
                      PERFORM 2900-ERROR-SQL
                         THRU 2900-ERROR-SQL-EXIT
           END-EVALUATE
           .
       2400-BORRA-EXIT.
           EXIT.

      *    A ROW DB2 REFUSES IS LISTED WITH ITS SQLCODE AND THE RUN
      *    GOES ON: EVERY OTHER ROW IS STILL PUSHED, AND ONCE THE
      *    CAUSE IS FIXED A RERUN OF THE SAME DAY IS HARMLESS.
       2900-ERROR-SQL.
           DISPLAY "HUBO UN ERROR.... SQLCODE: " SQLCODE
                   " EMPNO " EJR-EMPNO
           ADD 1 TO WS-CONT-ERROR
           MOVE 'NOT APPLIED - SQL ERROR' TO ALN-RESULT
           MOVE SQLCODE       TO WS-SQLCODE-RF
           MOVE WS-SQLCODE-RF TO ALN-SQLCODE
           .
       2900-ERROR-SQL-EXIT.
           EXIT.

       3000-FINAL.
           EXEC SQL
               COMMIT
           END-EXEC.

           MOVE WS-CONTADOR      TO AFT-CONT
           MOVE ' JOURNAL ROWS FOR THE DAY' TO AFT-LIT
           WRITE REG-DB2RFILE FROM WS-DB2R-FOOTER
           MOVE WS-CONT-UPDATE   TO AFT-CONT
           MOVE ' ROWS UPDATED' TO AFT-LIT
           WRITE REG-DB2RFILE FROM WS-DB2R-FOOTER
           MOVE WS-CONT-INSERT   TO AFT-CONT
           MOVE ' ROWS INSERTED' TO AFT-LIT
           WRITE REG-DB2RFILE FROM WS-DB2R-FOOTER
           MOVE WS-CONT-DELETE   TO AFT-CONT
           MOVE ' ROWS DELETED' TO AFT-LIT
           WRITE REG-DB2RFILE FROM WS-DB2R-FOOTER
           MOVE WS-CONT-AUSENTE  TO AFT-CONT
           MOVE ' DELETES ALREADY ABSENT' TO AFT-LIT
           WRITE REG-DB2RFILE FROM WS-DB2R-FOOTER
           MOVE WS-CONT-ERROR    TO AFT-CONT
           MOVE ' ROWS NOT APPLIED' TO AFT-LIT
           WRITE REG-DB2RFILE FROM WS-DB2R-FOOTER
           MOVE WS-CONT-OTROS-DIAS TO AFT-CONT
           MOVE ' JOURNAL ROWS OF OTHER DAYS SKIPPED' TO AFT-LIT
           WRITE REG-DB2RFILE FROM WS-DB2R-FOOTER

           MOVE 'END  '      TO AUD-EVENT
           MOVE WS-CONTADOR  TO AUD-RECORDS
           MOVE SQLCODE      TO WS-SQLCODE-RF
           MOVE WS-SQLCODE-RF TO AUD-STATUS
           PERFORM 1210-AUDIT-ESCRIBE
              THRU 1210-AUDIT-ESCRIBE-EXIT

           CLOSE EJRNFILE
           CLOSE DB2RFILE
           CLOSE AUDFILE
           DISPLAY 'NDB2846 - FILAS DEL DIA......: ' WS-CONTADOR
           DISPLAY 'NDB2846 - ACTUALIZADAS.......: ' WS-CONT-UPDATE
           DISPLAY 'NDB2846 - INSERTADAS.........: ' WS-CONT-INSERT
           DISPLAY 'NDB2846 - BORRADAS...........: ' WS-CONT-DELETE
           DISPLAY 'NDB2846 - NO APLICADAS.......: ' WS-CONT-ERROR
      *    A ROW LEFT BEHIND MEANS NEOSB43.EMP AND EMSTFILE DISAGREE:
      *    RC 8 SO THE DRIFT REPORT IS READ BEFORE PAYFILE IS CUT.
           IF WS-CONT-ERROR > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
