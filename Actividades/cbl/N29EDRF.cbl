       IDENTIFICATION DIVISION.
       PROGRAM-ID. N29EDRF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMSTFILE ASSIGN TO EMSTFILED
                          ORGANIZATION INDEXED
                          ACCESS SEQUENTIAL
                          RECORD KEY EMS-EMPNO
                          FILE STATUS WS-EMSTFILE-STATUS.
           SELECT EMPXFILE ASSIGN TO EMPXFILED
                          FILE STATUS WS-EMPXFILE-STATUS.
           SELECT DRFFILE  ASSIGN TO DRFFILED
                          FILE STATUS WS-DRFFILE-STATUS.
           SELECT AUDFILE  ASSIGN TO AUDFILED
                          FILE STATUS WS-AUDFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Keyed employee master N11EMNT maintains, read front to back
      * - it comes out in EMPNO order, same as the extract.
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

      * Tonight's NDB2845 unload of NEOSB43.EMP, EMPREC layout,
      * ORDER BY EMPNO, ending in the 'T' trailer. Matched against
      * the master with a straight two-file merge, as N17ECMP does
      * with two generations of it.
       FD EMPXFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-EMPXFILE.
           COPY EMPREC.

       FD DRFFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-DRFFILE PIC X(132).

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
       01 WS-EMSTFILE-STATUS PIC XX.
       01 WS-EMPXFILE-STATUS PIC XX.
       01 WS-DRFFILE-STATUS PIC XX.
       01 WS-AUDFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-AUD-RAW-TS.
           05 WS-AUD-RAW-DATE      PIC 9(8).
           05 WS-AUD-RAW-TIME      PIC 9(6).
           05 FILLER               PIC X(7).

       01 WS-CONT-MAESTRO    PIC 9(6) VALUE 0.
       01 WS-CONT-EXTRACTO   PIC 9(6) VALUE 0.
       01 WS-CONT-SOLO-MAE   PIC 9(6) VALUE 0.
       01 WS-CONT-SOLO-EXT   PIC 9(6) VALUE 0.
       01 WS-CONT-DIFIEREN   PIC 9(6) VALUE 0.
       01 WS-CONT-CAMPOS     PIC 9(6) VALUE 0.
       01 WS-CONT-IGUALES    PIC 9(6) VALUE 0.

      * HIGH-VALUES in the exhausted side's key keeps the merge
      * walking the other file to the end. The extract is checked
      * against its previous key and a record out of sequence stops
      * the run, as in N17ECMP; the keyed master cannot be out of
      * order.
       01 WS-MAE-KEY         PIC X(6).
       01 WS-EXT-KEY         PIC X(6).
       01 WS-EXT-PREV        PIC X(6) VALUE LOW-VALUES.
       01 WS-ABORT-MSG       PIC X(40).
       01 WS-MAE-FIN         PIC X VALUE 'N'.
           88 MAE-FIN        VALUE 'Y'.
       01 WS-EXT-FIN         PIC X VALUE 'N'.
           88 EXT-FIN        VALUE 'Y'.

       01 WS-HAY-DIFERENCIA  PIC X VALUE 'N'.
           88 HAY-DIFERENCIA VALUE 'Y'.

       01 WS-MONTO-RF        PIC $$$.$$$.$$9,99.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-DRF-TITLE.
           10 DTL-LIT              PIC X(40)
               VALUE 'EMSTFILE / NEOSB43.EMP DRIFT REPORT'.
           10 DTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 DTL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-DRF-HEADER.
           10 DHD-EMPNO            PIC X(6)  VALUE 'EMPNO'.
           10 DHD-PIPE1            PIC X(1)  VALUE '|'.
           10 DHD-NOMBRE           PIC X(28) VALUE 'NAME'.
           10 DHD-PIPE2            PIC X(1)  VALUE '|'.
           10 DHD-STATUS           PIC X(12) VALUE 'STATUS'.
           10 DHD-PIPE3            PIC X(1)  VALUE '|'.
           10 DHD-FIELD            PIC X(8)  VALUE 'FIELD'.
           10 DHD-PIPE4            PIC X(1)  VALUE '|'.
           10 DHD-MASTER           PIC X(15) VALUE 'EMSTFILE'.
           10 DHD-PIPE5            PIC X(1)  VALUE '|'.
           10 DHD-EXTRACT          PIC X(15) VALUE 'EXTRACT'.
           10 FILLER               PIC X(43) VALUE SPACES.
       01 WS-DRF-LINE.
           10 DRL-EMPNO            PIC X(6).
           10 DRL-PIPE1            PIC X(1)  VALUE '|'.
           10 DRL-NOMBRE           PIC X(28).
           10 DRL-PIPE2            PIC X(1)  VALUE '|'.
           10 DRL-STATUS           PIC X(12).
           10 DRL-PIPE3            PIC X(1)  VALUE '|'.
           10 DRL-FIELD            PIC X(8).
           10 DRL-PIPE4            PIC X(1)  VALUE '|'.
           10 DRL-MASTER           PIC X(15).
           10 DRL-PIPE5            PIC X(1)  VALUE '|'.
           10 DRL-EXTRACT          PIC X(15).
           10 FILLER               PIC X(43) VALUE SPACES.
       01 WS-DRF-FOOTER.
           10 DFT-CONT             PIC ZZZZZ9.
           10 DFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL MAE-FIN AND EXT-FIN

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

      *    BOTH SIDES ARE NEEDED: A MISSING FILE WOULD REPORT EVERY
      *    EMPLOYEE AS DRIFT AND HIDE THE REAL DIFFERENCES.
           OPEN INPUT EMSTFILE
           EVALUATE WS-EMSTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  MOVE 'NO SE PUEDE ABRIR EMSTFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE

           OPEN INPUT EMPXFILE
           EVALUATE WS-EMPXFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  MOVE 'NO SE PUEDE ABRIR EMPXFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE

           OPEN OUTPUT DRFFILE
           EVALUATE WS-DRFFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE DRFFILE ES: " WS-DRFFILE-STATUS
           END-EVALUATE

           PERFORM 1140-AUDIT-ABRE
           THRU 1140-AUDIT-ABRE-EXIT

           MOVE 'START' TO AUD-EVENT
           MOVE 0       TO AUD-RECORDS
           MOVE "00"    TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           MOVE WS-RUN-DATE-RF TO DTL-FECHA
           WRITE REG-DRFFILE FROM WS-DRF-TITLE
           WRITE REG-DRFFILE FROM WS-DRF-HEADER

           PERFORM 2100-LEE-MAESTRO
           THRU 2100-LEE-MAESTRO-EXIT
           PERFORM 2110-LEE-EXTRACTO
           THRU 2110-LEE-EXTRACTO-EXIT
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
           MOVE 'N29EDRF' TO AUD-PROGRAM
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

       2000-PROCESO.
           EVALUATE TRUE
               WHEN WS-MAE-KEY < WS-EXT-KEY
                  PERFORM 2300-SOLO-MAESTRO
                  THRU 2300-SOLO-MAESTRO-EXIT
                  PERFORM 2100-LEE-MAESTRO
                  THRU 2100-LEE-MAESTRO-EXIT
               WHEN WS-MAE-KEY > WS-EXT-KEY
                  PERFORM 2400-SOLO-EXTRACTO
                  THRU 2400-SOLO-EXTRACTO-EXIT
                  PERFORM 2110-LEE-EXTRACTO
                  THRU 2110-LEE-EXTRACTO-EXIT
               WHEN OTHER
                  PERFORM 2500-COMPARA
                  THRU 2500-COMPARA-EXIT
                  PERFORM 2100-LEE-MAESTRO
                  THRU 2100-LEE-MAESTRO-EXIT
                  PERFORM 2110-LEE-EXTRACTO
                  THRU 2110-LEE-EXTRACTO-EXIT
           END-EVALUATE
           .
       2000-PROCESO-EXIT.
           EXIT.

       2100-LEE-MAESTRO.
           IF MAE-FIN
              GO TO 2100-LEE-MAESTRO-FIN
           END-IF
           READ EMSTFILE NEXT
              AT END
                 MOVE 'Y' TO WS-MAE-FIN
           END-READ
           IF NOT MAE-FIN
              IF WS-EMSTFILE-STATUS NOT = FS-OKEI
                 STRING 'ERROR LEYENDO EMSTFILE: ' DELIMITED BY SIZE
                        WS-EMSTFILE-STATUS         DELIMITED BY SIZE
                   INTO WS-ABORT-MSG
                 END-STRING
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
              ADD 1 TO WS-CONT-MAESTRO
           END-IF
           .
       2100-LEE-MAESTRO-FIN.
           IF MAE-FIN
              MOVE HIGH-VALUES TO WS-MAE-KEY
           ELSE
              MOVE EMS-EMPNO TO WS-MAE-KEY
           END-IF
           .
       2100-LEE-MAESTRO-EXIT.
           EXIT.

      * THE EXTRACT ENDS IN A 'T' TRAILER ROW, NOT AN EMPLOYEE -
      * IT MARKS END OF DATA FOR THE MERGE.
       2110-LEE-EXTRACTO.
           IF EXT-FIN
              GO TO 2110-LEE-EXTRACTO-FIN
           END-IF
           READ EMPXFILE INTO REG-EMPXFILE
              AT END
                 MOVE 'Y' TO WS-EXT-FIN
           END-READ
           IF NOT EXT-FIN AND EMPX-EMPNO (1:1) = 'T'
              MOVE 'Y' TO WS-EXT-FIN
           END-IF
           IF NOT EXT-FIN
              IF EMPX-EMPNO < WS-EXT-PREV
                 MOVE 'EMPXFILE FUERA DE SECUENCIA' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
              MOVE EMPX-EMPNO TO WS-EXT-PREV
              ADD 1 TO WS-CONT-EXTRACTO
           END-IF
           .
       2110-LEE-EXTRACTO-FIN.
           IF EXT-FIN
              MOVE HIGH-VALUES TO WS-EXT-KEY
           ELSE
              MOVE EMPX-EMPNO TO WS-EXT-KEY
           END-IF
           .
       2110-LEE-EXTRACTO-EXIT.
           EXIT.

      * Keyed in batch but never reached DB2 - the case NDB2846
      * exists to close. Salary shown so payroll can size it.
       2300-SOLO-MAESTRO.
           ADD 1 TO WS-CONT-SOLO-MAE
           PERFORM 2910-LIMPIA-LINEA
           THRU 2910-LIMPIA-LINEA-EXIT
           MOVE EMS-EMPNO TO DRL-EMPNO
           STRING FUNCTION TRIM(EMS-FIRSTNME) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FUNCTION TRIM(EMS-LASTNAME) DELIMITED BY SIZE
             INTO DRL-NOMBRE
           END-STRING
           MOVE 'MASTER ONLY' TO DRL-STATUS
           MOVE 'SALARY'      TO DRL-FIELD
           MOVE EMS-SALARY    TO WS-MONTO-RF
           MOVE WS-MONTO-RF   TO DRL-MASTER
           WRITE REG-DRFFILE FROM WS-DRF-LINE
           .
       2300-SOLO-MAESTRO-EXIT.
           EXIT.

       2400-SOLO-EXTRACTO.
           ADD 1 TO WS-CONT-SOLO-EXT
           PERFORM 2910-LIMPIA-LINEA
           THRU 2910-LIMPIA-LINEA-EXIT
           MOVE EMPX-EMPNO TO DRL-EMPNO
           STRING FUNCTION TRIM(EMPX-FIRSTNME) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(EMPX-LASTNAME) DELIMITED BY SIZE
             INTO DRL-NOMBRE
           END-STRING
           MOVE 'EXTRACT ONLY' TO DRL-STATUS
           MOVE 'SALARY'       TO DRL-FIELD
           MOVE EMPX-SALARY    TO WS-MONTO-RF
           MOVE WS-MONTO-RF    TO DRL-EXTRACT
           WRITE REG-DRFFILE FROM WS-DRF-LINE
           .
       2400-SOLO-EXTRACTO-EXIT.
           EXIT.

      * One line per field that differs, master value on the left.
       2500-COMPARA.
           MOVE 'N' TO WS-HAY-DIFERENCIA
           PERFORM 2910-LIMPIA-LINEA
           THRU 2910-LIMPIA-LINEA-EXIT
           MOVE EMS-EMPNO TO DRL-EMPNO
           STRING FUNCTION TRIM(EMS-FIRSTNME) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FUNCTION TRIM(EMS-LASTNAME) DELIMITED BY SIZE
             INTO DRL-NOMBRE
           END-STRING
           MOVE 'DIFFERS' TO DRL-STATUS

           IF EMS-FIRSTNME NOT = EMPX-FIRSTNME
              MOVE 'FIRSTNME'    TO DRL-FIELD
              MOVE EMS-FIRSTNME  TO DRL-MASTER
              MOVE EMPX-FIRSTNME TO DRL-EXTRACT
              PERFORM 2550-GRABA-DIFERENCIA
              THRU 2550-GRABA-DIFERENCIA-EXIT
           END-IF
           IF EMS-LASTNAME NOT = EMPX-LASTNAME
              MOVE 'LASTNAME'    TO DRL-FIELD
              MOVE EMS-LASTNAME  TO DRL-MASTER
              MOVE EMPX-LASTNAME TO DRL-EXTRACT
              PERFORM 2550-GRABA-DIFERENCIA
              THRU 2550-GRABA-DIFERENCIA-EXIT
           END-IF
           IF EMS-WORKDEPT NOT = EMPX-WORKDEPT
              MOVE 'WORKDEPT'    TO DRL-FIELD
              MOVE EMS-WORKDEPT  TO DRL-MASTER
              MOVE EMPX-WORKDEPT TO DRL-EXTRACT
              PERFORM 2550-GRABA-DIFERENCIA
              THRU 2550-GRABA-DIFERENCIA-EXIT
           END-IF
           IF EMS-JOB NOT = EMPX-JOB
              MOVE 'JOB'         TO DRL-FIELD
              MOVE EMS-JOB       TO DRL-MASTER
              MOVE EMPX-JOB      TO DRL-EXTRACT
              PERFORM 2550-GRABA-DIFERENCIA
              THRU 2550-GRABA-DIFERENCIA-EXIT
           END-IF
           IF EMS-SALARY NOT = EMPX-SALARY
              MOVE 'SALARY'      TO DRL-FIELD
              MOVE EMS-SALARY    TO WS-MONTO-RF
              MOVE WS-MONTO-RF   TO DRL-MASTER
              MOVE EMPX-SALARY   TO WS-MONTO-RF
              MOVE WS-MONTO-RF   TO DRL-EXTRACT
              PERFORM 2550-GRABA-DIFERENCIA
              THRU 2550-GRABA-DIFERENCIA-EXIT
           END-IF
           IF EMS-BONUS NOT = EMPX-BONUS
              MOVE 'BONUS'       TO DRL-FIELD
              MOVE EMS-BONUS     TO WS-MONTO-RF
              MOVE WS-MONTO-RF   TO DRL-MASTER
              MOVE EMPX-BONUS    TO WS-MONTO-RF
              MOVE WS-MONTO-RF   TO DRL-EXTRACT
              PERFORM 2550-GRABA-DIFERENCIA
              THRU 2550-GRABA-DIFERENCIA-EXIT
           END-IF

           IF HAY-DIFERENCIA
              ADD 1 TO WS-CONT-DIFIEREN
           ELSE
              ADD 1 TO WS-CONT-IGUALES
           END-IF
           .
       2500-COMPARA-EXIT.
           EXIT.

       2550-GRABA-DIFERENCIA.
           MOVE 'Y' TO WS-HAY-DIFERENCIA
           ADD 1 TO WS-CONT-CAMPOS
           WRITE REG-DRFFILE FROM WS-DRF-LINE
           MOVE SPACES TO DRL-MASTER
           MOVE SPACES TO DRL-EXTRACT
           .
       2550-GRABA-DIFERENCIA-EXIT.
           EXIT.

       2910-LIMPIA-LINEA.
           MOVE SPACES TO DRL-EMPNO
           MOVE SPACES TO DRL-NOMBRE
           MOVE SPACES TO DRL-STATUS
           MOVE SPACES TO DRL-FIELD
           MOVE SPACES TO DRL-MASTER
           MOVE SPACES TO DRL-EXTRACT
           .
       2910-LIMPIA-LINEA-EXIT.
           EXIT.

       3000-FIN.
           MOVE WS-CONT-MAESTRO TO DFT-CONT
           MOVE ' EMPLOYEES IN EMSTFILE' TO DFT-LIT
           WRITE REG-DRFFILE FROM WS-DRF-FOOTER
           MOVE WS-CONT-EXTRACTO TO DFT-CONT
           MOVE ' EMPLOYEES IN THE EXTRACT' TO DFT-LIT
           WRITE REG-DRFFILE FROM WS-DRF-FOOTER
           MOVE WS-CONT-IGUALES TO DFT-CONT
           MOVE ' EMPLOYEES IN AGREEMENT' TO DFT-LIT
           WRITE REG-DRFFILE FROM WS-DRF-FOOTER
           MOVE WS-CONT-DIFIEREN TO DFT-CONT
           MOVE ' EMPLOYEES WITH FIELD DIFFERENCES' TO DFT-LIT
           WRITE REG-DRFFILE FROM WS-DRF-FOOTER
           MOVE WS-CONT-CAMPOS TO DFT-CONT
           MOVE ' FIELDS THAT DIFFER' TO DFT-LIT
           WRITE REG-DRFFILE FROM WS-DRF-FOOTER
           MOVE WS-CONT-SOLO-MAE TO DFT-CONT
           MOVE ' EMPLOYEES ONLY IN EMSTFILE' TO DFT-LIT
           WRITE REG-DRFFILE FROM WS-DRF-FOOTER
           MOVE WS-CONT-SOLO-EXT TO DFT-CONT
           MOVE ' EMPLOYEES ONLY IN THE EXTRACT' TO DFT-LIT
           WRITE REG-DRFFILE FROM WS-DRF-FOOTER

           MOVE 'END  '          TO AUD-EVENT
           MOVE WS-CONT-MAESTRO  TO AUD-RECORDS
           MOVE "00"             TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           CLOSE EMSTFILE
           CLOSE EMPXFILE
           CLOSE DRFFILE
           CLOSE AUDFILE
           DISPLAY 'N29EDRF - EN EMSTFILE.....: ' WS-CONT-MAESTRO
           DISPLAY 'N29EDRF - EN EXTRACTO.....: ' WS-CONT-EXTRACTO
           DISPLAY 'N29EDRF - IGUALES.........: ' WS-CONT-IGUALES
           DISPLAY 'N29EDRF - CON DIFERENCIAS.: ' WS-CONT-DIFIEREN
           DISPLAY 'N29EDRF - SOLO EN EMSTFILE: ' WS-CONT-SOLO-MAE
           DISPLAY 'N29EDRF - SOLO EN EXTRACTO: ' WS-CONT-SOLO-EXT
      *    ANY DRIFT MEANS THE TWO EMPLOYEE SOURCES DISAGREE: RC 8 SO
      *    THE STEP THAT CUTS PAYFILE CAN BE HELD ON IT.
           IF WS-CONT-DIFIEREN > 0
              OR WS-CONT-SOLO-MAE > 0
              OR WS-CONT-SOLO-EXT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N29EDRF ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
