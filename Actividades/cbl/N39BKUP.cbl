       IDENTIFICATION DIVISION.
       PROGRAM-ID. N39BKUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT BKDFILE ASSIGN TO BKDFILED
                          FILE STATUS WS-BKDFILE-STATUS.
           SELECT BKEFILE ASSIGN TO BKEFILED
                          FILE STATUS WS-BKEFILE-STATUS.
           SELECT HISTFILE ASSIGN TO HISTFILED
                          FILE STATUS WS-HISTFILE-STATUS.
           SELECT EJRNFILE ASSIGN TO EJRNFILED
                          FILE STATUS WS-EJRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Keyed department master maintained by N01DMNT, read here in
      * key sequence.
       FD DMSTFILE
            RECORD CONTAINS 90 CHARACTERS.
       01 REG-DMSTFILE.
           05  MST-DEPTNO        PIC X(03).
           05  MST-DEPTNAME      PIC X(36).
           05  MST-MGRNO         PIC X(06).
           05  MST-ADMRDEPT      PIC X(03).
           05  MST-LOCATION      PIC X(16).
           05  FILLER            PIC X(26).

      * Keyed employee master maintained by N11EMNT and N27APRB, read
      * here in key sequence.
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

      * Nightly backup of each master: the BKUPREC header, every
      * record behind a 'D' byte in key order, the BKUPREC trailer.
      * The DD points at a new dated generation each night; N40RECU
      * restores whichever one it is given.
       FD BKDFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 91 CHARACTERS.
       01 REG-BKDFILE.
           05  BKD-TIPO          PIC X(01).
           05  BKD-REGISTRO      PIC X(90).

       FD BKEFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 81 CHARACTERS.
       01 REG-BKEFILE.
           05  BKE-TIPO          PIC X(01).
           05  BKE-REGISTRO      PIC X(80).

      * The masters' journals, only counted here: N01DMNT's HISTFILE
      * and the EJRNFILE of N11EMNT and N27APRB.
       FD HISTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 150 CHARACTERS.
       01 REG-HISTFILE PIC X(150).

       FD EJRNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 170 CHARACTERS.
       01 REG-EJRNFILE PIC X(170).

       WORKING-STORAGE SECTION.
       01 WS-DMSTFILE-STATUS PIC XX.
       01 WS-EMSTFILE-STATUS PIC XX.
       01 WS-BKDFILE-STATUS PIC XX.
       01 WS-BKEFILE-STATUS PIC XX.
       01 WS-HISTFILE-STATUS PIC XX.
       01 WS-EJRNFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-AUD-RAW-TS.
           05 WS-AUD-RAW-DATE      PIC 9(8).
           05 WS-AUD-RAW-TIME      PIC 9(6).
           05 FILLER               PIC X(7).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
       01 WS-RUN-HORA              PIC X(8).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock. The time is
      * the wall clock, as on the journals.
       01 WS-FEC-AREA.
           COPY FECHAREA.

      * Header and trailer are built here and written over the front
      * of the backup record.
       01 WS-BKP-CONTROL.
           COPY BKUPREC.
       01 WS-CLV-AREA.
           COPY CLAVAREA.

       01 WS-CONT-DEPTOS     PIC 9(8) VALUE 0.
       01 WS-CONT-EMPLEADOS  PIC 9(8) VALUE 0.
       01 WS-HASH-CLAVE      PIC 9(15) VALUE 0.
       01 WS-HASH-DATOS      PIC 9(13)V99 VALUE 0.
      * Rows on the master's journal as the copy is taken - the copy
      * already holds every one of them.
       01 WS-CONT-HIST       PIC 9(8) VALUE 0.
       01 WS-CONT-EJRN       PIC 9(8) VALUE 0.
       01 WS-CUENTA-JRN      PIC X VALUE 'Y'.
           88 CUENTA-OK           VALUE 'Y'.
           88 CUENTA-MAL          VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-COPIA-DEPTOS
           THRU 2000-COPIA-DEPTOS-EXIT

           PERFORM 2500-COPIA-EMPLEADOS
           THRU 2500-COPIA-EMPLEADOS-EXIT

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

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-RAW-TS
           STRING WS-AUD-RAW-TIME (1:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (3:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (5:2) DELIMITED BY SIZE
             INTO WS-RUN-HORA
           END-STRING
           .
       1000-INICIO-EXIT.
           EXIT.

      * A master that cannot be opened gets no backup at all - an
      * empty generation would only be restored by mistake later.
       2000-COPIA-DEPTOS.
           OPEN INPUT DMSTFILE
           EVALUATE WS-DMSTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  DISPLAY "NO EXISTE MASTER DE DEPARTAMENTOS"
                  MOVE 16 TO RETURN-CODE
                  GO TO 2000-COPIA-DEPTOS-EXIT
               WHEN OTHER
                  DISPLAY "EL ERROR DE DMSTFILE ES: " WS-DMSTFILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GO TO 2000-COPIA-DEPTOS-EXIT
           END-EVALUATE

           PERFORM 2050-CUENTA-HIST
           THRU 2050-CUENTA-HIST-EXIT
           IF CUENTA-MAL
              MOVE 16 TO RETURN-CODE
              CLOSE DMSTFILE
              GO TO 2000-COPIA-DEPTOS-EXIT
           END-IF

           OPEN OUTPUT BKDFILE
           EVALUATE WS-BKDFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE BKDFILE ES: " WS-BKDFILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  CLOSE DMSTFILE
                  GO TO 2000-COPIA-DEPTOS-EXIT
           END-EVALUATE

           MOVE 0 TO WS-HASH-CLAVE
           MOVE 0 TO WS-HASH-DATOS
           MOVE SPACES TO REG-BKDFILE
           PERFORM 2900-ARMA-CONTROL
           THRU 2900-ARMA-CONTROL-EXIT
           MOVE 'DMSTFILE' TO BKP-MAESTRO
           SET BKP-CABECERA TO TRUE
           MOVE WS-CONT-HIST TO BKP-JOURNAL
           MOVE WS-BKP-CONTROL TO REG-BKDFILE (1:73)
           WRITE REG-BKDFILE

           PERFORM 2100-COPIA-DEPTO
           THRU 2100-COPIA-DEPTO-EXIT
           UNTIL WS-DMSTFILE-STATUS = FS-EOF

           MOVE SPACES TO REG-BKDFILE
           PERFORM 2900-ARMA-CONTROL
           THRU 2900-ARMA-CONTROL-EXIT
           MOVE 'DMSTFILE'      TO BKP-MAESTRO
           SET BKP-TRAILER      TO TRUE
           MOVE WS-CONT-DEPTOS  TO BKP-CONTEO
           MOVE WS-HASH-CLAVE   TO BKP-HASH-CLAVE
           MOVE WS-HASH-DATOS   TO BKP-HASH-DATOS
           MOVE WS-CONT-HIST    TO BKP-JOURNAL
           MOVE WS-BKP-CONTROL TO REG-BKDFILE (1:73)
           WRITE REG-BKDFILE

           CLOSE DMSTFILE
           CLOSE BKDFILE
           DISPLAY 'N39BKUP - DMSTFILE REGISTROS: ' WS-CONT-DEPTOS
           DISPLAY 'N39BKUP - DMSTFILE HASH CLAV: ' WS-HASH-CLAVE
           DISPLAY 'N39BKUP - DMSTFILE HASH DATO: ' WS-HASH-DATOS
           DISPLAY 'N39BKUP - HISTFILE REGISTROS: ' WS-CONT-HIST
           .
       2000-COPIA-DEPTOS-EXIT.
           EXIT.

      * A journal that does not exist yet has no rows. One that
      * cannot be read stops the copy before the generation is
      * opened: without the count N40RECU cannot tell which rows the
      * copy already holds.
       2050-CUENTA-HIST.
           SET CUENTA-OK TO TRUE
           MOVE 0 TO WS-CONT-HIST
           OPEN INPUT HISTFILE
           EVALUATE WS-HISTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  GO TO 2050-CUENTA-HIST-EXIT
               WHEN OTHER
                  DISPLAY "EL ERROR DE HISTFILE ES: " WS-HISTFILE-STATUS
                  SET CUENTA-MAL TO TRUE
                  GO TO 2050-CUENTA-HIST-EXIT
           END-EVALUATE
           PERFORM 2060-LEE-HIST
           THRU 2060-LEE-HIST-EXIT
           UNTIL WS-HISTFILE-STATUS NOT = FS-OKEI
           CLOSE HISTFILE
           .
       2050-CUENTA-HIST-EXIT.
           EXIT.

       2060-LEE-HIST.
           READ HISTFILE
              AT END
                 MOVE FS-EOF TO WS-HISTFILE-STATUS
                 GO TO 2060-LEE-HIST-EXIT
           END-READ
           IF WS-HISTFILE-STATUS NOT = FS-OKEI
              DISPLAY "EL ERROR DE HISTFILE ES: " WS-HISTFILE-STATUS
              SET CUENTA-MAL TO TRUE
              GO TO 2060-LEE-HIST-EXIT
           END-IF
           ADD 1 TO WS-CONT-HIST
           .
       2060-LEE-HIST-EXIT.
           EXIT.

       2100-COPIA-DEPTO.
           READ DMSTFILE
              AT END
                 MOVE FS-EOF TO WS-DMSTFILE-STATUS
                 GO TO 2100-COPIA-DEPTO-EXIT
           END-READ
           IF WS-DMSTFILE-STATUS NOT = FS-OKEI
              DISPLAY "EL ERROR DE DMSTFILE ES: " WS-DMSTFILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE FS-EOF TO WS-DMSTFILE-STATUS
              GO TO 2100-COPIA-DEPTO-EXIT
           END-IF
           ADD 1 TO WS-CONT-DEPTOS
           MOVE MST-DEPTNO TO CLV-CLAVE
           CALL 'N37CLAV' USING WS-CLV-AREA
           ADD CLV-VALOR TO WS-HASH-CLAVE
           MOVE MST-MGRNO TO CLV-CLAVE
           CALL 'N37CLAV' USING WS-CLV-AREA
           ADD CLV-VALOR TO WS-HASH-DATOS
           MOVE MST-ADMRDEPT TO CLV-CLAVE
           CALL 'N37CLAV' USING WS-CLV-AREA
           ADD CLV-VALOR TO WS-HASH-DATOS
           MOVE 'D'          TO BKD-TIPO
           MOVE REG-DMSTFILE TO BKD-REGISTRO
           WRITE REG-BKDFILE
           IF WS-BKDFILE-STATUS NOT = "00"
              DISPLAY "ERROR GRABANDO BKDFILE: " WS-BKDFILE-STATUS
                      " DEPTNO " MST-DEPTNO
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       2100-COPIA-DEPTO-EXIT.
           EXIT.

       2500-COPIA-EMPLEADOS.
           OPEN INPUT EMSTFILE
           EVALUATE WS-EMSTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  DISPLAY "NO EXISTE MASTER DE EMPLEADOS"
                  MOVE 16 TO RETURN-CODE
                  GO TO 2500-COPIA-EMPLEADOS-EXIT
               WHEN OTHER
                  DISPLAY "EL ERROR DE EMSTFILE ES: " WS-EMSTFILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GO TO 2500-COPIA-EMPLEADOS-EXIT
           END-EVALUATE

           PERFORM 2550-CUENTA-EJRN
           THRU 2550-CUENTA-EJRN-EXIT
           IF CUENTA-MAL
              MOVE 16 TO RETURN-CODE
              CLOSE EMSTFILE
              GO TO 2500-COPIA-EMPLEADOS-EXIT
           END-IF

           OPEN OUTPUT BKEFILE
           EVALUATE WS-BKEFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE BKEFILE ES: " WS-BKEFILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  CLOSE EMSTFILE
                  GO TO 2500-COPIA-EMPLEADOS-EXIT
           END-EVALUATE

           MOVE 0 TO WS-HASH-CLAVE
           MOVE 0 TO WS-HASH-DATOS
           MOVE SPACES TO REG-BKEFILE
           PERFORM 2900-ARMA-CONTROL
           THRU 2900-ARMA-CONTROL-EXIT
           MOVE 'EMSTFILE' TO BKP-MAESTRO
           SET BKP-CABECERA TO TRUE
           MOVE WS-CONT-EJRN TO BKP-JOURNAL
           MOVE WS-BKP-CONTROL TO REG-BKEFILE (1:73)
           WRITE REG-BKEFILE

           PERFORM 2600-COPIA-EMPLEADO
           THRU 2600-COPIA-EMPLEADO-EXIT
           UNTIL WS-EMSTFILE-STATUS = FS-EOF

           MOVE SPACES TO REG-BKEFILE
           PERFORM 2900-ARMA-CONTROL
           THRU 2900-ARMA-CONTROL-EXIT
           MOVE 'EMSTFILE'        TO BKP-MAESTRO
           SET BKP-TRAILER        TO TRUE
           MOVE WS-CONT-EMPLEADOS TO BKP-CONTEO
           MOVE WS-HASH-CLAVE     TO BKP-HASH-CLAVE
           MOVE WS-HASH-DATOS     TO BKP-HASH-DATOS
           MOVE WS-CONT-EJRN      TO BKP-JOURNAL
           MOVE WS-BKP-CONTROL TO REG-BKEFILE (1:73)
           WRITE REG-BKEFILE

           CLOSE EMSTFILE
           CLOSE BKEFILE
           DISPLAY 'N39BKUP - EMSTFILE REGISTROS: ' WS-CONT-EMPLEADOS
           DISPLAY 'N39BKUP - EMSTFILE HASH CLAV: ' WS-HASH-CLAVE
           DISPLAY 'N39BKUP - EMSTFILE HASH DATO: ' WS-HASH-DATOS
           DISPLAY 'N39BKUP - EJRNFILE REGISTROS: ' WS-CONT-EJRN
           .
       2500-COPIA-EMPLEADOS-EXIT.
           EXIT.

       2550-CUENTA-EJRN.
           SET CUENTA-OK TO TRUE
           MOVE 0 TO WS-CONT-EJRN
           OPEN INPUT EJRNFILE
           EVALUATE WS-EJRNFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  GO TO 2550-CUENTA-EJRN-EXIT
               WHEN OTHER
                  DISPLAY "EL ERROR DE EJRNFILE ES: " WS-EJRNFILE-STATUS
                  SET CUENTA-MAL TO TRUE
                  GO TO 2550-CUENTA-EJRN-EXIT
           END-EVALUATE
           PERFORM 2560-LEE-EJRN
           THRU 2560-LEE-EJRN-EXIT
           UNTIL WS-EJRNFILE-STATUS NOT = FS-OKEI
           CLOSE EJRNFILE
           .
       2550-CUENTA-EJRN-EXIT.
           EXIT.

       2560-LEE-EJRN.
           READ EJRNFILE
              AT END
                 MOVE FS-EOF TO WS-EJRNFILE-STATUS
                 GO TO 2560-LEE-EJRN-EXIT
           END-READ
           IF WS-EJRNFILE-STATUS NOT = FS-OKEI
              DISPLAY "EL ERROR DE EJRNFILE ES: " WS-EJRNFILE-STATUS
              SET CUENTA-MAL TO TRUE
              GO TO 2560-LEE-EJRN-EXIT
           END-IF
           ADD 1 TO WS-CONT-EJRN
           .
       2560-LEE-EJRN-EXIT.
           EXIT.

       2600-COPIA-EMPLEADO.
           READ EMSTFILE
              AT END
                 MOVE FS-EOF TO WS-EMSTFILE-STATUS
                 GO TO 2600-COPIA-EMPLEADO-EXIT
           END-READ
           IF WS-EMSTFILE-STATUS NOT = FS-OKEI
              DISPLAY "EL ERROR DE EMSTFILE ES: " WS-EMSTFILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE FS-EOF TO WS-EMSTFILE-STATUS
              GO TO 2600-COPIA-EMPLEADO-EXIT
           END-IF
           ADD 1 TO WS-CONT-EMPLEADOS
           MOVE EMS-EMPNO TO CLV-CLAVE
           CALL 'N37CLAV' USING WS-CLV-AREA
           ADD CLV-VALOR TO WS-HASH-CLAVE
           MOVE EMS-WORKDEPT TO CLV-CLAVE
           CALL 'N37CLAV' USING WS-CLV-AREA
           ADD CLV-VALOR  TO WS-HASH-DATOS
           ADD EMS-SALARY TO WS-HASH-DATOS
           ADD EMS-BONUS  TO WS-HASH-DATOS
           MOVE 'D'          TO BKE-TIPO
           MOVE REG-EMSTFILE TO BKE-REGISTRO
           WRITE REG-BKEFILE
           IF WS-BKEFILE-STATUS NOT = "00"
              DISPLAY "ERROR GRABANDO BKEFILE: " WS-BKEFILE-STATUS
                      " EMPNO " EMS-EMPNO
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       2600-COPIA-EMPLEADO-EXIT.
           EXIT.

       2900-ARMA-CONTROL.
           MOVE SPACES         TO WS-BKP-CONTROL
           MOVE WS-RUN-DATE-RF TO BKP-FECHA
           MOVE WS-RUN-HORA    TO BKP-HORA
           MOVE 0              TO BKP-CONTEO
           MOVE 0              TO BKP-HASH-CLAVE
           MOVE 0              TO BKP-HASH-DATOS
           MOVE 0              TO BKP-JOURNAL
           .
       2900-ARMA-CONTROL-EXIT.
           EXIT.

       3000-FIN.
           DISPLAY 'N39BKUP - FECHA DE LA COPIA.: ' WS-RUN-DATE-RF
                   ' ' WS-RUN-HORA
           .
       3000-FIN-EXIT.
           EXIT.
