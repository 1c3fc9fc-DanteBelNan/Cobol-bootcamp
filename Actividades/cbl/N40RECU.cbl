       IDENTIFICATION DIVISION.
       PROGRAM-ID. N40RECU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMSTFILE ASSIGN TO DMSTFILED
                          ORGANIZATION INDEXED
                          ACCESS DYNAMIC
                          RECORD KEY MST-DEPTNO
                          FILE STATUS WS-DMSTFILE-STATUS.
           SELECT EMSTFILE ASSIGN TO EMSTFILED
                          ORGANIZATION INDEXED
                          ACCESS DYNAMIC
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
           SELECT PARMFILE ASSIGN TO PARMFILED
                          FILE STATUS WS-PARMFILE-STATUS.
           SELECT RCVFILE ASSIGN TO RCVFILED
                          FILE STATUS WS-RCVFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Keyed department master, rebuilt here from the backup when
      * RCP-MAESTRO is D.
       FD DMSTFILE
            RECORD CONTAINS 90 CHARACTERS.
       01 REG-DMSTFILE.
           05  MST-DEPTNO        PIC X(03).
           05  MST-DEPTNAME      PIC X(36).
           05  MST-MGRNO         PIC X(06).
           05  MST-ADMRDEPT      PIC X(03).
           05  MST-LOCATION      PIC X(16).
           05  FILLER            PIC X(26).

      * Keyed employee master, rebuilt here from the backup when
      * RCP-MAESTRO is E.
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

      * The N39BKUP generation to restore, BKUPREC header and trailer
      * around the copied records.
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

      * N01DMNT's effective-dated history of DMSTFILE, in apply order.
       FD HISTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 150 CHARACTERS.
       01 REG-HISTFILE.
           05  HST-ACCION        PIC X(01).
           05  HST-DEPTNO        PIC X(03).
           05  HST-FECHA         PIC X(10).
           05  HST-ANTES         PIC X(64).
           05  HST-DESPUES       PIC X(64).
           05  HST-HORA          PIC X(08).

      * Journal of EMSTFILE written by N11EMNT and N27APRB.
       FD EJRNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 170 CHARACTERS.
       01 REG-EJRNFILE.
           COPY EJRNREC.

      * One card. RCP-MAESTRO: D = DMSTFILE from BKDFILE and
      * HISTFILE, E = EMSTFILE from BKEFILE and EJRNFILE. The journal
      * is rolled forward up to and including RCP-FECHA (YYYY-MM-DD)
      * and RCP-HORA (HH:MM:SS); no date rolls the whole journal
      * forward, a date with no time means the end of that day.
       FD PARMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 30 CHARACTERS.
       01 REG-PARMFILE.
           05  RCP-MAESTRO       PIC X(01).
           05  RCP-FECHA         PIC X(10).
           05  RCP-HORA          PIC X(08).
           05  FILLER            PIC X(11).

       FD RCVFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-RCVFILE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DMSTFILE-STATUS PIC XX.
       01 WS-EMSTFILE-STATUS PIC XX.
       01 WS-BKDFILE-STATUS PIC XX.
       01 WS-BKEFILE-STATUS PIC XX.
       01 WS-HISTFILE-STATUS PIC XX.
       01 WS-EJRNFILE-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-RCVFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".
           05 FS-NO-HAY PIC XX VALUE "23".

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-MAESTRO         PIC X VALUE SPACES.
           88 MAESTRO-DEPTOS      VALUE 'D'.
           88 MAESTRO-EMPLEADOS   VALUE 'E'.
       01 WS-MAESTRO-NOMBRE  PIC X(8).

      * Points in time as date and time side by side, so they compare
      * as plain text: the moment the backup was taken and the moment
      * asked for. Only the second bounds the roll forward; which rows
      * the backup already holds is told by count, WS-JRN-EN-COPIA.
       01 WS-DESDE.
           05 WS-DESDE-FECHA   PIC X(10).
           05 WS-DESDE-HORA    PIC X(08).
       01 WS-HASTA.
           05 WS-HASTA-FECHA   PIC X(10).
           05 WS-HASTA-HORA    PIC X(08).
       01 WS-MOMENTO.
           05 WS-MOMENTO-FECHA PIC X(10).
           05 WS-MOMENTO-HORA  PIC X(08).

       01 WS-BKP-CONTROL.
           COPY BKUPREC.
       01 WS-CLV-AREA.
           COPY CLAVAREA.
       01 WS-BKP-STATUS      PIC XX.
       01 WS-BKP-REGISTRO    PIC X(91).

      * One master record, from the backup, a journal image or the
      * restored master, in the view its hash is taken from.
       01 WS-IMG-D.
           05 IMD-DEPTNO       PIC X(03).
           05 IMD-DEPTNAME     PIC X(36).
           05 IMD-MGRNO        PIC X(06).
           05 IMD-ADMRDEPT     PIC X(03).
           05 IMD-LOCATION     PIC X(16).
       01 WS-IMG-E.
           05 IME-EMPNO        PIC X(06).
           05 IME-FIRSTNME     PIC X(12).
           05 IME-LASTNAME     PIC X(15).
           05 IME-WORKDEPT     PIC X(03).
           05 IME-JOB          PIC X(08).
           05 IME-SALARY       PIC 9(07)V99.
           05 IME-BONUS        PIC 9(07)V99.
       01 WS-IMG-CLAVE       PIC 9(15).
       01 WS-IMG-DATOS       PIC 9(13)V99.

      * Proof totals: what the backup says it holds, what the master
      * must hold once the applied journal rows are netted in, and
      * what it is found to hold when read back.
       01 WS-BKP-CONTEO      PIC 9(8) VALUE 0.
       01 WS-BKP-CLAVE       PIC 9(15) VALUE 0.
       01 WS-BKP-DATOS       PIC 9(13)V99 VALUE 0.
       01 WS-ESP-CONTEO      PIC S9(9) VALUE 0.
       01 WS-ESP-CLAVE       PIC S9(15) VALUE 0.
       01 WS-ESP-DATOS       PIC S9(13)V99 VALUE 0.
       01 WS-REAL-CONTEO     PIC 9(8) VALUE 0.
       01 WS-REAL-CLAVE      PIC 9(15) VALUE 0.
       01 WS-REAL-DATOS      PIC 9(13)V99 VALUE 0.

       01 WS-CONT-RESTAURADOS  PIC 9(8) VALUE 0.
       01 WS-CONT-JOURNAL      PIC 9(8) VALUE 0.
       01 WS-CONT-PREVIOS      PIC 9(8) VALUE 0.
       01 WS-CONT-POSTERIORES  PIC 9(8) VALUE 0.
       01 WS-CONT-APLICADOS    PIC 9(8) VALUE 0.
       01 WS-CONT-EXCEPCIONES  PIC 9(8) VALUE 0.
      * Journal rows N39BKUP counted when it took the copy.
       01 WS-JRN-EN-COPIA      PIC 9(8) VALUE 0.

      * One journal row, whichever master it belongs to.
       01 WS-JRN-ACCION      PIC X.
       01 WS-JRN-CLAVE       PIC X(6).
       01 WS-JRN-PROGRAMA    PIC X(8).
       01 WS-JRN-FIN         PIC X VALUE 'N'.
           88 JRN-FIN             VALUE 'Y'.
       01 WS-CUADRA          PIC X VALUE 'Y'.
           88 CUADRA              VALUE 'Y'.
           88 NO-CUADRA           VALUE 'N'.

       01 WS-RCV-TITLE.
           10 RTL-LIT              PIC X(40)
               VALUE 'MASTER RECOVERY REPORT'.
           10 RTL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 RTL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-RCV-SECCION.
           10 RCS-LIT              PIC X(30).
           10 RCS-VALOR            PIC X(40).
           10 FILLER               PIC X(62) VALUE SPACES.
       01 WS-RCV-HEADER.
           10 RHD-CLAVE            PIC X(6)  VALUE 'KEY'.
           10 RHD-PIPE1            PIC X(1)  VALUE '|'.
           10 RHD-ACCION           PIC X(3)  VALUE 'ACT'.
           10 RHD-PIPE2            PIC X(1)  VALUE '|'.
           10 RHD-FECHA            PIC X(10) VALUE 'DATE'.
           10 RHD-PIPE3            PIC X(1)  VALUE '|'.
           10 RHD-HORA             PIC X(8)  VALUE 'TIME'.
           10 RHD-PIPE4            PIC X(1)  VALUE '|'.
           10 RHD-PROGRAMA         PIC X(8)  VALUE 'PROGRAM'.
           10 RHD-PIPE5            PIC X(1)  VALUE '|'.
           10 RHD-NOTA             PIC X(40) VALUE 'EXCEPTION'.
           10 FILLER               PIC X(52) VALUE SPACES.
       01 WS-RCV-LINE.
           10 RCL-CLAVE            PIC X(6).
           10 RCL-PIPE1            PIC X(1)  VALUE '|'.
           10 RCL-ACCION           PIC X(3).
           10 RCL-PIPE2            PIC X(1)  VALUE '|'.
           10 RCL-FECHA            PIC X(10).
           10 RCL-PIPE3            PIC X(1)  VALUE '|'.
           10 RCL-HORA             PIC X(8).
           10 RCL-PIPE4            PIC X(1)  VALUE '|'.
           10 RCL-PROGRAMA         PIC X(8).
           10 RCL-PIPE5            PIC X(1)  VALUE '|'.
           10 RCL-NOTA             PIC X(40).
           10 FILLER               PIC X(52) VALUE SPACES.
       01 WS-RCV-PRUEBA-HDR.
           10 RPH-LIT              PIC X(20) VALUE 'PROOF'.
           10 RPH-PIPE1            PIC X(1)  VALUE '|'.
           10 RPH-ESPERADO         PIC X(20) VALUE 'EXPECTED'.
           10 RPH-PIPE2            PIC X(1)  VALUE '|'.
           10 RPH-REAL             PIC X(20) VALUE 'RESTORED MASTER'.
           10 RPH-PIPE3            PIC X(1)  VALUE '|'.
           10 RPH-MARCA            PIC X(10) VALUE 'RESULT'.
           10 FILLER               PIC X(59) VALUE SPACES.
       01 WS-RCV-PRUEBA.
           10 RPR-LIT              PIC X(20).
           10 RPR-PIPE1            PIC X(1)  VALUE '|'.
           10 RPR-ESPERADO         PIC -(16)9,99.
           10 RPR-PIPE2            PIC X(1)  VALUE '|'.
           10 RPR-REAL             PIC -(16)9,99.
           10 RPR-PIPE3            PIC X(1)  VALUE '|'.
           10 RPR-MARCA            PIC X(10).
           10 FILLER               PIC X(59) VALUE SPACES.
       01 WS-RCV-FOOTER.
           10 RFT-CONT             PIC ZZZZZ9.
           10 RFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

       01 WS-ABORT-MSG              PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 1200-VALIDA-COPIA
           THRU 1200-VALIDA-COPIA-EXIT

           PERFORM 1400-RESTAURA
           THRU 1400-RESTAURA-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL JRN-FIN

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

           OPEN OUTPUT RCVFILE
           EVALUATE WS-RCVFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE RCVFILE ES: " WS-RCVFILE-STATUS
           END-EVALUATE
           MOVE WS-RUN-DATE-RF TO RTL-FECHA
           WRITE REG-RCVFILE FROM WS-RCV-TITLE
           .
       1000-INICIO-EXIT.
           EXIT.

      * Without the card there is no telling which master to rebuild,
      * and rebuilding the wrong one is worse than not running.
       1100-CARGA-PARM.
           MOVE "00" TO WS-PARMFILE-STATUS
           OPEN INPUT PARMFILE
           EVALUATE WS-PARMFILE-STATUS
               WHEN "00"
                  READ PARMFILE INTO REG-PARMFILE
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE RCP-MAESTRO TO WS-MAESTRO
                        MOVE RCP-FECHA   TO WS-HASTA-FECHA
                        MOVE RCP-HORA    TO WS-HASTA-HORA
                  END-READ
                  CLOSE PARMFILE
               WHEN "35"
                  DISPLAY "NO EXISTE TARJETA DE RECUPERACION"
               WHEN OTHER
                  DISPLAY "EL ERROR DE PARMFILE ES: " WS-PARMFILE-STATUS
           END-EVALUATE
           EVALUATE TRUE
               WHEN MAESTRO-DEPTOS
                  MOVE 'DMSTFILE' TO WS-MAESTRO-NOMBRE
               WHEN MAESTRO-EMPLEADOS
                  MOVE 'EMSTFILE' TO WS-MAESTRO-NOMBRE
               WHEN OTHER
                  MOVE 'TARJETA SIN MAESTRO D O E' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
           IF WS-HASTA-FECHA = SPACES
              MOVE HIGH-VALUES TO WS-HASTA
           ELSE
              IF WS-HASTA-HORA = SPACES
                 MOVE '23:59:59' TO WS-HASTA-HORA
              END-IF
           END-IF
           .
       1100-CARGA-PARM-EXIT.
           EXIT.

      * The whole backup is proved against its own trailer before the
      * master is touched: a short or damaged generation stops the
      * run with the old master still in place.
       1200-VALIDA-COPIA.
           PERFORM 1250-ABRE-COPIA
           THRU 1250-ABRE-COPIA-EXIT
           PERFORM 1260-LEE-COPIA
           THRU 1260-LEE-COPIA-EXIT
           IF WS-BKP-STATUS = FS-EOF
              MOVE 'COPIA VACIA, SIN CABECERA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE WS-BKP-REGISTRO (1:73) TO WS-BKP-CONTROL
           IF NOT BKP-CABECERA
              OR BKP-MAESTRO NOT = WS-MAESTRO-NOMBRE
              MOVE 'COPIA SIN CABECERA DEL MAESTRO PEDIDO'
                TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           IF BKP-JOURNAL NOT NUMERIC
              MOVE 'COPIA SIN CONTEO DEL JOURNAL' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE BKP-JOURNAL TO WS-JRN-EN-COPIA
           MOVE BKP-FECHA TO WS-DESDE-FECHA
           MOVE BKP-HORA  TO WS-DESDE-HORA
           IF WS-HASTA < WS-DESDE
              MOVE 'EL PUNTO PEDIDO ES ANTERIOR A LA COPIA'
                TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF

           MOVE SPACES TO WS-BKP-CONTROL
           PERFORM 1210-SUMA-COPIA
           THRU 1210-SUMA-COPIA-EXIT
           UNTIL WS-BKP-STATUS = FS-EOF
              OR BKP-TRAILER

           IF NOT BKP-TRAILER
              MOVE 'COPIA SIN TRAILER, INCOMPLETA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           IF BKP-CONTEO NOT = WS-BKP-CONTEO
              OR BKP-HASH-CLAVE NOT = WS-BKP-CLAVE
              OR BKP-HASH-DATOS NOT = WS-BKP-DATOS
              OR BKP-JOURNAL NOT = WS-JRN-EN-COPIA
              DISPLAY 'TRAILER : ' BKP-CONTEO ' ' BKP-HASH-CLAVE ' '
                      BKP-HASH-DATOS ' ' BKP-JOURNAL
              DISPLAY 'LEIDO   : ' WS-BKP-CONTEO ' ' WS-BKP-CLAVE ' '
                      WS-BKP-DATOS ' ' WS-JRN-EN-COPIA
              MOVE 'COPIA NO CUADRA CON SU TRAILER' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE WS-BKP-CONTEO TO WS-ESP-CONTEO
           MOVE WS-BKP-CLAVE  TO WS-ESP-CLAVE
           MOVE WS-BKP-DATOS  TO WS-ESP-DATOS
           PERFORM 1270-CIERRA-COPIA
           THRU 1270-CIERRA-COPIA-EXIT

           MOVE 'MASTER RESTORED' TO RCS-LIT
           MOVE WS-MAESTRO-NOMBRE TO RCS-VALOR
           WRITE REG-RCVFILE FROM WS-RCV-SECCION
           MOVE 'BACKUP TAKEN' TO RCS-LIT
           MOVE WS-DESDE TO RCS-VALOR
           WRITE REG-RCVFILE FROM WS-RCV-SECCION
           MOVE 'JOURNAL ROWS AT BACKUP' TO RCS-LIT
           MOVE WS-JRN-EN-COPIA TO RCS-VALOR
           WRITE REG-RCVFILE FROM WS-RCV-SECCION
           MOVE 'ROLLED FORWARD TO' TO RCS-LIT
           IF WS-HASTA = HIGH-VALUES
              MOVE 'END OF JOURNAL' TO RCS-VALOR
           ELSE
              MOVE WS-HASTA TO RCS-VALOR
           END-IF
           WRITE REG-RCVFILE FROM WS-RCV-SECCION
           .
       1200-VALIDA-COPIA-EXIT.
           EXIT.

       1210-SUMA-COPIA.
           PERFORM 1260-LEE-COPIA
           THRU 1260-LEE-COPIA-EXIT
           IF WS-BKP-STATUS = FS-EOF
              GO TO 1210-SUMA-COPIA-EXIT
           END-IF
           IF WS-BKP-REGISTRO (1:1) NOT = 'D'
              MOVE WS-BKP-REGISTRO (1:73) TO WS-BKP-CONTROL
              GO TO 1210-SUMA-COPIA-EXIT
           END-IF
           ADD 1 TO WS-BKP-CONTEO
           PERFORM 1280-IMAGEN-COPIA
           THRU 1280-IMAGEN-COPIA-EXIT
           ADD WS-IMG-CLAVE TO WS-BKP-CLAVE
           ADD WS-IMG-DATOS TO WS-BKP-DATOS
           .
       1210-SUMA-COPIA-EXIT.
           EXIT.

       1250-ABRE-COPIA.
           IF MAESTRO-DEPTOS
              OPEN INPUT BKDFILE
              MOVE WS-BKDFILE-STATUS TO WS-BKP-STATUS
           ELSE
              OPEN INPUT BKEFILE
              MOVE WS-BKEFILE-STATUS TO WS-BKP-STATUS
           END-IF
           EVALUATE WS-BKP-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  MOVE 'NO EXISTE LA COPIA A RESTAURAR' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
               WHEN OTHER
                  DISPLAY "EL ERROR DE LA COPIA ES: " WS-BKP-STATUS
                  MOVE 'NO SE PUEDE ABRIR LA COPIA' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
           .
       1250-ABRE-COPIA-EXIT.
           EXIT.

      * The backup record lands in WS-BKP-REGISTRO with its type byte
      * in front, whichever master it is.
       1260-LEE-COPIA.
           MOVE SPACES TO WS-BKP-REGISTRO
           IF MAESTRO-DEPTOS
              READ BKDFILE
                 AT END
                    MOVE FS-EOF TO WS-BKDFILE-STATUS
                 NOT AT END
                    MOVE REG-BKDFILE TO WS-BKP-REGISTRO
              END-READ
              MOVE WS-BKDFILE-STATUS TO WS-BKP-STATUS
           ELSE
              READ BKEFILE
                 AT END
                    MOVE FS-EOF TO WS-BKEFILE-STATUS
                 NOT AT END
                    MOVE REG-BKEFILE TO WS-BKP-REGISTRO
              END-READ
              MOVE WS-BKEFILE-STATUS TO WS-BKP-STATUS
           END-IF
           .
       1260-LEE-COPIA-EXIT.
           EXIT.

       1270-CIERRA-COPIA.
           IF MAESTRO-DEPTOS
              CLOSE BKDFILE
           ELSE
              CLOSE BKEFILE
           END-IF
           .
       1270-CIERRA-COPIA-EXIT.
           EXIT.

      * Image and hash of the master record just read from the backup.
       1280-IMAGEN-COPIA.
           IF MAESTRO-DEPTOS
              MOVE BKD-REGISTRO (1:64) TO WS-IMG-D
           ELSE
              MOVE BKE-REGISTRO (1:62) TO WS-IMG-E
           END-IF
           PERFORM 2800-HASH-IMAGEN
           THRU 2800-HASH-IMAGEN-EXIT
           .
       1280-IMAGEN-COPIA-EXIT.
           EXIT.

      * The master is recreated empty and loaded from the backup in
      * key order, then reopened for the journal to be applied.
       1400-RESTAURA.
           PERFORM 1250-ABRE-COPIA
           THRU 1250-ABRE-COPIA-EXIT
           PERFORM 1260-LEE-COPIA
           THRU 1260-LEE-COPIA-EXIT
           IF MAESTRO-DEPTOS
              OPEN OUTPUT DMSTFILE
              IF WS-DMSTFILE-STATUS NOT = FS-OKEI
                 DISPLAY "EL ERROR DE DMSTFILE ES: " WS-DMSTFILE-STATUS
                 MOVE 'NO SE PUEDE CREAR EL MAESTRO' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
           ELSE
              OPEN OUTPUT EMSTFILE
              IF WS-EMSTFILE-STATUS NOT = FS-OKEI
                 DISPLAY "EL ERROR DE EMSTFILE ES: " WS-EMSTFILE-STATUS
                 MOVE 'NO SE PUEDE CREAR EL MAESTRO' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
           END-IF

           PERFORM 1410-CARGA-REGISTRO
           THRU 1410-CARGA-REGISTRO-EXIT
           UNTIL WS-BKP-STATUS = FS-EOF

           PERFORM 1270-CIERRA-COPIA
           THRU 1270-CIERRA-COPIA-EXIT
           IF MAESTRO-DEPTOS
              CLOSE DMSTFILE
              OPEN I-O DMSTFILE
           ELSE
              CLOSE EMSTFILE
              OPEN I-O EMSTFILE
           END-IF

           IF MAESTRO-DEPTOS
              OPEN INPUT HISTFILE
              MOVE WS-HISTFILE-STATUS TO WS-BKP-STATUS
           ELSE
              OPEN INPUT EJRNFILE
              MOVE WS-EJRNFILE-STATUS TO WS-BKP-STATUS
           END-IF
           EVALUATE WS-BKP-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  DISPLAY "NO EXISTE JOURNAL, SOLO SE RESTAURA LA COPIA"
                  SET JRN-FIN TO TRUE
               WHEN OTHER
                  DISPLAY "EL ERROR DEL JOURNAL ES: " WS-BKP-STATUS
                  MOVE 'NO SE PUEDE ABRIR EL JOURNAL' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE

           WRITE REG-RCVFILE FROM WS-RCV-HEADER
           .
       1400-RESTAURA-EXIT.
           EXIT.

       1410-CARGA-REGISTRO.
           PERFORM 1260-LEE-COPIA
           THRU 1260-LEE-COPIA-EXIT
           IF WS-BKP-STATUS = FS-EOF
              GO TO 1410-CARGA-REGISTRO-EXIT
           END-IF
           IF WS-BKP-REGISTRO (1:1) NOT = 'D'
              GO TO 1410-CARGA-REGISTRO-EXIT
           END-IF
           IF MAESTRO-DEPTOS
              MOVE BKD-REGISTRO TO REG-DMSTFILE
              WRITE REG-DMSTFILE
              MOVE WS-DMSTFILE-STATUS TO WS-BKP-STATUS
           ELSE
              MOVE BKE-REGISTRO TO REG-EMSTFILE
              WRITE REG-EMSTFILE
              MOVE WS-EMSTFILE-STATUS TO WS-BKP-STATUS
           END-IF
           IF WS-BKP-STATUS NOT = FS-OKEI
              DISPLAY "ERROR CARGANDO EL MAESTRO: " WS-BKP-STATUS
                      " CLAVE " WS-BKP-REGISTRO (2:6)
              MOVE 'NO SE PUDO CARGAR LA COPIA ENTERA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-CONT-RESTAURADOS
           .
       1410-CARGA-REGISTRO-EXIT.
           EXIT.

      * One journal row. The journal only grows, so the first
      * WS-JRN-EN-COPIA rows are the ones N39BKUP found on it when it
      * took the copy, and the copy already holds them; they are
      * skipped by count, never by date, since the rows carry the
      * business date and a rerun under an override stamps an older
      * one. Rows after the moment asked for are left out; the whole
      * journal is still read, as a rerun can put an older date
      * behind a newer one.
       2000-PROCESO.
           PERFORM 2100-LEE-JOURNAL
           THRU 2100-LEE-JOURNAL-EXIT
           IF JRN-FIN
              GO TO 2000-PROCESO-EXIT
           END-IF
           ADD 1 TO WS-CONT-JOURNAL
           IF WS-CONT-JOURNAL NOT > WS-JRN-EN-COPIA
              ADD 1 TO WS-CONT-PREVIOS
              GO TO 2000-PROCESO-EXIT
           END-IF
           IF WS-MOMENTO > WS-HASTA
              ADD 1 TO WS-CONT-POSTERIORES
              GO TO 2000-PROCESO-EXIT
           END-IF
           IF MAESTRO-DEPTOS
              PERFORM 2200-APLICA-DEPTO
              THRU 2200-APLICA-DEPTO-EXIT
           ELSE
              PERFORM 2300-APLICA-EMPLEADO
              THRU 2300-APLICA-EMPLEADO-EXIT
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

       2100-LEE-JOURNAL.
           IF MAESTRO-DEPTOS
              READ HISTFILE
                 AT END
                    SET JRN-FIN TO TRUE
                 NOT AT END
                    MOVE HST-ACCION TO WS-JRN-ACCION
                    MOVE HST-DEPTNO TO WS-JRN-CLAVE
                    MOVE 'N01DMNT'  TO WS-JRN-PROGRAMA
                    MOVE HST-FECHA  TO WS-MOMENTO-FECHA
                    MOVE HST-HORA   TO WS-MOMENTO-HORA
              END-READ
           ELSE
              READ EJRNFILE
                 AT END
                    SET JRN-FIN TO TRUE
                 NOT AT END
                    MOVE EJR-ACCION   TO WS-JRN-ACCION
                    MOVE EJR-EMPNO    TO WS-JRN-CLAVE
                    MOVE EJR-PROGRAMA TO WS-JRN-PROGRAMA
                    MOVE EJR-FECHA    TO WS-MOMENTO-FECHA
                    MOVE EJR-HORA     TO WS-MOMENTO-HORA
              END-READ
           END-IF
           .
       2100-LEE-JOURNAL-EXIT.
           EXIT.

      * The row's images are netted into the expected totals as it is
      * applied. A change or delete whose before image is not what the
      * master holds is still applied - the journal is the record of
      * what happened - but it is listed, and the proof will not
      * balance.
       2200-APLICA-DEPTO.
           EVALUATE HST-ACCION
               WHEN 'A'
                  MOVE SPACES TO REG-DMSTFILE
                  MOVE HST-DESPUES TO REG-DMSTFILE (1:64)
                  WRITE REG-DMSTFILE
                  IF WS-DMSTFILE-STATUS NOT = FS-OKEI
                     MOVE 'ADD - KEY ALREADY ON MASTER' TO RCL-NOTA
                     PERFORM 2900-EXCEPCION
                     THRU 2900-EXCEPCION-EXIT
                     GO TO 2200-APLICA-DEPTO-EXIT
                  END-IF
                  ADD 1 TO WS-ESP-CONTEO
               WHEN 'C'
               WHEN 'D'
                  MOVE HST-DEPTNO TO MST-DEPTNO
                  READ DMSTFILE
                  IF WS-DMSTFILE-STATUS NOT = FS-OKEI
                     MOVE 'KEY NOT ON MASTER - NOT APPLIED' TO RCL-NOTA
                     PERFORM 2900-EXCEPCION
                     THRU 2900-EXCEPCION-EXIT
                     GO TO 2200-APLICA-DEPTO-EXIT
                  END-IF
                  IF REG-DMSTFILE (1:64) NOT = HST-ANTES
                     MOVE 'BEFORE IMAGE DIFFERS FROM MASTER'
                       TO RCL-NOTA
                     PERFORM 2900-EXCEPCION
                     THRU 2900-EXCEPCION-EXIT
                  END-IF
                  IF HST-ACCION = 'C'
                     MOVE HST-DESPUES TO REG-DMSTFILE (1:64)
                     REWRITE REG-DMSTFILE
                  ELSE
                     DELETE DMSTFILE
                     SUBTRACT 1 FROM WS-ESP-CONTEO
                  END-IF
                  MOVE HST-ANTES TO WS-IMG-D
                  PERFORM 2800-HASH-IMAGEN
                  THRU 2800-HASH-IMAGEN-EXIT
                  SUBTRACT WS-IMG-CLAVE FROM WS-ESP-CLAVE
                  SUBTRACT WS-IMG-DATOS FROM WS-ESP-DATOS
               WHEN OTHER
                  MOVE 'UNKNOWN JOURNAL ACTION' TO RCL-NOTA
                  PERFORM 2900-EXCEPCION
                  THRU 2900-EXCEPCION-EXIT
                  GO TO 2200-APLICA-DEPTO-EXIT
           END-EVALUATE
           IF HST-ACCION NOT = 'D'
              MOVE HST-DESPUES TO WS-IMG-D
              PERFORM 2800-HASH-IMAGEN
              THRU 2800-HASH-IMAGEN-EXIT
              ADD WS-IMG-CLAVE TO WS-ESP-CLAVE
              ADD WS-IMG-DATOS TO WS-ESP-DATOS
           END-IF
           ADD 1 TO WS-CONT-APLICADOS
           .
       2200-APLICA-DEPTO-EXIT.
           EXIT.

       2300-APLICA-EMPLEADO.
           EVALUATE EJR-ACCION
               WHEN 'A'
                  MOVE SPACES TO REG-EMSTFILE
                  MOVE EJR-DESPUES TO REG-EMSTFILE (1:62)
                  WRITE REG-EMSTFILE
                  IF WS-EMSTFILE-STATUS NOT = FS-OKEI
                     MOVE 'ADD - KEY ALREADY ON MASTER' TO RCL-NOTA
                     PERFORM 2900-EXCEPCION
                     THRU 2900-EXCEPCION-EXIT
                     GO TO 2300-APLICA-EMPLEADO-EXIT
                  END-IF
                  ADD 1 TO WS-ESP-CONTEO
               WHEN 'C'
               WHEN 'D'
                  MOVE EJR-EMPNO TO EMS-EMPNO
                  READ EMSTFILE
                  IF WS-EMSTFILE-STATUS NOT = FS-OKEI
                     MOVE 'KEY NOT ON MASTER - NOT APPLIED' TO RCL-NOTA
                     PERFORM 2900-EXCEPCION
                     THRU 2900-EXCEPCION-EXIT
                     GO TO 2300-APLICA-EMPLEADO-EXIT
                  END-IF
                  IF REG-EMSTFILE (1:62) NOT = EJR-ANTES
                     MOVE 'BEFORE IMAGE DIFFERS FROM MASTER'
                       TO RCL-NOTA
                     PERFORM 2900-EXCEPCION
                     THRU 2900-EXCEPCION-EXIT
                  END-IF
                  IF EJR-ACCION = 'C'
                     MOVE EJR-DESPUES TO REG-EMSTFILE (1:62)
                     REWRITE REG-EMSTFILE
                  ELSE
                     DELETE EMSTFILE
                     SUBTRACT 1 FROM WS-ESP-CONTEO
                  END-IF
                  MOVE EJR-ANTES TO WS-IMG-E
                  PERFORM 2800-HASH-IMAGEN
                  THRU 2800-HASH-IMAGEN-EXIT
                  SUBTRACT WS-IMG-CLAVE FROM WS-ESP-CLAVE
                  SUBTRACT WS-IMG-DATOS FROM WS-ESP-DATOS
               WHEN OTHER
                  MOVE 'UNKNOWN JOURNAL ACTION' TO RCL-NOTA
                  PERFORM 2900-EXCEPCION
                  THRU 2900-EXCEPCION-EXIT
                  GO TO 2300-APLICA-EMPLEADO-EXIT
           END-EVALUATE
           IF EJR-ACCION NOT = 'D'
              MOVE EJR-DESPUES TO WS-IMG-E
              PERFORM 2800-HASH-IMAGEN
              THRU 2800-HASH-IMAGEN-EXIT
              ADD WS-IMG-CLAVE TO WS-ESP-CLAVE
              ADD WS-IMG-DATOS TO WS-ESP-DATOS
           END-IF
           ADD 1 TO WS-CONT-APLICADOS
           .
       2300-APLICA-EMPLEADO-EXIT.
           EXIT.

      * Key hash and data hash of the image in WS-IMG-D or WS-IMG-E,
      * taken exactly as N39BKUP takes them.
       2800-HASH-IMAGEN.
           IF MAESTRO-DEPTOS
              MOVE IMD-DEPTNO TO CLV-CLAVE
              CALL 'N37CLAV' USING WS-CLV-AREA
              MOVE CLV-VALOR TO WS-IMG-CLAVE
              MOVE IMD-MGRNO TO CLV-CLAVE
              CALL 'N37CLAV' USING WS-CLV-AREA
              MOVE CLV-VALOR TO WS-IMG-DATOS
              MOVE IMD-ADMRDEPT TO CLV-CLAVE
              CALL 'N37CLAV' USING WS-CLV-AREA
              ADD CLV-VALOR TO WS-IMG-DATOS
           ELSE
              MOVE IME-EMPNO TO CLV-CLAVE
              CALL 'N37CLAV' USING WS-CLV-AREA
              MOVE CLV-VALOR TO WS-IMG-CLAVE
              MOVE IME-WORKDEPT TO CLV-CLAVE
              CALL 'N37CLAV' USING WS-CLV-AREA
              MOVE CLV-VALOR TO WS-IMG-DATOS
              IF IME-SALARY IS NUMERIC
                 ADD IME-SALARY TO WS-IMG-DATOS
              END-IF
              IF IME-BONUS IS NUMERIC
                 ADD IME-BONUS TO WS-IMG-DATOS
              END-IF
           END-IF
           .
       2800-HASH-IMAGEN-EXIT.
           EXIT.

       2900-EXCEPCION.
           MOVE WS-JRN-CLAVE     TO RCL-CLAVE
           MOVE WS-JRN-ACCION    TO RCL-ACCION
           MOVE WS-MOMENTO-FECHA TO RCL-FECHA
           MOVE WS-MOMENTO-HORA  TO RCL-HORA
           MOVE WS-JRN-PROGRAMA  TO RCL-PROGRAMA
           WRITE REG-RCVFILE FROM WS-RCV-LINE
           ADD 1 TO WS-CONT-EXCEPCIONES
           .
       2900-EXCEPCION-EXIT.
           EXIT.

      * The restored master is read back end to end and its count and
      * hashes set against the backup trailer plus the journal rows
      * applied. RC 8 when they disagree or any row was listed.
       3000-FIN.
           IF MAESTRO-DEPTOS
              CLOSE HISTFILE
              CLOSE DMSTFILE
              OPEN INPUT DMSTFILE
              MOVE WS-DMSTFILE-STATUS TO WS-BKP-STATUS
           ELSE
              CLOSE EJRNFILE
              CLOSE EMSTFILE
              OPEN INPUT EMSTFILE
              MOVE WS-EMSTFILE-STATUS TO WS-BKP-STATUS
           END-IF
           PERFORM 3100-SUMA-MAESTRO
           THRU 3100-SUMA-MAESTRO-EXIT
           UNTIL WS-BKP-STATUS NOT = FS-OKEI
           IF MAESTRO-DEPTOS
              CLOSE DMSTFILE
           ELSE
              CLOSE EMSTFILE
           END-IF

           MOVE WS-CONT-EXCEPCIONES TO RFT-CONT
           MOVE 'JOURNAL EXCEPTIONS' TO RFT-LIT
           WRITE REG-RCVFILE FROM WS-RCV-FOOTER
           MOVE WS-CONT-RESTAURADOS TO RFT-CONT
           MOVE 'RECORDS RESTORED FROM BACKUP' TO RFT-LIT
           WRITE REG-RCVFILE FROM WS-RCV-FOOTER
           MOVE WS-CONT-PREVIOS TO RFT-CONT
           MOVE 'JOURNAL ROWS ALREADY IN BACKUP' TO RFT-LIT
           WRITE REG-RCVFILE FROM WS-RCV-FOOTER
           MOVE WS-CONT-APLICADOS TO RFT-CONT
           MOVE 'JOURNAL ROWS ROLLED FORWARD' TO RFT-LIT
           WRITE REG-RCVFILE FROM WS-RCV-FOOTER
           MOVE WS-CONT-POSTERIORES TO RFT-CONT
           MOVE 'JOURNAL ROWS PAST THE POINT ASKED' TO RFT-LIT
           WRITE REG-RCVFILE FROM WS-RCV-FOOTER

           IF WS-CONT-JOURNAL < WS-JRN-EN-COPIA
              DISPLAY 'N40RECU - EL JOURNAL TIENE MENOS FILAS QUE LA '
                      'COPIA: ' WS-CONT-JOURNAL ' / ' WS-JRN-EN-COPIA
              SET NO-CUADRA TO TRUE
           END-IF

           WRITE REG-RCVFILE FROM WS-RCV-PRUEBA-HDR
           MOVE 'RECORD COUNT' TO RPR-LIT
           MOVE WS-ESP-CONTEO  TO RPR-ESPERADO
           MOVE WS-REAL-CONTEO TO RPR-REAL
           IF WS-ESP-CONTEO = WS-REAL-CONTEO
              MOVE 'OK' TO RPR-MARCA
           ELSE
              MOVE '*OFF*' TO RPR-MARCA
              SET NO-CUADRA TO TRUE
           END-IF
           WRITE REG-RCVFILE FROM WS-RCV-PRUEBA
           MOVE 'KEY HASH' TO RPR-LIT
           MOVE WS-ESP-CLAVE  TO RPR-ESPERADO
           MOVE WS-REAL-CLAVE TO RPR-REAL
           IF WS-ESP-CLAVE = WS-REAL-CLAVE
              MOVE 'OK' TO RPR-MARCA
           ELSE
              MOVE '*OFF*' TO RPR-MARCA
              SET NO-CUADRA TO TRUE
           END-IF
           WRITE REG-RCVFILE FROM WS-RCV-PRUEBA
           MOVE 'DATA HASH' TO RPR-LIT
           MOVE WS-ESP-DATOS  TO RPR-ESPERADO
           MOVE WS-REAL-DATOS TO RPR-REAL
           IF WS-ESP-DATOS = WS-REAL-DATOS
              MOVE 'OK' TO RPR-MARCA
           ELSE
              MOVE '*OFF*' TO RPR-MARCA
              SET NO-CUADRA TO TRUE
           END-IF
           WRITE REG-RCVFILE FROM WS-RCV-PRUEBA
           CLOSE RCVFILE

           DISPLAY 'N40RECU - MAESTRO...........: ' WS-MAESTRO-NOMBRE
           DISPLAY 'N40RECU - COPIA DEL.........: ' WS-DESDE
           DISPLAY 'N40RECU - REGISTROS COPIA...: ' WS-CONT-RESTAURADOS
           DISPLAY 'N40RECU - JOURNAL LEIDOS....: ' WS-CONT-JOURNAL
           DISPLAY 'N40RECU - JOURNAL APLICADOS.: ' WS-CONT-APLICADOS
           DISPLAY 'N40RECU - EXCEPCIONES.......: ' WS-CONT-EXCEPCIONES
           DISPLAY 'N40RECU - REGISTROS MAESTRO.: ' WS-REAL-CONTEO
           DISPLAY 'N40RECU - HASH CLAVE........: ' WS-REAL-CLAVE
           DISPLAY 'N40RECU - HASH DATOS........: ' WS-REAL-DATOS
           IF NO-CUADRA OR WS-CONT-EXCEPCIONES > 0
              DISPLAY 'N40RECU - EL MAESTRO RESTAURADO NO CUADRA'
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

       3100-SUMA-MAESTRO.
           IF MAESTRO-DEPTOS
              READ DMSTFILE NEXT RECORD
                 AT END
                    MOVE FS-EOF TO WS-DMSTFILE-STATUS
              END-READ
              MOVE WS-DMSTFILE-STATUS TO WS-BKP-STATUS
              MOVE REG-DMSTFILE (1:64) TO WS-IMG-D
           ELSE
              READ EMSTFILE NEXT RECORD
                 AT END
                    MOVE FS-EOF TO WS-EMSTFILE-STATUS
              END-READ
              MOVE WS-EMSTFILE-STATUS TO WS-BKP-STATUS
              MOVE REG-EMSTFILE (1:62) TO WS-IMG-E
           END-IF
           IF WS-BKP-STATUS NOT = FS-OKEI
              GO TO 3100-SUMA-MAESTRO-EXIT
           END-IF
           ADD 1 TO WS-REAL-CONTEO
           PERFORM 2800-HASH-IMAGEN
           THRU 2800-HASH-IMAGEN-EXIT
           ADD WS-IMG-CLAVE TO WS-REAL-CLAVE
           ADD WS-IMG-DATOS TO WS-REAL-DATOS
           .
       3100-SUMA-MAESTRO-EXIT.
           EXIT.

      *    SI LA COPIA O LA TARJETA NO SIRVEN SE ABORTA ANTES DE TOCAR
      *    EL MAESTRO.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N40RECU ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
