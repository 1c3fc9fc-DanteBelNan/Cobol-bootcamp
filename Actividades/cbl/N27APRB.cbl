       IDENTIFICATION DIVISION.
       PROGRAM-ID. N27APRB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDFILE ASSIGN TO PENDFILED
                          FILE STATUS WS-PENDFILE-STATUS.
           SELECT APRBFILE ASSIGN TO APRBFILED
                          FILE STATUS WS-APRBFILE-STATUS.
           SELECT EMSTFILE ASSIGN TO EMSTFILED
                          ORGANIZATION INDEXED
                          ACCESS DYNAMIC
                          RECORD KEY EMS-EMPNO
                          FILE STATUS WS-EMSTFILE-STATUS.
           SELECT DMSTFILE ASSIGN TO DMSTFILED
                          ORGANIZATION INDEXED
                          ACCESS RANDOM
                          RECORD KEY MST-DEPTNO
                          FILE STATUS WS-DMSTFILE-STATUS.
           SELECT POSFILE  ASSIGN TO POSFILED
                          FILE STATUS WS-POSFILE-STATUS.
           SELECT APRFILE  ASSIGN TO APRFILED
                          FILE STATUS WS-APRFILE-STATUS.
           SELECT EJRNFILE ASSIGN TO EJRNFILED
                          FILE STATUS WS-EJRNFILE-STATUS.
           SELECT AUDFILE  ASSIGN TO AUDFILED
                          FILE STATUS WS-AUDFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Items N11EMNT parked for a second operator. Read front to
      * back and rewritten in place as they are decided, so the file
      * keeps maker, checker and outcome of every item.
       FD PENDFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 180 CHARACTERS.
       01 REG-PENDFILE.
           COPY PENDREC.

      * One card per decision: the item number from the pending
      * report, A (approve) or D (decline), and the approver's own
      * operator ID - never the ID that keyed the item.
       FD APRBFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 40 CHARACTERS.
       01 REG-APRBFILE.
           05  APR-ID            PIC X(13).
           05  APR-DECISION      PIC X(01).
           05  APR-OPERADOR      PIC X(08).
           05  FILLER            PIC X(18).

      * Keyed employee master, the same file N11EMNT maintains.
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

      * Keyed department master maintained by N01DMNT - read here
      * only to prove the WORKDEPT of an approved item still exists.
       FD DMSTFILE
            RECORD CONTAINS 90 CHARACTERS.
       01 REG-DMSTFILE.
           05  MST-DEPTNO        PIC X(03).
           05  MST-DEPTNAME      PIC X(36).
           05  MST-MGRNO         PIC X(06).
           05  MST-ADMRDEPT      PIC X(03).
           05  MST-LOCATION      PIC X(16).
           05  FILLER            PIC X(26).

      * Authorized positions, the same cards N11EMNT holds adds and
      * transfers to - an approved item must not be the way round
      * them.
       FD POSFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-POSFILE.
           05  POS-DEPTNO        PIC X(03).
           05  POS-JOB           PIC X(08).
           05  POS-AUTORIZADO    PIC 9(05).
           05  FILLER            PIC X(04).

       FD APRFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 132 CHARACTERS.
       01 REG-APRFILE PIC X(132).

      * The employee-master journal N11EMNT appends to - an item
      * applied here is a master change like any other.
       FD EJRNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 170 CHARACTERS.
       01 REG-EJRNFILE.
           COPY EJRNREC.

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
       01 WS-PENDFILE-STATUS PIC XX.
       01 WS-APRBFILE-STATUS PIC XX.
       01 WS-EMSTFILE-STATUS PIC XX.
       01 WS-DMSTFILE-STATUS PIC XX.
       01 WS-POSFILE-STATUS PIC XX.
       01 WS-APRFILE-STATUS PIC XX.
       01 WS-EJRNFILE-STATUS PIC XX.
       01 WS-AUDFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".
           05 FS-NO-HAY PIC XX VALUE "23".

       01 WS-AUD-RAW-TS.
           05 WS-AUD-RAW-DATE      PIC 9(8).
           05 WS-AUD-RAW-TIME      PIC 9(6).
           05 FILLER               PIC X(7).

       01 WS-JRN-ANTES              PIC X(62).

       01 WS-CONT-ITEMS      PIC 9(6) VALUE 0.
       01 WS-CONT-APLICADAS  PIC 9(6) VALUE 0.
       01 WS-CONT-DECLINADAS PIC 9(6) VALUE 0.
       01 WS-CONT-FALLIDAS   PIC 9(6) VALUE 0.
       01 WS-CONT-RECHAZOS   PIC 9(6) VALUE 0.
       01 WS-CONT-AUTOAPROB  PIC 9(6) VALUE 0.
       01 WS-CONT-PENDIENTES PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-APR-TITLE.
           10 ATL-LIT              PIC X(40)
               VALUE 'EMPLOYEE CHANGE APPROVALS'.
           10 ATL-FECHA-LIT        PIC X(8) VALUE 'FECHA: '.
           10 ATL-FECHA            PIC X(10).
           10 FILLER               PIC X(74) VALUE SPACES.
       01 WS-APR-DEC-TITLE.
           10 ADT-LIT              PIC X(40)
               VALUE '-- DECISIONS THIS RUN --'.
           10 FILLER               PIC X(92) VALUE SPACES.
       01 WS-APR-DEC-HEADER.
           10 ADH-ID               PIC X(13) VALUE 'ITEM'.
           10 ADH-PIPE1            PIC X(1)  VALUE '|'.
           10 ADH-EMPNO            PIC X(6)  VALUE 'EMPNO'.
           10 ADH-PIPE2            PIC X(1)  VALUE '|'.
           10 ADH-ACCION           PIC X(1)  VALUE 'A'.
           10 ADH-PIPE3            PIC X(1)  VALUE '|'.
           10 ADH-MAKER            PIC X(8)  VALUE 'KEYED BY'.
           10 ADH-PIPE4            PIC X(1)  VALUE '|'.
           10 ADH-CHECKER          PIC X(8)  VALUE 'DECIDED'.
           10 ADH-PIPE5            PIC X(1)  VALUE '|'.
           10 ADH-DECISION         PIC X(1)  VALUE 'D'.
           10 ADH-PIPE6            PIC X(1)  VALUE '|'.
           10 ADH-RESULT           PIC X(40) VALUE 'RESULT'.
           10 FILLER               PIC X(49) VALUE SPACES.
       01 WS-APR-DEC-LINE.
           10 ADL-ID               PIC X(13).
           10 ADL-PIPE1            PIC X(1)  VALUE '|'.
           10 ADL-EMPNO            PIC X(6).
           10 ADL-PIPE2            PIC X(1)  VALUE '|'.
           10 ADL-ACCION           PIC X(1).
           10 ADL-PIPE3            PIC X(1)  VALUE '|'.
           10 ADL-MAKER            PIC X(8).
           10 ADL-PIPE4            PIC X(1)  VALUE '|'.
           10 ADL-CHECKER          PIC X(8).
           10 ADL-PIPE5            PIC X(1)  VALUE '|'.
           10 ADL-DECISION         PIC X(1).
           10 ADL-PIPE6            PIC X(1)  VALUE '|'.
           10 ADL-RESULT           PIC X(40).
           10 FILLER               PIC X(49) VALUE SPACES.
       01 WS-APR-AGE-TITLE.
           10 AGT-LIT              PIC X(50)
               VALUE '-- ITEMS STILL PENDING, OLDEST FIRST --'.
           10 FILLER               PIC X(82) VALUE SPACES.
       01 WS-APR-AGE-HEADER.
           10 AGH-ID               PIC X(13) VALUE 'ITEM'.
           10 AGH-PIPE1            PIC X(1)  VALUE '|'.
           10 AGH-EMPNO            PIC X(6)  VALUE 'EMPNO'.
           10 AGH-PIPE2            PIC X(1)  VALUE '|'.
           10 AGH-ACCION           PIC X(1)  VALUE 'A'.
           10 AGH-PIPE3            PIC X(1)  VALUE '|'.
           10 AGH-MAKER            PIC X(8)  VALUE 'KEYED BY'.
           10 AGH-PIPE4            PIC X(1)  VALUE '|'.
           10 AGH-MOTIVO           PIC X(20) VALUE 'HELD FOR'.
           10 AGH-PIPE5            PIC X(1)  VALUE '|'.
           10 AGH-FECHA            PIC X(10) VALUE 'PARKED'.
           10 AGH-PIPE6            PIC X(1)  VALUE '|'.
           10 AGH-DIAS             PIC X(6)  VALUE 'DAYS'.
           10 AGH-PIPE7            PIC X(1)  VALUE '|'.
           10 AGH-OLD              PIC X(15) VALUE 'OLD SALARY'.
           10 AGH-PIPE8            PIC X(1)  VALUE '|'.
           10 AGH-NEW              PIC X(15) VALUE 'NEW SALARY'.
           10 FILLER               PIC X(30) VALUE SPACES.
       01 WS-APR-AGE-LINE.
           10 AGL-ID               PIC X(13).
           10 AGL-PIPE1            PIC X(1)  VALUE '|'.
           10 AGL-EMPNO            PIC X(6).
           10 AGL-PIPE2            PIC X(1)  VALUE '|'.
           10 AGL-ACCION           PIC X(1).
           10 AGL-PIPE3            PIC X(1)  VALUE '|'.
           10 AGL-MAKER            PIC X(8).
           10 AGL-PIPE4            PIC X(1)  VALUE '|'.
           10 AGL-MOTIVO           PIC X(20).
           10 AGL-PIPE5            PIC X(1)  VALUE '|'.
           10 AGL-FECHA            PIC X(10).
           10 AGL-PIPE6            PIC X(1)  VALUE '|'.
           10 AGL-DIAS             PIC ZZZZZ9.
           10 AGL-PIPE7            PIC X(1)  VALUE '|'.
           10 AGL-OLD              PIC $$$.$$$.$$9,99.
           10 AGL-FILL1            PIC X(1)  VALUE SPACE.
           10 AGL-PIPE8            PIC X(1)  VALUE '|'.
           10 AGL-NEW              PIC $$$.$$$.$$9,99.
           10 FILLER               PIC X(31) VALUE SPACES.
       01 WS-APR-FOOTER.
           10 AFT-CONT             PIC ZZZZZ9.
           10 AFT-LIT              PIC X(40).
           10 FILLER               PIC X(86) VALUE SPACES.

      * Decision cards, kept in item-number order by binary insertion
      * at load the way N19BVAR keeps its budget table. CAR-USADA
      * marks cards that met their item; whatever stays 'N' at the
      * end quotes a number that is not pending.
       01 WS-CAR-MAX               PIC 9(4) VALUE 5000.
       01 WS-CAR-COUNT             PIC 9(4) VALUE 0.
       01 WS-CAR-TABLE.
           05 CAR-ENTRY OCCURS 5000 TIMES
                        INDEXED BY CAR-IDX.
               10 CAR-ID            PIC X(13).
               10 CAR-DECISION      PIC X.
               10 CAR-OPERADOR      PIC X(8).
               10 CAR-USADA         PIC X.
       01 WS-CAR-FOUND             PIC X VALUE 'N'.
           88 CAR-FOUND            VALUE 'Y'.
           88 CAR-NOT-FOUND        VALUE 'N'.
       01 WS-BUSCA-ID              PIC X(13).
       01 WS-CAR-INS               PIC 9(5).
       01 WS-CAR-I                 PIC 9(5).
       01 WS-CAR-J                 PIC 9(5).
       01 WS-BIN-LO                PIC 9(5).
       01 WS-BIN-HI                PIC 9(5).
       01 WS-BIN-MID               PIC 9(5).
       01 WS-ABORT-MSG             PIC X(40).

      * Items left pending, banked during the pass so the aging
      * section can follow the decisions in one block. PENDFILE is
      * in the order items were parked, which a rerun under an
      * earlier business date can break, so each item is slid in
      * by parking date and item number as it is banked.
       01 WS-AGE-MAX               PIC 9(4) VALUE 5000.
       01 WS-AGE-COUNT             PIC 9(4) VALUE 0.
       01 WS-AGE-TABLE.
           05 AGE-ENTRY OCCURS 5000 TIMES
                        INDEXED BY AGE-IDX.
               10 AGE-ID            PIC X(13).
               10 AGE-EMPNO         PIC X(6).
               10 AGE-ACCION        PIC X.
               10 AGE-MAKER         PIC X(8).
               10 AGE-MOTIVO        PIC X(20).
               10 AGE-FECHA         PIC X(10).
               10 AGE-DIAS          PIC S9(5).
               10 AGE-OLD           PIC 9(7)V99.
               10 AGE-NEW           PIC 9(7)V99.
       01 WS-AGE-I                 PIC 9(4).
       01 WS-AGE-J                 PIC 9(4).
       01 WS-AGE-FIN               PIC X VALUE 'N'.
           88 AGE-FIN              VALUE 'Y'.

       01 WS-DEPT-VALIDO            PIC X VALUE 'Y'.
           88 DEPT-VALIDO           VALUE 'Y'.
           88 DEPT-NO-VALIDO        VALUE 'N'.
       01 WS-RESULTADO              PIC X(40).

      * Position control as N11EMNT keeps it: the authorization cards
      * in DEPTNO+JOB order by binary insertion, each with the seats
      * the master fills - counted by one sweep of EMSTFILE at start
      * and kept current as approved items land. A department with
      * no card at all is not under control; once it has one, a JOB
      * it has no card for has no seats.
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
       01 WS-POS-FOUND              PIC X VALUE 'N'.
           88 POS-FOUND             VALUE 'Y'.
           88 POS-NOT-FOUND         VALUE 'N'.
       01 WS-POS-CONTROLADO         PIC X VALUE 'N'.
           88 POS-CONTROLADO        VALUE 'Y'.
       01 WS-POS-VALIDO             PIC X VALUE 'Y'.
           88 POS-VALIDO            VALUE 'Y'.
           88 POS-NO-VALIDO         VALUE 'N'.
       01 WS-BUSCA-POS.
           05 WS-BUSCA-POS-DEPTNO   PIC X(3).
           05 WS-BUSCA-POS-JOB      PIC X(8).
       01 WS-POS-ANT                PIC X(11).
       01 WS-POS-NUEVA              PIC X(11).
       01 WS-POS-INS                PIC 9(5).
       01 WS-POS-I                  PIC 9(5).
       01 WS-POS-J                  PIC 9(5).
       01 WS-SCAN-FIN               PIC X.
           88 SCAN-FIN              VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL WS-PENDFILE-STATUS = FS-EOF

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

           PERFORM 1200-CARGA-CARTAS
           THRU 1200-CARGA-CARTAS-EXIT

           OPEN I-O PENDFILE
           EVALUATE WS-PENDFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE PENDIENTES"
                  MOVE FS-EOF TO WS-PENDFILE-STATUS
               WHEN OTHER
                  DISPLAY "EL ERROR DE PENDFILE ES: " WS-PENDFILE-STATUS
                  MOVE FS-EOF TO WS-PENDFILE-STATUS
           END-EVALUATE

           OPEN I-O EMSTFILE
           EVALUATE WS-EMSTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  MOVE 'NO SE PUEDE ABRIR EMSTFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE

           PERFORM 1300-CARGA-POSICIONES
           THRU 1300-CARGA-POSICIONES-EXIT

           OPEN INPUT DMSTFILE
           EVALUATE WS-DMSTFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  MOVE 'NO SE PUEDE ABRIR DMSTFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE

           OPEN OUTPUT APRFILE
           EVALUATE WS-APRFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE APRFILE ES: " WS-APRFILE-STATUS
           END-EVALUATE

           MOVE "00" TO WS-EJRNFILE-STATUS
           OPEN EXTEND EJRNFILE
           IF WS-EJRNFILE-STATUS NOT = "00"
              OPEN OUTPUT EJRNFILE
           END-IF
           EVALUATE WS-EJRNFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE EJRNFILE ES: " WS-EJRNFILE-STATUS
           END-EVALUATE

           PERFORM 1140-AUDIT-ABRE
           THRU 1140-AUDIT-ABRE-EXIT

           MOVE 'START' TO AUD-EVENT
           MOVE 0       TO AUD-RECORDS
           MOVE "00"    TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           MOVE WS-RUN-DATE-RF TO ATL-FECHA
           WRITE REG-APRFILE FROM WS-APR-TITLE
           WRITE REG-APRFILE FROM WS-APR-DEC-TITLE
           WRITE REG-APRFILE FROM WS-APR-DEC-HEADER
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
           MOVE 'N27APRB' TO AUD-PROGRAM
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

      * No cards is a normal day: nothing gets decided and the run
      * still prints the aging section.
       1200-CARGA-CARTAS.
           MOVE "00" TO WS-APRBFILE-STATUS
           OPEN INPUT APRBFILE
           EVALUATE WS-APRBFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-APRBFILE-STATUS = "10"
                     READ APRBFILE INTO REG-APRBFILE
                     AT END
                        MOVE "10" TO WS-APRBFILE-STATUS
                     NOT AT END
                        PERFORM 1250-INSERTA-CARTA
                        THRU 1250-INSERTA-CARTA-EXIT
                  END-PERFORM
                  CLOSE APRBFILE
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE DECISIONES"
               WHEN OTHER
                  DISPLAY "EL ERROR DE APRBFILE ES: " WS-APRBFILE-STATUS
           END-EVALUATE
           .
       1200-CARGA-CARTAS-EXIT.
           EXIT.

      * Slides the card into the slot 3500-BUSCA-CARTA leaves in
      * WS-CAR-INS. A second card for the same item keeps the first
      * decision; the repeat is only counted as refused at the end.
       1250-INSERTA-CARTA.
           MOVE APR-ID TO WS-BUSCA-ID
           PERFORM 3500-BUSCA-CARTA
           THRU 3500-BUSCA-CARTA-EXIT
           IF CAR-FOUND
              ADD 1 TO WS-CONT-RECHAZOS
              DISPLAY 'N27APRB - TARJETA REPETIDA..: ' APR-ID
              GO TO 1250-INSERTA-CARTA-EXIT
           END-IF
           IF WS-CAR-COUNT >= WS-CAR-MAX
              MOVE 'TABLA DE DECISIONES LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-CAR-COUNT
           PERFORM VARYING WS-CAR-I FROM WS-CAR-COUNT BY -1
                   UNTIL WS-CAR-I <= WS-CAR-INS
              COMPUTE WS-CAR-J = WS-CAR-I - 1
              MOVE CAR-ENTRY (WS-CAR-J) TO CAR-ENTRY (WS-CAR-I)
           END-PERFORM
           MOVE APR-ID       TO CAR-ID (WS-CAR-INS)
           MOVE APR-DECISION TO CAR-DECISION (WS-CAR-INS)
           MOVE APR-OPERADOR TO CAR-OPERADOR (WS-CAR-INS)
           MOVE 'N'          TO CAR-USADA (WS-CAR-INS)
           .
       1250-INSERTA-CARTA-EXIT.
           EXIT.

      * No POSFILE, no position control - the same as in N11EMNT.
       1300-CARGA-POSICIONES.
           MOVE "00" TO WS-POSFILE-STATUS
           OPEN INPUT POSFILE
           EVALUATE WS-POSFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-POSFILE-STATUS = "10"
                     READ POSFILE INTO REG-POSFILE
                     AT END
                        MOVE "10" TO WS-POSFILE-STATUS
                     NOT AT END
                        PERFORM 1350-INSERTA-POSICION
                        THRU 1350-INSERTA-POSICION-EXIT
                  END-PERFORM
                  CLOSE POSFILE
               WHEN "35"
                  DISPLAY "NO EXISTE POSFILE, SIN CONTROL DE POSICIONES"
               WHEN OTHER
                  DISPLAY "EL ERROR DE POSFILE ES: " WS-POSFILE-STATUS
           END-EVALUATE
           IF WS-POS-COUNT > 0
              PERFORM 1380-CUENTA-OCUPADOS
              THRU 1380-CUENTA-OCUPADOS-EXIT
           END-IF
           .
       1300-CARGA-POSICIONES-EXIT.
           EXIT.

      * The first card for a DEPTNO and JOB wins; a second one is
      * only reported.
       1350-INSERTA-POSICION.
           MOVE POS-DEPTNO TO WS-BUSCA-POS-DEPTNO
           MOVE POS-JOB    TO WS-BUSCA-POS-JOB
           PERFORM 3600-BUSCA-POSICION
           THRU 3600-BUSCA-POSICION-EXIT
           IF POS-FOUND
              DISPLAY "POSFILE DUPLICADO, SE IGNORA: " POS-DEPTNO
                      " " POS-JOB
              GO TO 1350-INSERTA-POSICION-EXIT
           END-IF
           IF WS-POS-COUNT >= WS-POS-MAX
              MOVE 'TABLA DE POSICIONES LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-POS-COUNT
           PERFORM VARYING WS-POS-I FROM WS-POS-COUNT BY -1
                   UNTIL WS-POS-I <= WS-POS-INS
              COMPUTE WS-POS-J = WS-POS-I - 1
              MOVE POS-ENTRY (WS-POS-J) TO POS-ENTRY (WS-POS-I)
           END-PERFORM
           SET POS-IDX TO WS-POS-INS
           MOVE WS-BUSCA-POS TO POS-E-CLAVE (POS-IDX)
           IF POS-AUTORIZADO IS NUMERIC
              MOVE POS-AUTORIZADO TO POS-E-AUTORIZADO (POS-IDX)
           ELSE
              MOVE 0 TO POS-E-AUTORIZADO (POS-IDX)
           END-IF
           MOVE 0 TO POS-E-OCUPADO (POS-IDX)
           .
       1350-INSERTA-POSICION-EXIT.
           EXIT.

      * Full key-order sweep of the master, as N11EMNT's
      * 1198-CUENTA-OCUPADOS does it, counting each employee into
      * the seat they fill.
       1380-CUENTA-OCUPADOS.
           MOVE 'N' TO WS-SCAN-FIN
           MOVE LOW-VALUES TO EMS-EMPNO
           START EMSTFILE KEY NOT LESS EMS-EMPNO
           IF WS-EMSTFILE-STATUS NOT = FS-OKEI
              MOVE 'Y' TO WS-SCAN-FIN
           END-IF
           PERFORM UNTIL SCAN-FIN
              READ EMSTFILE NEXT
              IF WS-EMSTFILE-STATUS NOT = FS-OKEI
                 MOVE 'Y' TO WS-SCAN-FIN
              ELSE
                 MOVE EMS-WORKDEPT TO WS-BUSCA-POS-DEPTNO
                 MOVE EMS-JOB      TO WS-BUSCA-POS-JOB
                 PERFORM 3600-BUSCA-POSICION
                 THRU 3600-BUSCA-POSICION-EXIT
                 IF POS-FOUND
                    ADD 1 TO POS-E-OCUPADO (POS-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .
       1380-CUENTA-OCUPADOS-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-PENDFILE-STATUS NOT = FS-EOF
              IF PND-PENDIENTE
                 ADD 1 TO WS-CONT-ITEMS
                 MOVE PND-ID TO WS-BUSCA-ID
                 PERFORM 3500-BUSCA-CARTA
                 THRU 3500-BUSCA-CARTA-EXIT
                 IF CAR-FOUND
                    MOVE 'Y' TO CAR-USADA (CAR-IDX)
                    PERFORM 2300-DECIDE
                    THRU 2300-DECIDE-EXIT
                 END-IF
                 IF PND-PENDIENTE
                    PERFORM 2800-BANCA-PENDIENTE
                    THRU 2800-BANCA-PENDIENTE-EXIT
                 END-IF
              END-IF
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

       2100-LECTURA.
           READ PENDFILE INTO REG-PENDFILE
              AT END
                 MOVE FS-EOF TO WS-PENDFILE-STATUS
           END-READ
           .
       2100-LECTURA-EXIT.
           EXIT.

      * The maker-checker rule itself: the approver must be named
      * and must not be the operator who keyed the item. A refused
      * card leaves the item pending for a proper approver.
       2300-DECIDE.
           MOVE PND-ID               TO ADL-ID
           MOVE PND-EMPNO            TO ADL-EMPNO
           MOVE PND-ACCION           TO ADL-ACCION
           MOVE PND-MAKER            TO ADL-MAKER
           MOVE CAR-OPERADOR (CAR-IDX) TO ADL-CHECKER
           MOVE CAR-DECISION (CAR-IDX) TO ADL-DECISION

           IF CAR-OPERADOR (CAR-IDX) = SPACES
              MOVE 'REFUSED - APPROVER ID MISSING' TO WS-RESULTADO
              ADD 1 TO WS-CONT-RECHAZOS
              GO TO 2300-DECIDE-LINEA
           END-IF
           IF CAR-OPERADOR (CAR-IDX) = PND-MAKER
              MOVE 'REFUSED - SELF-APPROVAL' TO WS-RESULTADO
              ADD 1 TO WS-CONT-RECHAZOS
              ADD 1 TO WS-CONT-AUTOAPROB
              GO TO 2300-DECIDE-LINEA
           END-IF

           EVALUATE CAR-DECISION (CAR-IDX)
               WHEN 'A'
                  PERFORM 2400-APLICA
                  THRU 2400-APLICA-EXIT
               WHEN 'D'
                  SET PND-DECLINADO TO TRUE
                  MOVE 'DECLINED' TO WS-RESULTADO
                  ADD 1 TO WS-CONT-DECLINADAS
               WHEN OTHER
                  MOVE 'REFUSED - DECISION NOT A OR D' TO WS-RESULTADO
                  ADD 1 TO WS-CONT-RECHAZOS
                  GO TO 2300-DECIDE-LINEA
           END-EVALUATE

           MOVE CAR-OPERADOR (CAR-IDX) TO PND-CHECKER
           MOVE WS-RUN-DATE-RF         TO PND-FECHA-DECISION
           REWRITE REG-PENDFILE
           IF WS-PENDFILE-STATUS NOT = FS-OKEI
              STRING 'ERROR REGRABANDO PENDFILE: ' DELIMITED BY SIZE
                     WS-PENDFILE-STATUS            DELIMITED BY SIZE
                INTO WS-ABORT-MSG
              END-STRING
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           .
       2300-DECIDE-LINEA.
           MOVE WS-RESULTADO TO ADL-RESULT
           WRITE REG-APRFILE FROM WS-APR-DEC-LINE
           .
       2300-DECIDE-EXIT.
           EXIT.

      * An approved item goes through the same checks N11EMNT would
      * have made: an add must still be new, a change must still
      * find its employee as it was when parked, the WORKDEPT must
      * still exist and the seat it moves into must still be open.
      * One that fails is closed as F with the reason - it is not
      * retried; HR keys it again if it still stands.
       2400-APLICA.
           MOVE PND-EMPNO TO EMS-EMPNO
           READ EMSTFILE
           EVALUATE TRUE
               WHEN PND-ACCION = 'A'
                AND WS-EMSTFILE-STATUS = FS-OKEI
                  MOVE 'APPLY FAILED - DUPLICATE EMPNO'
                    TO WS-RESULTADO
                  GO TO 2400-APLICA-FALLA
               WHEN PND-ACCION = 'A'
                AND WS-EMSTFILE-STATUS NOT = FS-NO-HAY
                  MOVE 'APPLY FAILED - MASTER READ ERROR'
                    TO WS-RESULTADO
                  GO TO 2400-APLICA-FALLA
               WHEN PND-ACCION = 'C'
                AND WS-EMSTFILE-STATUS NOT = FS-OKEI
                  MOVE 'APPLY FAILED - EMPNO NOT IN MASTER'
                    TO WS-RESULTADO
                  GO TO 2400-APLICA-FALLA
               WHEN PND-ACCION NOT = 'A'
                AND PND-ACCION NOT = 'C'
                  MOVE 'APPLY FAILED - INVALID ACTION'
                    TO WS-RESULTADO
                  GO TO 2400-APLICA-FALLA
           END-EVALUATE

      *    THE ITEM WAS APPROVED AGAINST THE PAY AND DEPARTMENT THE
      *    MASTER HELD WHEN IT WAS PARKED; IF THOSE HAVE MOVED THE
      *    DECISION NO LONGER STANDS. AN ITEM PARKED BEFORE THE
      *    WORKDEPT WAS KEPT ON PENDFILE CARRIES SPACES THERE. THE
      *    FIELDS LEFT BLANK ARE THEN TAKEN FROM THE MASTER AS IT IS
      *    NOW, SO NOTHING KEYED SINCE PARKING IS PUT BACK.
           IF PND-ACCION = 'C'
              IF EMS-SALARY NOT = PND-ANT-SALARY
                 OR EMS-BONUS NOT = PND-ANT-BONUS
                 OR (PND-ANT-WORKDEPT NOT = SPACES
                     AND EMS-WORKDEPT NOT = PND-ANT-WORKDEPT)
                 MOVE 'MASTER CHANGED SINCE PARKED' TO WS-RESULTADO
                 GO TO 2400-APLICA-FALLA
              END-IF
              PERFORM 2420-COMPLETA-TRN
              THRU 2420-COMPLETA-TRN-EXIT
           END-IF

           PERFORM 2450-VALIDA-DEPT
           THRU 2450-VALIDA-DEPT-EXIT
           IF DEPT-NO-VALIDO
              MOVE 'APPLY FAILED - WORKDEPT NOT IN MASTER'
                TO WS-RESULTADO
              GO TO 2400-APLICA-FALLA
           END-IF

      *    ONLY AN ADD OR A MOVE TO ANOTHER DEPARTMENT OR JOB TAKES A
      *    NEW SEAT.
           IF PND-ACCION = 'C'
              MOVE EMS-WORKDEPT TO WS-POS-ANT (1:3)
              MOVE EMS-JOB      TO WS-POS-ANT (4:8)
           ELSE
              MOVE SPACES       TO WS-POS-ANT
           END-IF
           MOVE PND-WORKDEPT TO WS-POS-NUEVA (1:3)
           MOVE PND-JOB      TO WS-POS-NUEVA (4:8)
           IF WS-POS-NUEVA = WS-POS-ANT
              MOVE SPACES TO WS-POS-ANT
              MOVE SPACES TO WS-POS-NUEVA
           ELSE
              PERFORM 2460-VALIDA-POSICION
              THRU 2460-VALIDA-POSICION-EXIT
              IF POS-NO-VALIDO
                 GO TO 2400-APLICA-FALLA
              END-IF
           END-IF

           IF PND-ACCION = 'C'
              MOVE REG-EMSTFILE (1:62) TO WS-JRN-ANTES
           ELSE
              MOVE SPACES TO WS-JRN-ANTES
           END-IF
           MOVE SPACES TO REG-EMSTFILE (7:74)
           MOVE PND-EMPNO    TO EMS-EMPNO
           MOVE PND-FIRSTNME TO EMS-FIRSTNME
           MOVE PND-LASTNAME TO EMS-LASTNAME
           MOVE PND-WORKDEPT TO EMS-WORKDEPT
           MOVE PND-JOB      TO EMS-JOB
           MOVE PND-SALARY   TO EMS-SALARY
           MOVE PND-BONUS    TO EMS-BONUS
           IF PND-ACCION = 'A'
              WRITE REG-EMSTFILE
           ELSE
              REWRITE REG-EMSTFILE
           END-IF
           IF WS-EMSTFILE-STATUS NOT = FS-OKEI
              MOVE 'APPLY FAILED - MASTER WRITE ERROR'
                TO WS-RESULTADO
              GO TO 2400-APLICA-FALLA
           END-IF
           PERFORM 2480-GRABA-JRNL
           THRU 2480-GRABA-JRNL-EXIT
           PERFORM 2470-MUEVE-OCUPADO
           THRU 2470-MUEVE-OCUPADO-EXIT
           SET PND-APROBADO TO TRUE
           MOVE 'APPROVED AND APPLIED' TO WS-RESULTADO
           ADD 1 TO WS-CONT-APLICADAS
           GO TO 2400-APLICA-EXIT
           .
       2400-APLICA-FALLA.
           SET PND-FALLIDO TO TRUE
           ADD 1 TO WS-CONT-FALLIDAS
           .
       2400-APLICA-EXIT.
           EXIT.

      * Same rule as N11EMNT's 2280-COMPLETA-TRN: a blank field on
      * a change keeps what the master holds. Salary and bonus are
      * tested as text at their positions in the transaction.
       2420-COMPLETA-TRN.
           IF PND-FIRSTNME = SPACES
              MOVE EMS-FIRSTNME TO PND-FIRSTNME
           END-IF
           IF PND-LASTNAME = SPACES
              MOVE EMS-LASTNAME TO PND-LASTNAME
           END-IF
           IF PND-WORKDEPT = SPACES
              MOVE EMS-WORKDEPT TO PND-WORKDEPT
           END-IF
           IF PND-JOB = SPACES
              MOVE EMS-JOB TO PND-JOB
           END-IF
           IF PND-TRN (46:9) = SPACES
              MOVE EMS-SALARY TO PND-SALARY
           END-IF
           IF PND-TRN (55:9) = SPACES
              MOVE EMS-BONUS TO PND-BONUS
           END-IF
           .
       2420-COMPLETA-TRN-EXIT.
           EXIT.

       2450-VALIDA-DEPT.
           SET DEPT-VALIDO TO TRUE
           IF PND-WORKDEPT = SPACES
              SET DEPT-NO-VALIDO TO TRUE
           ELSE
              MOVE PND-WORKDEPT TO MST-DEPTNO
              READ DMSTFILE
              IF WS-DMSTFILE-STATUS NOT = FS-OKEI
                 SET DEPT-NO-VALIDO TO TRUE
              END-IF
           END-IF
           .
       2450-VALIDA-DEPT-EXIT.
           EXIT.

      * The seat the item moves into (WS-POS-NUEVA) must have one
      * open: filled below authorized. Same rule and same reason
      * text as N11EMNT's 2260-VALIDA-POSICION.
       2460-VALIDA-POSICION.
           SET POS-VALIDO TO TRUE
           MOVE WS-POS-NUEVA TO WS-BUSCA-POS
           PERFORM 3600-BUSCA-POSICION
           THRU 3600-BUSCA-POSICION-EXIT
           IF POS-FOUND
              IF POS-E-OCUPADO (POS-IDX) >= POS-E-AUTORIZADO (POS-IDX)
                 SET POS-NO-VALIDO TO TRUE
                 MOVE SPACES TO WS-RESULTADO
                 STRING 'OVER AUTHORIZED HEADCOUNT '
                                          DELIMITED BY SIZE
                        WS-BUSCA-POS-DEPTNO DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WS-BUSCA-POS-JOB  DELIMITED BY SIZE
                   INTO WS-RESULTADO
                 END-STRING
              END-IF
              GO TO 2460-VALIDA-POSICION-EXIT
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
           IF POS-CONTROLADO
              SET POS-NO-VALIDO TO TRUE
              MOVE SPACES TO WS-RESULTADO
              STRING 'NO AUTHORIZED POSITION '
                                          DELIMITED BY SIZE
                     WS-BUSCA-POS-DEPTNO  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WS-BUSCA-POS-JOB     DELIMITED BY SIZE
                INTO WS-RESULTADO
              END-STRING
           END-IF
           .
       2460-VALIDA-POSICION-EXIT.
           EXIT.

      * Moves a filled seat from WS-POS-ANT to WS-POS-NUEVA once the
      * master has taken the item; spaces on the old side for an add.
       2470-MUEVE-OCUPADO.
           IF WS-POS-ANT NOT = SPACES
              MOVE WS-POS-ANT TO WS-BUSCA-POS
              PERFORM 3600-BUSCA-POSICION
              THRU 3600-BUSCA-POSICION-EXIT
              IF POS-FOUND AND POS-E-OCUPADO (POS-IDX) > 0
                 SUBTRACT 1 FROM POS-E-OCUPADO (POS-IDX)
              END-IF
           END-IF
           IF WS-POS-NUEVA NOT = SPACES
              MOVE WS-POS-NUEVA TO WS-BUSCA-POS
              PERFORM 3600-BUSCA-POSICION
              THRU 3600-BUSCA-POSICION-EXIT
              IF POS-FOUND
                 ADD 1 TO POS-E-OCUPADO (POS-IDX)
              END-IF
           END-IF
           .
       2470-MUEVE-OCUPADO-EXIT.
           EXIT.

      * Journal row for the applied item, operator = the checker who
      * released it (the maker stays on PENDFILE).
       2480-GRABA-JRNL.
           MOVE PND-ACCION      TO EJR-ACCION
           MOVE PND-EMPNO       TO EJR-EMPNO
           MOVE WS-RUN-DATE-RF  TO EJR-FECHA
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-RAW-TS
           STRING WS-AUD-RAW-TIME (1:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (3:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (5:2) DELIMITED BY SIZE
             INTO EJR-HORA
           END-STRING
           MOVE 'N27APRB'       TO EJR-PROGRAMA
           MOVE CAR-OPERADOR (CAR-IDX) TO EJR-OPERADOR
           MOVE WS-JRN-ANTES    TO EJR-ANTES
           MOVE REG-EMSTFILE (1:62) TO EJR-DESPUES
           MOVE SPACES TO REG-EJRNFILE (166:5)
           WRITE REG-EJRNFILE
           IF WS-EJRNFILE-STATUS NOT = "00"
              DISPLAY "ERROR GRABANDO EJRNFILE: " WS-EJRNFILE-STATUS
                      " EMPNO " PND-EMPNO
           END-IF
           .
       2480-GRABA-JRNL-EXIT.
           EXIT.

      * Age in business days since the item was parked, counted by
      * N24FECH so weekends and holidays do not run the clock.
       2800-BANCA-PENDIENTE.
           ADD 1 TO WS-CONT-PENDIENTES
           IF WS-AGE-COUNT >= WS-AGE-MAX
              MOVE 'TABLA DE PENDIENTES LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-AGE-COUNT
           MOVE WS-AGE-COUNT TO WS-AGE-I
           MOVE 'N' TO WS-AGE-FIN
           PERFORM UNTIL WS-AGE-I = 1 OR AGE-FIN
              COMPUTE WS-AGE-J = WS-AGE-I - 1
              IF AGE-FECHA (WS-AGE-J) > PND-FECHA-ALTA
                 OR (AGE-FECHA (WS-AGE-J) = PND-FECHA-ALTA
                     AND AGE-ID (WS-AGE-J) > PND-ID)
                 MOVE AGE-ENTRY (WS-AGE-J) TO AGE-ENTRY (WS-AGE-I)
                 MOVE WS-AGE-J TO WS-AGE-I
              ELSE
                 SET AGE-FIN TO TRUE
              END-IF
           END-PERFORM
           SET AGE-IDX TO WS-AGE-I
           MOVE PND-ID         TO AGE-ID (AGE-IDX)
           MOVE PND-EMPNO      TO AGE-EMPNO (AGE-IDX)
           MOVE PND-ACCION     TO AGE-ACCION (AGE-IDX)
           MOVE PND-MAKER      TO AGE-MAKER (AGE-IDX)
           MOVE PND-MOTIVO     TO AGE-MOTIVO (AGE-IDX)
           MOVE PND-FECHA-ALTA TO AGE-FECHA (AGE-IDX)
           MOVE PND-ANT-SALARY TO AGE-OLD (AGE-IDX)
      *    A CHANGE PARKED WITH THE SALARY BLANK KEEPS THE OLD ONE.
           IF PND-TRN (46:9) = SPACES
              MOVE PND-ANT-SALARY TO AGE-NEW (AGE-IDX)
           ELSE
              MOVE PND-SALARY     TO AGE-NEW (AGE-IDX)
           END-IF

           MOVE 'D'            TO FEC-FUNCION
           MOVE PND-FECHA-ALTA TO FEC-FECHA-DESDE
           MOVE SPACES         TO FEC-FECHA-HASTA
           CALL 'N24FECH' USING WS-FEC-AREA
           IF FEC-OK
              MOVE FEC-DIAS-HABILES TO AGE-DIAS (AGE-IDX)
           ELSE
              MOVE 0 TO AGE-DIAS (AGE-IDX)
           END-IF
           .
       2800-BANCA-PENDIENTE-EXIT.
           EXIT.

       3000-FIN.
      *    A CARD THAT NEVER MET A PENDING ITEM QUOTES A WRONG NUMBER
      *    OR AN ITEM ALREADY DECIDED - LISTED SO IT IS NOT LOST.
           PERFORM VARYING CAR-IDX FROM 1 BY 1
                   UNTIL CAR-IDX > WS-CAR-COUNT
              IF CAR-USADA (CAR-IDX) = 'N'
                 ADD 1 TO WS-CONT-RECHAZOS
                 MOVE CAR-ID (CAR-IDX)       TO ADL-ID
                 MOVE SPACES                 TO ADL-EMPNO
                 MOVE SPACES                 TO ADL-ACCION
                 MOVE SPACES                 TO ADL-MAKER
                 MOVE CAR-OPERADOR (CAR-IDX) TO ADL-CHECKER
                 MOVE CAR-DECISION (CAR-IDX) TO ADL-DECISION
                 MOVE 'REFUSED - NO SUCH PENDING ITEM' TO ADL-RESULT
                 WRITE REG-APRFILE FROM WS-APR-DEC-LINE
              END-IF
           END-PERFORM

           WRITE REG-APRFILE FROM WS-APR-AGE-TITLE
           WRITE REG-APRFILE FROM WS-APR-AGE-HEADER
           PERFORM VARYING AGE-IDX FROM 1 BY 1
                   UNTIL AGE-IDX > WS-AGE-COUNT
              MOVE AGE-ID (AGE-IDX)     TO AGL-ID
              MOVE AGE-EMPNO (AGE-IDX)  TO AGL-EMPNO
              MOVE AGE-ACCION (AGE-IDX) TO AGL-ACCION
              MOVE AGE-MAKER (AGE-IDX)  TO AGL-MAKER
              MOVE AGE-MOTIVO (AGE-IDX) TO AGL-MOTIVO
              MOVE AGE-FECHA (AGE-IDX)  TO AGL-FECHA
              MOVE AGE-DIAS (AGE-IDX)   TO AGL-DIAS
              MOVE AGE-OLD (AGE-IDX)    TO AGL-OLD
              MOVE AGE-NEW (AGE-IDX)    TO AGL-NEW
              WRITE REG-APRFILE FROM WS-APR-AGE-LINE
           END-PERFORM

           MOVE WS-CONT-APLICADAS TO AFT-CONT
           MOVE ' ITEMS APPROVED AND APPLIED' TO AFT-LIT
           WRITE REG-APRFILE FROM WS-APR-FOOTER
           MOVE WS-CONT-DECLINADAS TO AFT-CONT
           MOVE ' ITEMS DECLINED' TO AFT-LIT
           WRITE REG-APRFILE FROM WS-APR-FOOTER
           MOVE WS-CONT-FALLIDAS TO AFT-CONT
           MOVE ' APPROVED ITEMS THAT FAILED TO APPLY' TO AFT-LIT
           WRITE REG-APRFILE FROM WS-APR-FOOTER
           MOVE WS-CONT-RECHAZOS TO AFT-CONT
           MOVE ' DECISION CARDS REFUSED' TO AFT-LIT
           WRITE REG-APRFILE FROM WS-APR-FOOTER
           MOVE WS-CONT-AUTOAPROB TO AFT-CONT
           MOVE ' OF THEM SELF-APPROVALS' TO AFT-LIT
           WRITE REG-APRFILE FROM WS-APR-FOOTER
           MOVE WS-CONT-PENDIENTES TO AFT-CONT
           MOVE ' ITEMS STILL PENDING' TO AFT-LIT
           WRITE REG-APRFILE FROM WS-APR-FOOTER

           MOVE 'END  '           TO AUD-EVENT
           MOVE WS-CONT-APLICADAS TO AUD-RECORDS
           MOVE "00"              TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           CLOSE PENDFILE
           CLOSE EMSTFILE
           CLOSE DMSTFILE
           CLOSE APRFILE
           CLOSE EJRNFILE
           CLOSE AUDFILE
           DISPLAY 'N27APRB - ITEMS PENDIENTES..: ' WS-CONT-ITEMS
           DISPLAY 'N27APRB - APROBADOS.........: ' WS-CONT-APLICADAS
           DISPLAY 'N27APRB - DECLINADOS........: ' WS-CONT-DECLINADAS
           DISPLAY 'N27APRB - FALLIDOS..........: ' WS-CONT-FALLIDAS
           DISPLAY 'N27APRB - TARJETAS RECHAZ...: ' WS-CONT-RECHAZOS
           DISPLAY 'N27APRB - AUTOAPROBACIONES..: ' WS-CONT-AUTOAPROB
           DISPLAY 'N27APRB - SIGUEN PENDIENTES.: ' WS-CONT-PENDIENTES
           IF WS-CONT-RECHAZOS > 0
              OR WS-CONT-FALLIDAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

      * Bisection over the item-sorted card table; leaves CAR-IDX on
      * the hit, or the insert slot in WS-CAR-INS on a miss.
       3500-BUSCA-CARTA.
           SET CAR-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-CAR-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR CAR-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF CAR-ID (WS-BIN-MID) = WS-BUSCA-ID
                 SET CAR-FOUND TO TRUE
                 SET CAR-IDX TO WS-BIN-MID
              ELSE
                 IF CAR-ID (WS-BIN-MID) < WS-BUSCA-ID
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-LO TO WS-CAR-INS
           .
       3500-BUSCA-CARTA-EXIT.
           EXIT.

      * Bisection over the DEPTNO+JOB-ordered authorization table;
      * leaves POS-IDX on the hit, or the insert slot in WS-POS-INS
      * on a miss.
       3600-BUSCA-POSICION.
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
       3600-BUSCA-POSICION-EXIT.
           EXIT.

      *    A HALF-WORKED PENDING FILE IS WORSE THAN NONE - ANY I-O
      *    TROUBLE ON IT OR THE MASTERS STOPS THE RUN HARD.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N27APRB ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
