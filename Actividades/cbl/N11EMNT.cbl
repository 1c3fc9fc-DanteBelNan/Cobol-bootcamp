       FILE-CONTROL.
           SELECT EMSTFILE ASSIGN TO EMSTFILED
                          ORGANIZATION INDEXED
                          ACCESS DYNAMIC
                          RECORD KEY EMS-EMPNO
                          FILE STATUS WS-EMSTFILE-STATUS.
           SELECT DMSTFILE ASSIGN TO DMSTFILED
                          FILE STATUS WS-ETRNFILE-STATUS.
           SELECT RJTFILE ASSIGN TO RJTFILED
                          FILE STATUS WS-RJTFILE-STATUS.
           SELECT PARMFILE ASSIGN TO PARMFILED
                          FILE STATUS WS-PARMFILE-STATUS.
           SELECT PENDFILE ASSIGN TO PENDFILED
                          FILE STATUS WS-PENDFILE-STATUS.
           SELECT POSFILE ASSIGN TO POSFILED
                          FILE STATUS WS-POSFILE-STATUS.
           SELECT EJRNFILE ASSIGN TO EJRNFILED
                          FILE STATUS WS-EJRNFILE-STATUS.
           SELECT APLFILE ASSIGN TO APLFILED
                          FILE STATUS WS-APLFILE-STATUS.
           SELECT AUDFILE ASSIGN TO AUDFILED
                          FILE STATUS WS-AUDFILE-STATUS.
       DATA DIVISION.
           05  FILLER            PIC X(26).

      * Maintenance transactions: an action byte in front of the same
      * EMPREC field layout, plus the operator who keyed it. The
      * batch header is the LOTEREC view.
       FD ETRNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 81 CHARACTERS.
       01 REG-ETRNFILE.
           COPY ETRNREC.
       01 REG-ETRNFILE-H REDEFINES REG-ETRNFILE.
           COPY LOTEREC.
           05  FILLER            PIC X(45).

       FD RJTFILE
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-RJTFILE PIC X(80).

      * One card: the approval limits. A change that moves salary or
      * bonus by more than PARM-PCT percent, or an add whose salary
      * plus bonus is over PARM-MONTO, waits in PENDFILE for a second
      * operator instead of landing in the master.
       FD PARMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-PARMFILE.
           05  PARM-PCT          PIC 9(03).
           05  PARM-MONTO        PIC 9(07)V99.
           05  FILLER            PIC X(08).

      * Items waiting for approval, appended here and worked by
      * N27APRB.
       FD PENDFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 180 CHARACTERS.
       01 REG-PENDFILE.
           COPY PENDREC.

      * Authorized positions: the approved headcount for a JOB in a
      * department, one card per DEPTNO and JOB.
       FD POSFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-POSFILE.
           05  POS-DEPTNO        PIC X(03).
           05  POS-JOB           PIC X(08).
           05  POS-AUTORIZADO    PIC 9(05).
           05  FILLER            PIC X(04).

      * Before/after journal of every change applied to EMSTFILE,
      * appended run after run like N01DMNT's HISTFILE.
       FD EJRNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 170 CHARACTERS.
       01 REG-EJRNFILE.
           COPY EJRNREC.

      * Applied-log of the batch items disposed of, shared with
      * N01DMNT and appended run after run like EJRNFILE.
       FD APLFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 50 CHARACTERS.
       01 REG-APLFILE.
           COPY APLREC.

       FD AUDFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
           05  AUD-TIMESTAMP     PIC X(19).
           05  AUD-RECORDS       PIC 9(08).
           05  AUD-STATUS        PIC X(08).
      * Business date of the run from N24FECH - AUD-TIMESTAMP is the
      * wall clock.
           05  AUD-FECHA-NEGOCIO PIC X(10).
           05  FILLER            PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-EMSTFILE-STATUS PIC XX.
       01 WS-DMSTFILE-STATUS PIC XX.
       01 WS-ETRNFILE-STATUS PIC XX.
       01 WS-RJTFILE-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-PENDFILE-STATUS PIC XX.
       01 WS-POSFILE-STATUS PIC XX.
       01 WS-EJRNFILE-STATUS PIC XX.
       01 WS-APLFILE-STATUS PIC XX.
       01 WS-AUDFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
       01 WS-CONT-TRANS     PIC 9(6) VALUE 0.
       01 WS-CONT-APLICADAS PIC 9(6) VALUE 0.
       01 WS-CONT-RECHAZADAS PIC 9(6) VALUE 0.
       01 WS-CONT-PENDIENTES PIC 9(6) VALUE 0.
       01 WS-CONT-SALTADAS  PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-RJT-TITLE.
           10 RTL-LIT              PIC X(30)
           88 DEPT-VALIDO           VALUE 'Y'.
           88 DEPT-NO-VALIDO        VALUE 'N'.

      * Maker-checker limits from PARMFILE and the work fields of
      * 2450-CHEQUEA-UMBRAL.
       01 WS-PCT-TOPE               PIC 9(3) VALUE 10.
       01 WS-MONTO-TOPE             PIC 9(7)V99 VALUE 100000.
       01 WS-VARIACION              PIC S9(9)V99 USAGE COMP-3.
       01 WS-PCT                    PIC S9(7)V99 USAGE COMP-3.
       01 WS-MONTO-ALTA             PIC 9(8)V99.
       01 WS-ANT-SALARY             PIC 9(7)V99.
       01 WS-ANT-BONUS              PIC 9(7)V99.
       01 WS-ANT-WORKDEPT           PIC X(3).
      * The transaction as it came off ETRNFILE, before its blank
      * fields are filled from the master - what a parked item keeps.
       01 WS-TRN-TECLEADA           PIC X(81).
       01 WS-APROBACION             PIC X VALUE 'N'.
           88 REQUIERE-APROBACION   VALUE 'Y'.
           88 NO-REQUIERE-APROBACION VALUE 'N'.
       01 WS-PND-MOTIVO             PIC X(20).
       01 WS-PND-SEQ                PIC 9(5) VALUE 0.
       01 WS-PEND-ABIERTO           PIC X VALUE 'N'.
           88 PEND-ABIERTO          VALUE 'Y'.

      * Before image banked right after 2270-LEE-MASTER, because
      * 2290-MUEVE-TRN overwrites the record area; the after image
      * before the WRITE/REWRITE, same as N01DMNT's history.
       01 WS-JRN-ANTES              PIC X(62).
       01 WS-JRN-DESPUES            PIC X(62).

      * Position control. The authorization cards, kept in DEPTNO+JOB
      * order by binary insertion, each with the seats the master
      * fills today - counted by one sweep of EMSTFILE at start-up
      * and kept current as adds, transfers and deletes land. A
      * department with no card at all is not under control; once
      * it has one, a JOB it has no card for has no seats.
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
       01 WS-BIN-LO                 PIC 9(5).
       01 WS-BIN-HI                 PIC 9(5).
       01 WS-BIN-MID                PIC 9(5).
       01 WS-SCAN-FIN               PIC X.
           88 SCAN-FIN              VALUE 'Y'.

      * Batch control. The header is proved against the file in
      * 1200-VALIDA-LOTE before the first transaction is applied;
      * WS-APL-ULTIMA is the highest sequence the applied-log
      * already holds for this batch, so a rerun resumes after it.
       01 WS-LOTE-ID                PIC X(12) VALUE SPACES.
       01 WS-LOTE-CONTEO            PIC 9(8) VALUE 0.
       01 WS-LOTE-HASH              PIC 9(15) VALUE 0.
       01 WS-CALC-CONTEO            PIC 9(8) VALUE 0.
       01 WS-CALC-HASH              PIC 9(15) VALUE 0.
       01 WS-LOTE-MAL               PIC X VALUE 'N'.
           88 LOTE-MAL              VALUE 'Y'.
       01 WS-APL-ULTIMA             PIC 9(6) VALUE 0.
       01 WS-APL-ANT-APLICADAS      PIC 9(6) VALUE 0.
       01 WS-APL-ANT-PENDIENTES     PIC 9(6) VALUE 0.
       01 WS-CLV-AREA.
           COPY CLAVAREA.
       01 WS-ABORT-MSG              PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT
           PERFORM 1160-ABRE-MASTER
           THRU 1160-ABRE-MASTER-EXIT

           PERFORM 1190-CARGA-POSICIONES
           THRU 1190-CARGA-POSICIONES-EXIT

           PERFORM 1170-ABRE-DEPT
           THRU 1170-ABRE-DEPT-EXIT

                  DISPLAY "EL ERROR DE RJTFILE ES: " WS-RJTFILE-STATUS
           END-EVALUATE

           PERFORM 1145-JRNL-ABRE
           THRU 1145-JRNL-ABRE-EXIT

           MOVE 'F' TO FEC-FUNCION
           CALL 'N24FECH' USING WS-FEC-AREA
           MOVE FEC-NEG-YYYY TO WS-RUN-YYYY
           MOVE FEC-NEG-MM   TO WS-RUN-MM
           MOVE FEC-NEG-DD   TO WS-RUN-DD
           STRING WS-RUN-YYYY    DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-RUN-MM      DELIMITED BY SIZE
             INTO WS-RUN-DATE-RF
           END-STRING

           PERFORM 1140-AUDIT-ABRE
           THRU 1140-AUDIT-ABRE-EXIT

           MOVE 'START' TO AUD-EVENT
           MOVE 0       TO AUD-RECORDS
           MOVE "00"    TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           MOVE WS-RUN-DATE-RF TO RTL-FECHA
           WRITE REG-RJTFILE FROM WS-RJT-TITLE

           PERFORM 1100-CARGA-PARM
           THRU 1100-CARGA-PARM-EXIT

           PERFORM 1180-ABRE-PEND
           THRU 1180-ABRE-PEND-EXIT

           PERFORM 1200-VALIDA-LOTE
           THRU 1200-VALIDA-LOTE-EXIT

           PERFORM 1210-CARGA-APLICADAS
           THRU 1210-CARGA-APLICADAS-EXIT
           .
       1000-INICIO-EXIT.
           EXIT.
       1140-AUDIT-ABRE-EXIT.
           EXIT.

      * The journal accumulates across runs like AUDFILE does, with
      * the same first-run fallback.
       1145-JRNL-ABRE.
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
           .
       1145-JRNL-ABRE-EXIT.
           EXIT.

       1150-AUDIT-ESCRIBE.
           MOVE 'N11EMNT' TO AUD-PROGRAM
           MOVE FEC-FECHA-NEGOCIO TO AUD-FECHA-NEGOCIO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-RAW-TS
           STRING WS-AUD-RAW-DATE (1:4) DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
       1150-AUDIT-ESCRIBE-EXIT.
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
                        IF PARM-PCT IS NUMERIC AND PARM-PCT > 0
                           MOVE PARM-PCT TO WS-PCT-TOPE
                        END-IF
                        IF PARM-MONTO IS NUMERIC AND PARM-MONTO > 0
                           MOVE PARM-MONTO TO WS-MONTO-TOPE
                        END-IF
                  END-READ
                  CLOSE PARMFILE
               WHEN "35"
                  DISPLAY "NO EXISTE PARMFILE, USA UMBRALES POR DEFECTO"
               WHEN OTHER
                  DISPLAY "EL ERROR DE PARMFILE ES: " WS-PARMFILE-STATUS
           END-EVALUATE
           .
       1100-CARGA-PARM-EXIT.
           EXIT.

      * A first run on a box with no master yet creates an empty one
      * and carries on, same fallback N01DMNT's 1160-ABRE-MASTER uses
      * for the department side.
       1170-ABRE-DEPT-EXIT.
           EXIT.

      * The pending file is read once to pick up today's last item
      * number - a second run on the same business day goes on from
      * there - and then opened to append.
       1180-ABRE-PEND.
           MOVE "00" TO WS-PENDFILE-STATUS
           OPEN INPUT PENDFILE
           EVALUATE WS-PENDFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-PENDFILE-STATUS = "10"
                     READ PENDFILE INTO REG-PENDFILE
                     AT END
                        MOVE "10" TO WS-PENDFILE-STATUS
                     NOT AT END
                        IF PND-ID-FECHA = FEC-NEGOCIO-NUM
                           AND PND-ID-SEQ > WS-PND-SEQ
                           MOVE PND-ID-SEQ TO WS-PND-SEQ
                        END-IF
                  END-PERFORM
                  CLOSE PENDFILE
               WHEN "35"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE PENDFILE ES: " WS-PENDFILE-STATUS
           END-EVALUATE

           MOVE "00" TO WS-PENDFILE-STATUS
           OPEN EXTEND PENDFILE
           IF WS-PENDFILE-STATUS NOT = "00"
              OPEN OUTPUT PENDFILE
           END-IF
           EVALUATE WS-PENDFILE-STATUS
               WHEN "00"
                  SET PEND-ABIERTO TO TRUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE PENDFILE ES: " WS-PENDFILE-STATUS
           END-EVALUATE
           .
       1180-ABRE-PEND-EXIT.
           EXIT.

      * No POSFILE, no position control - the run goes on as before.
       1190-CARGA-POSICIONES.
           MOVE "00" TO WS-POSFILE-STATUS
           OPEN INPUT POSFILE
           EVALUATE WS-POSFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-POSFILE-STATUS = "10"
                     READ POSFILE INTO REG-POSFILE
                     AT END
                        MOVE "10" TO WS-POSFILE-STATUS
                     NOT AT END
                        PERFORM 1195-INSERTA-POSICION
                        THRU 1195-INSERTA-POSICION-EXIT
                  END-PERFORM
                  CLOSE POSFILE
               WHEN "35"
                  DISPLAY "NO EXISTE POSFILE, SIN CONTROL DE POSICIONES"
               WHEN OTHER
                  DISPLAY "EL ERROR DE POSFILE ES: " WS-POSFILE-STATUS
           END-EVALUATE
           IF WS-POS-COUNT > 0
              PERFORM 1198-CUENTA-OCUPADOS
              THRU 1198-CUENTA-OCUPADOS-EXIT
           END-IF
           .
       1190-CARGA-POSICIONES-EXIT.
           EXIT.

      * The first card for a DEPTNO and JOB wins; a second one is
      * only reported.
       1195-INSERTA-POSICION.
           MOVE POS-DEPTNO TO WS-BUSCA-POS-DEPTNO
           MOVE POS-JOB    TO WS-BUSCA-POS-JOB
           PERFORM 3500-BUSCA-POSICION
           THRU 3500-BUSCA-POSICION-EXIT
           IF POS-FOUND
              DISPLAY "POSFILE DUPLICADO, SE IGNORA: " POS-DEPTNO
                      " " POS-JOB
              GO TO 1195-INSERTA-POSICION-EXIT
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
       1195-INSERTA-POSICION-EXIT.
           EXIT.

      * Full key-order sweep of the master, the way N01DMNT's
      * 2550-CHEQUEA-HIJOS walks DMSTFILE, counting each employee
      * into the seat they fill.
       1198-CUENTA-OCUPADOS.
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
                 PERFORM 3500-BUSCA-POSICION
                 THRU 3500-BUSCA-POSICION-EXIT
                 IF POS-FOUND
                    ADD 1 TO POS-E-OCUPADO (POS-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .
       1198-CUENTA-OCUPADOS-EXIT.
           EXIT.

      * The whole batch is read once before anything is applied: the
      * header must come first, and the transactions behind it must
      * match its count and key hash and run 1, 2, 3 ... without a
      * gap. Anything else refuses the batch with nothing applied.
      * The file is then reopened and left positioned past the
      * header for 2000-PROCESO.
       1200-VALIDA-LOTE.
           IF WS-ETRNFILE-STATUS = FS-EOF
              GO TO 1200-VALIDA-LOTE-EXIT
           END-IF
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-ETRNFILE-STATUS = FS-EOF
              GO TO 1200-VALIDA-LOTE-EXIT
           END-IF
           IF NOT LOTH-CABECERA
              MOVE 'ETRNFILE SIN CABECERA DE LOTE' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE LOTH-LOTE   TO WS-LOTE-ID
           MOVE LOTH-CONTEO TO WS-LOTE-CONTEO
           MOVE LOTH-HASH   TO WS-LOTE-HASH
           PERFORM 1205-SUMA-LOTE
           THRU 1205-SUMA-LOTE-EXIT
           UNTIL WS-ETRNFILE-STATUS = FS-EOF
           IF WS-CALC-CONTEO NOT = WS-LOTE-CONTEO
              DISPLAY 'LOTE ' WS-LOTE-ID ' CONTEO CABECERA: '
                      WS-LOTE-CONTEO ' CONTADO: ' WS-CALC-CONTEO
              SET LOTE-MAL TO TRUE
           END-IF
           IF WS-CALC-HASH NOT = WS-LOTE-HASH
              DISPLAY 'LOTE ' WS-LOTE-ID ' HASH CABECERA: '
                      WS-LOTE-HASH ' CALCULADO: ' WS-CALC-HASH
              SET LOTE-MAL TO TRUE
           END-IF
           IF LOTE-MAL
              MOVE 'LOTE RECHAZADO, NO CUADRA CON CABECERA'
                TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           CLOSE ETRNFILE
           OPEN INPUT ETRNFILE
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           .
       1200-VALIDA-LOTE-EXIT.
           EXIT.

       1205-SUMA-LOTE.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-ETRNFILE-STATUS = FS-EOF
              GO TO 1205-SUMA-LOTE-EXIT
           END-IF
           ADD 1 TO WS-CALC-CONTEO
           IF ETRN-SECUENCIA IS NOT NUMERIC
              OR ETRN-SECUENCIA NOT = WS-CALC-CONTEO
              IF NOT LOTE-MAL
                 DISPLAY 'LOTE ' WS-LOTE-ID ' SECUENCIA ROTA EN EL '
                         'REGISTRO ' WS-CALC-CONTEO
              END-IF
              SET LOTE-MAL TO TRUE
           END-IF
           MOVE ETRN-EMPNO TO CLV-CLAVE
           CALL 'N37CLAV' USING WS-CLV-AREA
           ADD CLV-VALOR TO WS-CALC-HASH
           .
       1205-SUMA-LOTE-EXIT.
           EXIT.

      * Highest sequence already logged for this batch, then the log
      * is reopened to append, with the same first-run fallback as
      * EJRNFILE.
       1210-CARGA-APLICADAS.
           MOVE "00" TO WS-APLFILE-STATUS
           OPEN INPUT APLFILE
           EVALUATE WS-APLFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-APLFILE-STATUS = "10"
                     READ APLFILE
                     AT END
                        MOVE "10" TO WS-APLFILE-STATUS
                     NOT AT END
                        IF APL-PROGRAMA = 'N11EMNT'
                           AND APL-LOTE = WS-LOTE-ID
                           AND APL-SECUENCIA > WS-APL-ULTIMA
                           MOVE APL-SECUENCIA TO WS-APL-ULTIMA
                        END-IF
                  END-PERFORM
                  CLOSE APLFILE
               WHEN "35"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE APLFILE ES: " WS-APLFILE-STATUS
           END-EVALUATE
           IF WS-APL-ULTIMA > 0
              DISPLAY 'LOTE ' WS-LOTE-ID ' YA APLICADO HASTA LA '
                      'SECUENCIA ' WS-APL-ULTIMA ', SE REANUDA'
           END-IF
           MOVE "00" TO WS-APLFILE-STATUS
           OPEN EXTEND APLFILE
           IF WS-APLFILE-STATUS NOT = "00"
              OPEN OUTPUT APLFILE
           END-IF
           EVALUATE WS-APLFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "EL ERROR DE APLFILE ES: " WS-APLFILE-STATUS
           END-EVALUATE
           .
       1210-CARGA-APLICADAS-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-ETRNFILE-STATUS NOT = FS-EOF
      *       ALREADY DISPOSED OF BY AN EARLIER RUN OF THIS BATCH.
              IF ETRN-SECUENCIA NOT > WS-APL-ULTIMA
                 ADD 1 TO WS-CONT-SALTADAS
                 GO TO 2000-PROCESO-EXIT
              END-IF
              ADD 1 TO WS-CONT-TRANS
              MOVE WS-CONT-APLICADAS  TO WS-APL-ANT-APLICADAS
              MOVE WS-CONT-PENDIENTES TO WS-APL-ANT-PENDIENTES
      *       NO OPERATOR, NO TRAIL OF WHO KEYED IT - REFUSED BEFORE
      *       IT GETS ANYWHERE NEAR THE MASTER.
              IF ETRN-OPERADOR = SPACES
                 MOVE 'OPERATOR ID MISSING' TO RJL-REASON
                 PERFORM 2900-RECHAZA
                 THRU 2900-RECHAZA-EXIT
                 PERFORM 2960-GRABA-APLICADO
                 THRU 2960-GRABA-APLICADO-EXIT
                 GO TO 2000-PROCESO-EXIT
              END-IF
              EVALUATE ETRN-ACCION
                  WHEN 'A'
                     PERFORM 2300-APLICA-ALTA
                     PERFORM 2900-RECHAZA
                     THRU 2900-RECHAZA-EXIT
              END-EVALUATE
              PERFORM 2960-GRABA-APLICADO
              THRU 2960-GRABA-APLICADO-EXIT
           END-IF
           .
       2000-PROCESO-EXIT.
       2250-VALIDA-DEPT-EXIT.
           EXIT.

      * The seat the transaction moves into (WS-POS-NUEVA) must have
      * one open: filled below authorized. A department that has no
      * authorization card at all is not under control.
       2260-VALIDA-POSICION.
           SET POS-VALIDO TO TRUE
           MOVE WS-POS-NUEVA TO WS-BUSCA-POS
           PERFORM 3500-BUSCA-POSICION
           THRU 3500-BUSCA-POSICION-EXIT
           IF POS-FOUND
              IF POS-E-OCUPADO (POS-IDX) >= POS-E-AUTORIZADO (POS-IDX)
                 SET POS-NO-VALIDO TO TRUE
                 MOVE SPACES TO RJL-REASON
                 STRING 'OVER AUTHORIZED HEADCOUNT '
                                          DELIMITED BY SIZE
                        WS-BUSCA-POS-DEPTNO DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WS-BUSCA-POS-JOB  DELIMITED BY SIZE
                   INTO RJL-REASON
                 END-STRING
              END-IF
              GO TO 2260-VALIDA-POSICION-EXIT
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
              MOVE SPACES TO RJL-REASON
              STRING 'NO AUTHORIZED POSITION '
                                          DELIMITED BY SIZE
                     WS-BUSCA-POS-DEPTNO  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WS-BUSCA-POS-JOB     DELIMITED BY SIZE
                INTO RJL-REASON
              END-STRING
           END-IF
           .
       2260-VALIDA-POSICION-EXIT.
           EXIT.

      * Moves a filled seat from WS-POS-ANT to WS-POS-NUEVA once the
      * master has taken the change; spaces on either side for an
      * add or a delete.
       2265-MUEVE-OCUPADO.
           IF WS-POS-ANT NOT = SPACES
              MOVE WS-POS-ANT TO WS-BUSCA-POS
              PERFORM 3500-BUSCA-POSICION
              THRU 3500-BUSCA-POSICION-EXIT
              IF POS-FOUND AND POS-E-OCUPADO (POS-IDX) > 0
                 SUBTRACT 1 FROM POS-E-OCUPADO (POS-IDX)
              END-IF
           END-IF
           IF WS-POS-NUEVA NOT = SPACES
              MOVE WS-POS-NUEVA TO WS-BUSCA-POS
              PERFORM 3500-BUSCA-POSICION
              THRU 3500-BUSCA-POSICION-EXIT
              IF POS-FOUND
                 ADD 1 TO POS-E-OCUPADO (POS-IDX)
              END-IF
           END-IF
           .
       2265-MUEVE-OCUPADO-EXIT.
           EXIT.

       2270-LEE-MASTER.
           MOVE ETRN-EMPNO TO EMS-EMPNO
           READ EMSTFILE
       2270-LEE-MASTER-EXIT.
           EXIT.

      * A change carries only the fields it moves; every field left
      * blank keeps what the master holds, so a generated change
      * (N26MERT's salary, N28REOR's WORKDEPT) cannot put back what
      * was keyed since its extract. Filled in here, before anything
      * is judged, so the checks, the pending item and the journal
      * all see the whole employee; a parked item keeps the fields
      * as keyed (2600-PENDIENTE). Salary and bonus are tested as
      * text at their record positions.
       2280-COMPLETA-TRN.
           IF ETRN-FIRSTNME = SPACES
              MOVE EMS-FIRSTNME TO ETRN-FIRSTNME
           END-IF
           IF ETRN-LASTNAME = SPACES
              MOVE EMS-LASTNAME TO ETRN-LASTNAME
           END-IF
           IF ETRN-WORKDEPT = SPACES
              MOVE EMS-WORKDEPT TO ETRN-WORKDEPT
           END-IF
           IF ETRN-JOB = SPACES
              MOVE EMS-JOB TO ETRN-JOB
           END-IF
           IF REG-ETRNFILE (46:9) = SPACES
              MOVE EMS-SALARY TO ETRN-SALARY
           END-IF
           IF REG-ETRNFILE (55:9) = SPACES
              MOVE EMS-BONUS TO ETRN-BONUS
           END-IF
           .
       2280-COMPLETA-TRN-EXIT.
           EXIT.

       2290-MUEVE-TRN.
           MOVE SPACES TO REG-EMSTFILE (7:74)
           MOVE ETRN-EMPNO    TO EMS-EMPNO
           EXIT.

       2300-APLICA-ALTA.
           MOVE REG-ETRNFILE TO WS-TRN-TECLEADA
           PERFORM 2270-LEE-MASTER
           THRU 2270-LEE-MASTER-EXIT
           IF WS-EMSTFILE-STATUS = FS-OKEI
              THRU 2900-RECHAZA-EXIT
              GO TO 2300-APLICA-ALTA-EXIT
           END-IF
           MOVE SPACES        TO WS-POS-ANT
           MOVE ETRN-WORKDEPT TO WS-POS-NUEVA (1:3)
           MOVE ETRN-JOB      TO WS-POS-NUEVA (4:8)
           PERFORM 2260-VALIDA-POSICION
           THRU 2260-VALIDA-POSICION-EXIT
           IF POS-NO-VALIDO
              PERFORM 2900-RECHAZA
              THRU 2900-RECHAZA-EXIT
              GO TO 2300-APLICA-ALTA-EXIT
           END-IF
           MOVE 0 TO WS-ANT-SALARY
           MOVE 0 TO WS-ANT-BONUS
           MOVE SPACES TO WS-ANT-WORKDEPT
           PERFORM 2450-CHEQUEA-UMBRAL
           THRU 2450-CHEQUEA-UMBRAL-EXIT
           IF REQUIERE-APROBACION
              PERFORM 2600-PENDIENTE
              THRU 2600-PENDIENTE-EXIT
              GO TO 2300-APLICA-ALTA-EXIT
           END-IF
           PERFORM 2290-MUEVE-TRN
           THRU 2290-MUEVE-TRN-EXIT
           MOVE REG-EMSTFILE (1:62) TO WS-JRN-DESPUES
           WRITE REG-EMSTFILE
           IF WS-EMSTFILE-STATUS = FS-OKEI
              ADD 1 TO WS-CONT-APLICADAS
              MOVE 'A'    TO EJR-ACCION
              MOVE SPACES TO WS-JRN-ANTES
              PERFORM 2950-GRABA-JRNL
              THRU 2950-GRABA-JRNL-EXIT
              PERFORM 2265-MUEVE-OCUPADO
              THRU 2265-MUEVE-OCUPADO-EXIT
           ELSE
              MOVE 'MASTER WRITE ERROR ON ADD' TO RJL-REASON
              PERFORM 2900-RECHAZA
              THRU 2900-RECHAZA-EXIT
              GO TO 2400-APLICA-CAMBIO-EXIT
           END-IF
           MOVE REG-ETRNFILE TO WS-TRN-TECLEADA
           PERFORM 2280-COMPLETA-TRN
           THRU 2280-COMPLETA-TRN-EXIT
           PERFORM 2250-VALIDA-DEPT
           THRU 2250-VALIDA-DEPT-EXIT
           IF DEPT-NO-VALIDO
              THRU 2900-RECHAZA-EXIT
              GO TO 2400-APLICA-CAMBIO-EXIT
           END-IF
      *    ONLY A MOVE TO ANOTHER DEPARTMENT OR JOB TAKES A NEW SEAT.
           MOVE EMS-WORKDEPT  TO WS-POS-ANT (1:3)
           MOVE EMS-JOB       TO WS-POS-ANT (4:8)
           MOVE ETRN-WORKDEPT TO WS-POS-NUEVA (1:3)
           MOVE ETRN-JOB      TO WS-POS-NUEVA (4:8)
           IF WS-POS-NUEVA = WS-POS-ANT
              MOVE SPACES TO WS-POS-ANT
              MOVE SPACES TO WS-POS-NUEVA
           ELSE
              PERFORM 2260-VALIDA-POSICION
              THRU 2260-VALIDA-POSICION-EXIT
              IF POS-NO-VALIDO
                 PERFORM 2900-RECHAZA
                 THRU 2900-RECHAZA-EXIT
                 GO TO 2400-APLICA-CAMBIO-EXIT
              END-IF
           END-IF
           MOVE EMS-SALARY TO WS-ANT-SALARY
           MOVE EMS-BONUS  TO WS-ANT-BONUS
           MOVE EMS-WORKDEPT TO WS-ANT-WORKDEPT
           PERFORM 2450-CHEQUEA-UMBRAL
           THRU 2450-CHEQUEA-UMBRAL-EXIT
           IF REQUIERE-APROBACION
              PERFORM 2600-PENDIENTE
              THRU 2600-PENDIENTE-EXIT
              GO TO 2400-APLICA-CAMBIO-EXIT
           END-IF
           MOVE REG-EMSTFILE (1:62) TO WS-JRN-ANTES
           PERFORM 2290-MUEVE-TRN
           THRU 2290-MUEVE-TRN-EXIT
           MOVE REG-EMSTFILE (1:62) TO WS-JRN-DESPUES
           REWRITE REG-EMSTFILE
           IF WS-EMSTFILE-STATUS = FS-OKEI
              ADD 1 TO WS-CONT-APLICADAS
              MOVE 'C' TO EJR-ACCION
              PERFORM 2950-GRABA-JRNL
              THRU 2950-GRABA-JRNL-EXIT
              PERFORM 2265-MUEVE-OCUPADO
              THRU 2265-MUEVE-OCUPADO-EXIT
           ELSE
              MOVE 'MASTER REWRITE ERROR ON CHANGE' TO RJL-REASON
              PERFORM 2900-RECHAZA
       2400-APLICA-CAMBIO-EXIT.
           EXIT.

      * Decides whether the transaction needs a second operator. An
      * add is judged on salary plus bonus against the amount limit;
      * a change on the move of salary and of bonus, each against
      * the percent limit, measured from the master (WS-ANT-xxx).
      * A figure going up from zero has no percent - always held,
      * and so is one whose percent is too large to compute.
       2450-CHEQUEA-UMBRAL.
           SET NO-REQUIERE-APROBACION TO TRUE
           MOVE SPACES TO WS-PND-MOTIVO
           IF ETRN-ACCION = 'A'
              COMPUTE WS-MONTO-ALTA = ETRN-SALARY + ETRN-BONUS
              IF WS-MONTO-ALTA > WS-MONTO-TOPE
                 SET REQUIERE-APROBACION TO TRUE
                 MOVE 'ADD OVER AMOUNT' TO WS-PND-MOTIVO
              END-IF
              GO TO 2450-CHEQUEA-UMBRAL-EXIT
           END-IF

           COMPUTE WS-VARIACION = ETRN-SALARY - WS-ANT-SALARY
           IF WS-VARIACION < 0
              COMPUTE WS-VARIACION = 0 - WS-VARIACION
           END-IF
           IF WS-VARIACION > 0
              IF WS-ANT-SALARY = 0
                 SET REQUIERE-APROBACION TO TRUE
              ELSE
                 COMPUTE WS-PCT ROUNDED =
                         WS-VARIACION * 100 / WS-ANT-SALARY
                    ON SIZE ERROR
                       SET REQUIERE-APROBACION TO TRUE
                    NOT ON SIZE ERROR
                       IF WS-PCT > WS-PCT-TOPE
                          SET REQUIERE-APROBACION TO TRUE
                       END-IF
                 END-COMPUTE
              END-IF
              IF REQUIERE-APROBACION
                 MOVE 'SALARY OVER PCT' TO WS-PND-MOTIVO
                 GO TO 2450-CHEQUEA-UMBRAL-EXIT
              END-IF
           END-IF

           COMPUTE WS-VARIACION = ETRN-BONUS - WS-ANT-BONUS
           IF WS-VARIACION < 0
              COMPUTE WS-VARIACION = 0 - WS-VARIACION
           END-IF
           IF WS-VARIACION > 0
              IF WS-ANT-BONUS = 0
                 SET REQUIERE-APROBACION TO TRUE
              ELSE
                 COMPUTE WS-PCT ROUNDED =
                         WS-VARIACION * 100 / WS-ANT-BONUS
                    ON SIZE ERROR
                       SET REQUIERE-APROBACION TO TRUE
                    NOT ON SIZE ERROR
                       IF WS-PCT > WS-PCT-TOPE
                          SET REQUIERE-APROBACION TO TRUE
                       END-IF
                 END-COMPUTE
              END-IF
              IF REQUIERE-APROBACION
                 MOVE 'BONUS OVER PCT' TO WS-PND-MOTIVO
              END-IF
           END-IF
           .
       2450-CHEQUEA-UMBRAL-EXIT.
           EXIT.

       2500-APLICA-BAJA.
           PERFORM 2270-LEE-MASTER
           THRU 2270-LEE-MASTER-EXIT
              PERFORM 2900-RECHAZA
              THRU 2900-RECHAZA-EXIT
           ELSE
              MOVE REG-EMSTFILE (1:62) TO WS-JRN-ANTES
              MOVE EMS-WORKDEPT TO WS-POS-ANT (1:3)
              MOVE EMS-JOB      TO WS-POS-ANT (4:8)
              MOVE SPACES       TO WS-POS-NUEVA
              DELETE EMSTFILE
              IF WS-EMSTFILE-STATUS = FS-OKEI
                 ADD 1 TO WS-CONT-APLICADAS
                 MOVE 'D'    TO EJR-ACCION
                 MOVE SPACES TO WS-JRN-DESPUES
                 PERFORM 2950-GRABA-JRNL
                 THRU 2950-GRABA-JRNL-EXIT
                 PERFORM 2265-MUEVE-OCUPADO
                 THRU 2265-MUEVE-OCUPADO-EXIT
              ELSE
                 MOVE 'MASTER DELETE ERROR' TO RJL-REASON
                 PERFORM 2900-RECHAZA
       2500-APLICA-BAJA-EXIT.
           EXIT.

      * Parks the transaction, as keyed, with the master figures it
      * was judged against. Its blank fields stay blank: N27APRB
      * fills them from the master as it stands when the item is
      * approved, so a name or JOB keyed in between is not undone.
      * Without a pending file it cannot wait, so it is rejected and
      * has to be keyed again.
       2600-PENDIENTE.
           IF NOT PEND-ABIERTO
              MOVE 'NEEDS APPROVAL - PENDFILE NOT OPEN' TO RJL-REASON
              PERFORM 2900-RECHAZA
              THRU 2900-RECHAZA-EXIT
              GO TO 2600-PENDIENTE-EXIT
           END-IF
           ADD 1 TO WS-PND-SEQ
           MOVE FEC-NEGOCIO-NUM  TO PND-ID-FECHA
           MOVE WS-PND-SEQ       TO PND-ID-SEQ
           SET PND-PENDIENTE     TO TRUE
           MOVE WS-RUN-DATE-RF   TO PND-FECHA-ALTA
           MOVE ETRN-OPERADOR    TO PND-MAKER
           MOVE SPACES           TO PND-CHECKER
           MOVE SPACES           TO PND-FECHA-DECISION
           MOVE WS-PND-MOTIVO    TO PND-MOTIVO
           MOVE WS-ANT-SALARY    TO PND-ANT-SALARY
           MOVE WS-ANT-BONUS     TO PND-ANT-BONUS
           MOVE WS-ANT-WORKDEPT  TO PND-ANT-WORKDEPT
           MOVE WS-TRN-TECLEADA  TO PND-TRN
           WRITE REG-PENDFILE
           IF WS-PENDFILE-STATUS = FS-OKEI
              ADD 1 TO WS-CONT-PENDIENTES
           ELSE
              MOVE 'PENDFILE WRITE ERROR' TO RJL-REASON
              PERFORM 2900-RECHAZA
              THRU 2900-RECHAZA-EXIT
           END-IF
           .
       2600-PENDIENTE-EXIT.
           EXIT.

       2900-RECHAZA.
           ADD 1 TO WS-CONT-RECHAZADAS
           MOVE ETRN-ACCION TO RJL-ACCION
       2900-RECHAZA-EXIT.
           EXIT.

      * The caller sets EJR-ACCION and both WS-JRN images; rows land
      * in apply order, so a replay reproduces the master.
       2950-GRABA-JRNL.
           MOVE ETRN-EMPNO      TO EJR-EMPNO
           MOVE WS-RUN-DATE-RF  TO EJR-FECHA
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-RAW-TS
           STRING WS-AUD-RAW-TIME (1:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (3:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (5:2) DELIMITED BY SIZE
             INTO EJR-HORA
           END-STRING
           MOVE 'N11EMNT'       TO EJR-PROGRAMA
           MOVE ETRN-OPERADOR   TO EJR-OPERADOR
           MOVE WS-JRN-ANTES    TO EJR-ANTES
           MOVE WS-JRN-DESPUES  TO EJR-DESPUES
           MOVE SPACES TO REG-EJRNFILE (166:5)
           WRITE REG-EJRNFILE
           IF WS-EJRNFILE-STATUS NOT = "00"
              DISPLAY "ERROR GRABANDO EJRNFILE: " WS-EJRNFILE-STATUS
                      " EMPNO " ETRN-EMPNO
           END-IF
           .
       2950-GRABA-JRNL-EXIT.
           EXIT.

      * One row per transaction disposed of - applied, parked for
      * approval or rejected - cut as soon as the master verb is done
      * so a rerun never sees it again.
       2960-GRABA-APLICADO.
           MOVE SPACES         TO REG-APLFILE
           MOVE 'N11EMNT'      TO APL-PROGRAMA
           MOVE WS-LOTE-ID     TO APL-LOTE
           MOVE ETRN-SECUENCIA TO APL-SECUENCIA
           MOVE ETRN-EMPNO     TO APL-CLAVE
           MOVE WS-RUN-DATE-RF TO APL-FECHA
           EVALUATE TRUE
               WHEN WS-CONT-APLICADAS > WS-APL-ANT-APLICADAS
                  SET APL-APLICADA TO TRUE
               WHEN WS-CONT-PENDIENTES > WS-APL-ANT-PENDIENTES
                  SET APL-PENDIENTE TO TRUE
               WHEN OTHER
                  SET APL-RECHAZADA TO TRUE
           END-EVALUATE
           WRITE REG-APLFILE
           IF WS-APLFILE-STATUS NOT = "00"
              DISPLAY "ERROR GRABANDO APLFILE: " WS-APLFILE-STATUS
                      " EMPNO " ETRN-EMPNO
           END-IF
           .
       2960-GRABA-APLICADO-EXIT.
           EXIT.

       3000-FIN.
           MOVE WS-CONT-RECHAZADAS TO RJF-CONT
           WRITE REG-RJTFILE FROM WS-RJT-FOOTER
           CLOSE EMSTFILE
           CLOSE DMSTFILE
           CLOSE RJTFILE
           IF PEND-ABIERTO
              CLOSE PENDFILE
           END-IF
           CLOSE EJRNFILE
           CLOSE APLFILE
           CLOSE AUDFILE
           DISPLAY 'N11EMNT - LOTE..............: ' WS-LOTE-ID
           DISPLAY 'N11EMNT - TRANS LEIDAS......: ' WS-CONT-TRANS
           DISPLAY 'N11EMNT - TRANS APLICADAS...: ' WS-CONT-APLICADAS
           DISPLAY 'N11EMNT - TRANS RECHAZADAS..: ' WS-CONT-RECHAZADAS
           DISPLAY 'N11EMNT - TRANS PENDIENTES..: ' WS-CONT-PENDIENTES
           DISPLAY 'N11EMNT - YA APLICADAS ANTES: ' WS-CONT-SALTADAS
      *    THE SAME BATCH SUBMITTED TWICE: NOTHING LEFT TO DO.
           IF WS-CONT-SALTADAS > 0 AND WS-CONT-TRANS = 0
              DISPLAY 'N11EMNT - EL LOTE YA ESTABA APLICADO COMPLETO'
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

      * Bisection over the DEPTNO+JOB-ordered authorization table;
      * leaves POS-IDX on the hit, or the insert slot in WS-POS-INS
      * on a miss.
       3500-BUSCA-POSICION.
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
       3500-BUSCA-POSICION-EXIT.
           EXIT.

      *    UN TECHO DE CAPACIDAD TERMINA LA CORRIDA CON RC DURO EN
      *    VEZ DE UN CONTROL DE POSICIONES INCOMPLETO.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N11EMNT ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
