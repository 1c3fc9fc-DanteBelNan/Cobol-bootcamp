                          FILE STATUS WS-RJTFILE-STATUS.
           SELECT HISTFILE ASSIGN TO HISTFILED
                          FILE STATUS WS-HISTFILE-STATUS.
           SELECT APLFILE ASSIGN TO APLFILED
                          FILE STATUS WS-APLFILE-STATUS.
           SELECT AUDFILE ASSIGN TO AUDFILED
                          FILE STATUS WS-AUDFILE-STATUS.
       DATA DIVISION.
      * department layout. A = add, C = change, D = delete (delete
      * only needs TRN-DEPTNO filled in). F = forced delete: skips
      * the child-department and assigned-employee guards a plain D
      * is held to - for the rare cleanup only. The file is a batch
      * stamped by N38LOTE: a LOTEREC header first, then each
      * transaction with its sequence number in TRN-SECUENCIA.
       FD TRNFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
           05  TRN-MGRNO         PIC X(06).
           05  TRN-ADMRDEPT      PIC X(03).
           05  TRN-LOCATION      PIC X(16).
           05  TRN-SECUENCIA     PIC 9(06).
           05  FILLER            PIC X(20).
       01 REG-TRNFILE-H REDEFINES REG-TRNFILE.
           COPY LOTEREC.
           05  FILLER            PIC X(55).

      * Employee master extract written nightly by NDB2845 in the
      * published EMPREC layout - replaces the old bare 6-byte
      * the 64 data bytes of the master record before and after the
      * change (spaces where there is no such image). N12DHSQ replays
      * these rows to answer "what did department X look like on date
      * Y" - the question the deleted-in-place master cannot. The
      * wall-clock time beside the date lets N40RECU roll a restored
      * backup forward to a point within the day.
       FD HISTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
           05  HST-FECHA         PIC X(10).
           05  HST-ANTES         PIC X(64).
           05  HST-DESPUES       PIC X(64).
           05  HST-HORA          PIC X(08).

      * Applied-log of the batch items disposed of, appended run
      * after run like HISTFILE.
       FD APLFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 50 CHARACTERS.
       01 REG-APLFILE.
           COPY APLREC.

       FD AUDFILE
            RECORDING MODE IS F
           05  AUD-TIMESTAMP     PIC X(19).
           05  AUD-RECORDS       PIC 9(08).
           05  AUD-STATUS        PIC X(08).
      * Business date of the run from N24FECH - AUD-TIMESTAMP is the
      * wall clock.
           05  AUD-FECHA-NEGOCIO PIC X(10).
           05  FILLER            PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-DMSTFILE-STATUS PIC XX.
       01 WS-EMPFILE-STATUS PIC XX.
       01 WS-RJTFILE-STATUS PIC XX.
       01 WS-HISTFILE-STATUS PIC XX.
       01 WS-APLFILE-STATUS PIC XX.
       01 WS-AUDFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
       01 WS-CONT-TRANS     PIC 9(6) VALUE 0.
       01 WS-CONT-APLICADAS PIC 9(6) VALUE 0.
       01 WS-CONT-RECHAZADAS PIC 9(6) VALUE 0.
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
       01 WS-SCAN-FIN               PIC X VALUE 'N'.
           88 SCAN-FIN              VALUE 'Y'.

      * Batch control. The header is proved against the file in
      * 1180-VALIDA-LOTE before the first transaction is applied;
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
       01 WS-CLV-AREA.
           COPY CLAVAREA.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT
           PERFORM 1145-HIST-ABRE
           THRU 1145-HIST-ABRE-EXIT

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

           PERFORM 1140-AUDIT-ABRE
           THRU 1140-AUDIT-ABRE-EXIT

           PERFORM 1100-CARGA-EMP
           THRU 1100-CARGA-EMP-EXIT

           MOVE WS-RUN-DATE-RF TO RTL-FECHA
           WRITE REG-RJTFILE FROM WS-RJT-TITLE

           PERFORM 1180-VALIDA-LOTE
           THRU 1180-VALIDA-LOTE-EXIT

           PERFORM 1190-CARGA-APLICADAS
           THRU 1190-CARGA-APLICADAS-EXIT
           .
       1000-INICIO-EXIT.
           EXIT.

       1150-AUDIT-ESCRIBE.
           MOVE 'N01DMNT' TO AUD-PROGRAM
           MOVE FEC-FECHA-NEGOCIO TO AUD-FECHA-NEGOCIO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-RAW-TS
           STRING WS-AUD-RAW-DATE (1:4) DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
       1160-ABRE-MASTER-EXIT.
           EXIT.

      * The whole batch is read once before anything is applied: the
      * header must come first, and the transactions behind it must
      * match its count and key hash and run 1, 2, 3 ... without a
      * gap. Anything else refuses the batch with nothing applied.
      * The file is then reopened and left positioned past the
      * header for 2000-PROCESO.
       1180-VALIDA-LOTE.
           IF WS-TRNFILE-STATUS = FS-EOF
              GO TO 1180-VALIDA-LOTE-EXIT
           END-IF
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-TRNFILE-STATUS = FS-EOF
              GO TO 1180-VALIDA-LOTE-EXIT
           END-IF
           IF NOT LOTH-CABECERA
              MOVE 'TRNFILE SIN CABECERA DE LOTE' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE LOTH-LOTE   TO WS-LOTE-ID
           MOVE LOTH-CONTEO TO WS-LOTE-CONTEO
           MOVE LOTH-HASH   TO WS-LOTE-HASH
           PERFORM 1185-SUMA-LOTE
           THRU 1185-SUMA-LOTE-EXIT
           UNTIL WS-TRNFILE-STATUS = FS-EOF
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
           CLOSE TRNFILE
           OPEN INPUT TRNFILE
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           .
       1180-VALIDA-LOTE-EXIT.
           EXIT.

       1185-SUMA-LOTE.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-TRNFILE-STATUS = FS-EOF
              GO TO 1185-SUMA-LOTE-EXIT
           END-IF
           ADD 1 TO WS-CALC-CONTEO
           IF TRN-SECUENCIA IS NOT NUMERIC
              OR TRN-SECUENCIA NOT = WS-CALC-CONTEO
              IF NOT LOTE-MAL
                 DISPLAY 'LOTE ' WS-LOTE-ID ' SECUENCIA ROTA EN EL '
                         'REGISTRO ' WS-CALC-CONTEO
              END-IF
              SET LOTE-MAL TO TRUE
           END-IF
           MOVE TRN-DEPTNO TO CLV-CLAVE
           CALL 'N37CLAV' USING WS-CLV-AREA
           ADD CLV-VALOR TO WS-CALC-HASH
           .
       1185-SUMA-LOTE-EXIT.
           EXIT.

      * Highest sequence already logged for this batch, then the log
      * is reopened to append, with the same first-run fallback as
      * HISTFILE.
       1190-CARGA-APLICADAS.
           MOVE "00" TO WS-APLFILE-STATUS
           OPEN INPUT APLFILE
           EVALUATE WS-APLFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-APLFILE-STATUS = "10"
                     READ APLFILE
                     AT END
                        MOVE "10" TO WS-APLFILE-STATUS
                     NOT AT END
                        IF APL-PROGRAMA = 'N01DMNT'
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
       1190-CARGA-APLICADAS-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-TRNFILE-STATUS NOT = FS-EOF
      *       ALREADY DISPOSED OF BY AN EARLIER RUN OF THIS BATCH.
              IF TRN-SECUENCIA NOT > WS-APL-ULTIMA
                 ADD 1 TO WS-CONT-SALTADAS
                 GO TO 2000-PROCESO-EXIT
              END-IF
              ADD 1 TO WS-CONT-TRANS
              MOVE WS-CONT-APLICADAS TO WS-APL-ANT-APLICADAS
              EVALUATE TRN-ACCION
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
       2950-GRABA-HIST.
           MOVE TRN-DEPTNO     TO HST-DEPTNO
           MOVE WS-RUN-DATE-RF TO HST-FECHA
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-RAW-TS
           STRING WS-AUD-RAW-TIME (1:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (3:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  WS-AUD-RAW-TIME (5:2) DELIMITED BY SIZE
             INTO HST-HORA
           END-STRING
           MOVE WS-HIST-ANTES  TO HST-ANTES
           WRITE REG-HISTFILE
           IF WS-HISTFILE-STATUS NOT = "00"
       2950-GRABA-HIST-EXIT.
           EXIT.

      * One row per transaction disposed of, applied or rejected, cut
      * as soon as the master verb is done so a rerun never sees it
      * again.
       2960-GRABA-APLICADO.
           MOVE SPACES         TO REG-APLFILE
           MOVE 'N01DMNT'      TO APL-PROGRAMA
           MOVE WS-LOTE-ID     TO APL-LOTE
           MOVE TRN-SECUENCIA  TO APL-SECUENCIA
           MOVE TRN-DEPTNO     TO APL-CLAVE
           MOVE WS-RUN-DATE-RF TO APL-FECHA
           IF WS-CONT-APLICADAS > WS-APL-ANT-APLICADAS
              SET APL-APLICADA TO TRUE
           ELSE
              SET APL-RECHAZADA TO TRUE
           END-IF
           WRITE REG-APLFILE
           IF WS-APLFILE-STATUS NOT = "00"
              DISPLAY "ERROR GRABANDO APLFILE: " WS-APLFILE-STATUS
                      " DEPTNO " TRN-DEPTNO
           END-IF
           .
       2960-GRABA-APLICADO-EXIT.
           EXIT.

       3000-FIN.
           MOVE WS-CONT-RECHAZADAS TO RJF-CONT
           WRITE REG-RJTFILE FROM WS-RJT-FOOTER
           CLOSE DMSTFILE
           CLOSE RJTFILE
           CLOSE HISTFILE
           CLOSE APLFILE
           CLOSE AUDFILE
           DISPLAY 'N01DMNT - LOTE..............: ' WS-LOTE-ID
           DISPLAY 'N01DMNT - TRANS LEIDAS......: ' WS-CONT-TRANS
           DISPLAY 'N01DMNT - TRANS APLICADAS...: ' WS-CONT-APLICADAS
           DISPLAY 'N01DMNT - TRANS RECHAZADAS..: ' WS-CONT-RECHAZADAS
           DISPLAY 'N01DMNT - YA APLICADAS ANTES: ' WS-CONT-SALTADAS
      *    THE SAME BATCH SUBMITTED TWICE: NOTHING LEFT TO DO.
           IF WS-CONT-SALTADAS > 0 AND WS-CONT-TRANS = 0
              DISPLAY 'N01DMNT - EL LOTE YA ESTABA APLICADO COMPLETO'
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.
