       IDENTIFICATION DIVISION.
       PROGRAM-ID. N25FAVZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHFILE ASSIGN TO FECHFILED
                          FILE STATUS WS-FECHFILE-STATUS.
           SELECT AUDFILE  ASSIGN TO AUDFILED
                          FILE STATUS WS-AUDFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Business-date control file N24FECH reads. This step runs last
      * in the nightly cycle and moves the 'P' card on to the next
      * business day, so the cycle keeps its date however late it
      * finishes and the next one starts on the right day. A rerun
      * override is a one-cycle affair and is cleared here too - and
      * then the date stays put, the day itself has not run yet.
       FD FECHFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-FECHFILE.
           COPY FECHREC.

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
       01 WS-FECHFILE-STATUS PIC XX.
       01 WS-AUDFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-AUD-RAW-TS.
           05 WS-AUD-RAW-DATE      PIC 9(8).
           05 WS-AUD-RAW-TIME      PIC 9(6).
           05 FILLER               PIC X(7).

       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-FECHA-ANTERIOR      PIC X(10).
       01 WS-CONTADOR            PIC 9(8) VALUE 0.
       01 WS-ABORT-MSG           PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT

           PERFORM 3000-FIN
           THRU 3000-FIN-EXIT
           STOP RUN.

       1000-INICIO.
      *    N24FECH LOADS THE CALENDAR ON ITS FIRST CALL AND CLOSES THE
      *    FILE AGAIN, SO IT HAS TO COME BEFORE THE OPEN I-O BELOW.
           MOVE 'F' TO FEC-FUNCION
           CALL 'N24FECH' USING WS-FEC-AREA

           PERFORM 1140-AUDIT-ABRE
           THRU 1140-AUDIT-ABRE-EXIT

           MOVE 'START' TO AUD-EVENT
           MOVE 0       TO AUD-RECORDS
           MOVE "00"    TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           OPEN I-O FECHFILE
           EVALUATE WS-FECHFILE-STATUS
               WHEN "00"
                  CONTINUE
               WHEN "35"
                  MOVE 'NO EXISTE FECHFILE' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
               WHEN OTHER
                  STRING 'EL ERROR DE FECHFILE ES: ' DELIMITED BY SIZE
                         WS-FECHFILE-STATUS          DELIMITED BY SIZE
                    INTO WS-ABORT-MSG
                  END-STRING
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
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
           MOVE 'N25FAVZ' TO AUD-PROGRAM
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

      * The 'P' card is rewritten in place. The roll always starts
      * from the processing date, never from the override: a rerun
      * of last Tuesday must not drag tomorrow back to Wednesday.
      * And the cycle that just ended under an override was that
      * rerun, not the processing day's own, so the override is only
      * cleared and the processing date left for tonight's cycle.
       2000-PROCESO.
           PERFORM UNTIL WS-FECHFILE-STATUS = FS-EOF
                      OR FCH-CONTROL
              READ FECHFILE INTO REG-FECHFILE
                 AT END
                    MOVE FS-EOF TO WS-FECHFILE-STATUS
              END-READ
           END-PERFORM
           IF WS-FECHFILE-STATUS = FS-EOF
              MOVE 'FECHFILE SIN TARJETA DE CONTROL P' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF

           MOVE FCH-FECHA TO WS-FECHA-ANTERIOR
           IF FCH-OVERRIDE NOT = SPACES
              MOVE SPACES TO FCH-OVERRIDE
              GO TO 2000-PROCESO-GRABA
           END-IF

           MOVE 'S'       TO FEC-FUNCION
           MOVE FCH-FECHA TO FEC-FECHA-DESDE
           CALL 'N24FECH' USING WS-FEC-AREA
           IF NOT FEC-OK
              MOVE 'FECHA DE PROCESO INVALIDA EN TARJETA P'
                TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF

           MOVE FEC-FECHA-SIG TO FCH-FECHA
           MOVE SPACES        TO FCH-OVERRIDE
           .
       2000-PROCESO-GRABA.
           REWRITE REG-FECHFILE
           IF WS-FECHFILE-STATUS NOT = FS-OKEI
              STRING 'ERROR REGRABANDO FECHFILE: ' DELIMITED BY SIZE
                     WS-FECHFILE-STATUS            DELIMITED BY SIZE
                INTO WS-ABORT-MSG
              END-STRING
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-CONTADOR
           .
       2000-PROCESO-EXIT.
           EXIT.

       3000-FIN.
           MOVE 'END  '     TO AUD-EVENT
           MOVE WS-CONTADOR TO AUD-RECORDS
           MOVE "00"        TO AUD-STATUS
           PERFORM 1150-AUDIT-ESCRIBE
           THRU 1150-AUDIT-ESCRIBE-EXIT

           CLOSE FECHFILE
           CLOSE AUDFILE
           DISPLAY 'N25FAVZ - FECHA ANTERIOR....: ' WS-FECHA-ANTERIOR
           DISPLAY 'N25FAVZ - NUEVA FECHA.......: ' FCH-FECHA
           .
       3000-FIN-EXIT.
           EXIT.

      *    WITHOUT A GOOD CONTROL CARD THE NEXT CYCLE WOULD RUN ON THE
      *    WRONG DAY - STOP HARD AND LEAVE THE START ROW OPEN.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N25FAVZ ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
