           05  AUD-TIMESTAMP     PIC X(19).
           05  AUD-RECORDS       PIC 9(08).
           05  AUD-STATUS        PIC X(08).
      * Business date of the run from N24FECH - AUD-TIMESTAMP is the
      * wall clock.
           05  AUD-FECHA-NEGOCIO PIC X(10).
           05  FILLER            PIC X(22).

      * One prerequisite program name per card. The guard runs as
      * the first step of each dependent job; any prerequisite with
      * no completed START/END pair from this business day stops
      * the job.
       FD PREQFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

      * One slot per prerequisite card: PRE-PEND marks a START still
      * waiting for its END, PRE-OK a completed pair whose END row
      * belongs to this business day.
       01 WS-PRE-MAX               PIC 9(2) VALUE 20.
       01 WS-PRE-COUNT             PIC 9(2) VALUE 0.
       01 WS-PRE-TABLE.
                  DISPLAY "EL ERROR DE AUDFILE ES: " WS-AUDFILE-STATUS
           END-EVALUATE

           MOVE 'F' TO FEC-FUNCION
           CALL 'N24FECH' USING WS-FEC-AREA
           MOVE FEC-NEG-YYYY TO WS-RUN-YYYY
           MOVE FEC-NEG-MM   TO WS-RUN-MM
           MOVE FEC-NEG-DD   TO WS-RUN-DD
           STRING WS-RUN-YYYY    DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-RUN-MM      DELIMITED BY SIZE

      * Same START/END pairing N07AUDR uses: an END only counts when
      * a START was still open, and only satisfies the guard when it
      * carries this run's business date. The wall-clock timestamp
      * is no proof: last cycle's END logged after midnight would
      * pass for today's. A later START reopens the pending state,
      * so a rerun in flight right now holds the job as it should.
       2300-APLICA-EVENTO.
           EVALUATE AUD-EVENT
               WHEN 'START'
               WHEN 'END  '
                  IF PRE-PEND (PRE-IDX) = 'Y'
                     MOVE 'N' TO PRE-PEND (PRE-IDX)
                     IF AUD-FECHA-NEGOCIO = WS-RUN-DATE-RF
                        MOVE 'Y' TO PRE-OK (PRE-IDX)
                     END-IF
                  END-IF
