           05  AUD-TIMESTAMP     PIC X(19).
           05  AUD-RECORDS       PIC 9(08).
           05  AUD-STATUS        PIC X(08).
      * Business date of the run from N24FECH - AUD-TIMESTAMP is the
      * wall clock.
           05  AUD-FECHA-NEGOCIO PIC X(10).
           05  FILLER            PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-EMPXFILE-STATUS PIC X(02).
           05 WS-AUD-RAW-DATE      PIC 9(8).
           05 WS-AUD-RAW-TIME      PIC 9(6).
           05 FILLER               PIC X(7).
      * Business date from N24FECH for the audit rows - the FECHFILE
      * processing date or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.
       01 WS-SQLCODE-RF             PIC -(7)9.

       01 WS-VARIABLES.
           MOVE ZEROS TO WS-CONTADOR
           MOVE ZEROS TO WS-EXC-COUNT

           MOVE 'F' TO FEC-FUNCION
           CALL 'N24FECH' USING WS-FEC-AREA

           PERFORM 1200-AUDIT-ABRE
              THRU 1200-AUDIT-ABRE-EXIT


       1210-AUDIT-ESCRIBE.
           MOVE 'NDB2845' TO AUD-PROGRAM
           MOVE FEC-FECHA-NEGOCIO TO AUD-FECHA-NEGOCIO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-RAW-TS
           STRING WS-AUD-RAW-DATE (1:4) DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
