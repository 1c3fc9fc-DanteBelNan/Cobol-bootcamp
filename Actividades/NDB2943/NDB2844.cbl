           05  AUD-TIMESTAMP     PIC X(19).
           05  AUD-RECORDS       PIC 9(08).
           05  AUD-STATUS        PIC X(08).
      * Business date of the run from N24FECH - AUD-TIMESTAMP is the
      * wall clock.
           05  AUD-FECHA-NEGOCIO PIC X(10).
           05  FILLER            PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-DEPTFILE-STATUS PIC X(02).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-ORPH-TITLE.
           10 OTL-LIT              PIC X(30)
                  DISPLAY "EL ERROR DE ORPHFILE ES: " WS-ORPHFILE-STATUS
           END-EVALUATE

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

           PERFORM 1200-AUDIT-ABRE
           THRU 1200-AUDIT-ABRE-EXIT

           PERFORM 1300-CARGA-DEPT
           THRU 1300-CARGA-DEPT-EXIT

           MOVE WS-RUN-DATE-RF TO OTL-FECHA
           WRITE REG-ORPHFILE FROM WS-ORPH-TITLE
           WRITE REG-ORPHFILE FROM WS-ORPH-HEADER

       1210-AUDIT-ESCRIBE.
           MOVE 'NDB2844' TO AUD-PROGRAM
           MOVE FEC-FECHA-NEGOCIO TO AUD-FECHA-NEGOCIO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-RAW-TS
           STRING WS-AUD-RAW-DATE (1:4) DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
