           05  VCO-FECHA-1RA     PIC X(10).
           05  FILLER            PIC X(07).

      * One card: HR's service-level limit in business days -
      * vacancies older than this land in the escalation section.
       FD PARMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.
       01 WS-FECHA-NUM             PIC 9(8).
       01 WS-DIAS-VACANTE          PIC S9(5).
       01 WS-FECHA-1RA             PIC X(10).

                  DISPLAY "EL ERROR DE VAGFILE ES: " WS-VAGFILE-STATUS
           END-EVALUATE

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

           MOVE WS-RUN-DATE-RF TO GTL-FECHA
           WRITE REG-VAGFILE FROM WS-VAG-TITLE
           WRITE REG-VAGFILE FROM WS-VAG-HEADER
           MOVE WS-FECHA-1RA (6:2) TO WS-FECHA-NUM (5:2)
           MOVE WS-FECHA-1RA (9:2) TO WS-FECHA-NUM (7:2)
           IF WS-FECHA-NUM IS NUMERIC
      *       BUSINESS DAYS ONLY - THE CLOCK STOPS ON WEEKENDS AND
      *       ON THE HOLIDAYS OF THE FECHFILE CALENDAR.
              MOVE 'D'          TO FEC-FUNCION
              MOVE WS-FECHA-1RA TO FEC-FECHA-DESDE
              MOVE SPACES       TO FEC-FECHA-HASTA
              CALL 'N24FECH' USING WS-FEC-AREA
              IF FEC-OK
                 MOVE FEC-DIAS-HABILES TO WS-DIAS-VACANTE
              ELSE
                 MOVE 0 TO WS-DIAS-VACANTE
              END-IF
           ELSE
              MOVE 0 TO WS-DIAS-VACANTE
           END-IF
