           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.
       01 WS-HOY-NUM               PIC 9(8).
       01 WS-DIAS-HOY              PIC 9(7).
       01 WS-DIAS-LIMITE           PIC 9(7).
                  DISPLAY "EL ERROR DE SUMFILE ES: " WS-SUMFILE-STATUS
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

           MOVE FEC-NEGOCIO-NUM TO WS-HOY-NUM
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-HOY-NUM)
           COMPUTE WS-DIAS-LIMITE = WS-DIAS-HOY - WS-DIAS-CORTE
